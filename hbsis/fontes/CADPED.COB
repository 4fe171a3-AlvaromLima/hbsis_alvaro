       77 WS-SEM-NOTAS         PIC X(001) VALUE "N".
       77 WS-QTD-SUGESTOES     PIC 9(003) VALUE ZEROS.
       77 WS-SUG-IDX           PIC 9(003) VALUE ZEROS.
       77 WS-REGPED-SALVO      PIC X(407) VALUE SPACES.
       77 WS-CLIENTE-SUGESTAO  PIC 9(007) VALUE ZEROS.
       01 WS-TAB-SUGESTAO.
          05 WS-SUG-LINHA OCCURS 99 TIMES.
       77 WS-AUT-OK            PIC X(001) VALUE "N".
       77 WS-SEM-OPERADOR      PIC X(001) VALUE "N".

      * RESERVA DE ESTOQUE NA DIGITACAO (VER SISRSPGER.CPY): CADA
      * ITEM ACEITO RESERVA A QUANTIDADE NO PRODUTO NA HORA, PARA
      * QUE DOIS TERMINAIS NAO PROMETAM AS MESMAS ULTIMAS CAIXAS; A
      * LINHA MOSTRA O DISPONIVEL (SALDO - RESERVADO) E AVISA QUANDO
      * ELE NAO ATENDE O ITEM INTEIRO (O ITEM E ACEITO ASSIM MESMO E
      * O RESTO VIRA BACKORDER NO FATURAMENTO). PEDIDO ABANDONADO OU
      * NAO GRAVADO DEVOLVE AS RESERVAS (WS-PEDIDO-GRAVADO).
       77 WS-PEDIDO-GRAVADO    PIC X(001) VALUE "N".
       77 WS-DISPONIVEL-EDT    PIC -ZZZZZZ9.

      * PEDIDO DE BONIFICACAO (PED_TIPO "B"): MERCADORIA GRATUITA, SEM
      * TITULO, QUE NAO PASSA PELO LIMITE DE CREDITO MAS CONSOME A
      * VERBA MENSAL DO VENDEDOR (ARQ-VERBA, VER CADVBA). PEDIDO QUE
      * PASSE DO SALDO DA VERBA SO E GRAVADO COM ID E SENHA DE
      * SUPERVISOR NA HORA, COMO O DESCONTO ACIMA DO LIMITE (VER
      * VERIFICA-VERBA-VENDEDOR), E GANHA LINHA PROPRIA NO ARQ-AUD.
      * O CONSUMO SOBE NA GRAVACAO E DESCE NO CANCELAMENTO (VER
      * ATUALIZA-CONSUMO-VERBA). SEM O ARQUIVO NAO HA SALDO: TODO
      * PEDIDO DE BONIFICACAO PEDE AUTORIZACAO (WS-SEM-VERBA).
       77 WS-SEM-VERBA         PIC X(001) VALUE "N".
       77 WS-TIPO-OK           PIC X(001) VALUE "N".
       77 WS-VERBA-EXCEDIDA    PIC X(001) VALUE "N".
       77 WS-VERBA-SALDO       PIC S9(011)V9(02) VALUE ZEROS.
       77 WS-VBA-DELTA         PIC S9(011)V9(02) VALUE ZEROS.
       77 WS-VERBA-SALDO-EDT   PIC -ZZZ.ZZZ.ZZ9,99.

      * CANCELAMENTO DE PEDIDO EM BACKORDER: A PARTE JA FATURADA
      * FICA (TEM NOTA E TITULO), E SO O SALDO PENDENTE E CANCELADO.
      * CADA LINHA E CORTADA NO ATENDIDO E O QUE SOBRAVA VAI COMO
      * VENDA PERDIDA PARA O NIVEL DE SERVICO (ARQ-ATEND, VER
      * RELSRV), VALORIZADO PELO PRECO DO PEDIDO. SEM O ARQUIVO O
      * CORTE E FEITO DO MESMO JEITO (WS-SEM-ATEND).
       77 WS-SEM-ATEND         PIC X(001) VALUE "N".
       77 WS-QTDE-PERDIDA      PIC 9(005) VALUE ZEROS.
       77 WS-VALOR-PERDIDO     PIC 9(011)V9(02) VALUE ZEROS.

       LINKAGE SECTION.
       01 LS-ID PIC X(5).

        02 LINE 05 COL 66 VALUE "[".
        02 LINE 05 COL 67 PIC X(10) USING DOPCAO.
        02 LINE 05 COL 77 VALUE "]".
        02 LINE 06 COL 10 VALUE "TIPO     : [ ]".
        02 LINE 06 COL 25 VALUE "V=VENDA B=BONIF".
        02 LINE 06 COL 40 VALUE "ENTREGA  : [        ]".
        02 LINE 07 COL 10 VALUE "PEDIDO   : [         ]".
        02 LINE 07 COL 40 VALUE "DIGITE [000000000] P/SAIR".
        02 LINE 08 COL 10 VALUE "CLIENTE  : [       ]".
                          PED_VALOR_TOTAL
                          PED_SEQ_ENDERECO
                          PED_COND_PAGTO
                          PED_DATA_PREV_ENTREGA
                          .
           MOVE SPACES TO WS-RAZAO-CLIENTE
                          WS-GRAVACAO
           MOVE ZEROS TO WS-TAB-ITN
      * TODO PEDIDO NOVO NASCE ABERTO, AGUARDANDO O FATURAMENTO.
           MOVE "A" TO PED_SITUACAO
           MOVE "V" TO PED_TIPO
           MOVE "N" TO WS-VERBA-EXCEDIDA
           .
       INC-010.
           PERFORM PROXIMO-NUMERO-PEDIDO
           DISPLAY PED_SITUACAO      AT 1022
           PERFORM ENTRA-CLIENTE UNTIL W-SEL > 0
           IF W-SEL = 2
              PERFORM ENTRA-TIPO-PEDIDO
              PERFORM ENTRA-ENDERECO-ENTREGA
              PERFORM CARIMBA-PREVISAO-ENTREGA
      * BONIFICACAO NAO GERA TITULO: NAO HA CONDICAO DE PAGAMENTO.
              IF PED_TIPO NOT = "B"
                 PERFORM ENTRA-COND-PAGTO-PEDIDO
              END-IF
              PERFORM PERGUNTA-SUGESTAO
              IF WS-SUGERIR = "S"
                 PERFORM SUGERE-ITENS
              END-IF
              MOVE 0 TO W-SEL
              IF WS-SEM-ESTOQUE NOT = "S"
                 DISPLAY "DISPON." AT 1260
              END-IF
              PERFORM ENTRA-ITENS
              IF WS-QTD-ITN > ZEROS
      * BONIFICACAO NAO GERA TITULO E NAO PASSA PELO LIMITE DE
      * CREDITO; PASSA PELA VERBA DO VENDEDOR DEPOIS DA CONFIRMACAO.
                 IF PED_TIPO NOT = "B"
                    PERFORM VERIFICA-LIMITE-CREDITO
                 END-IF
                 MOVE 0 TO W-SEL
                 PERFORM CONFIRMA-DADOS UNTIL W-SEL > 0
                 IF W-SN = "S" AND PED_TIPO = "B"
                    PERFORM VERIFICA-VERBA-VENDEDOR
                 END-IF
                 MOVE "N" TO WS-PEDIDO-GRAVADO
                 PERFORM GRAVACAO
                 IF W-SN = "S"
                    PERFORM GRAVA-AUDITORIA
                 END-IF
      * PEDIDO RETIDO POR CREDITO AINDA NAO ESTA CONFIRMADO: SO O
      * ABERTO GERA O AVISO AO CLIENTE.
                 IF WS-PEDIDO-GRAVADO = "S" AND PED_SITUACAO = "A"
                    PERFORM AVISA-PEDIDO-CONFIRMADO
                 END-IF
                 IF WS-PEDIDO-GRAVADO = "S" AND PED_TIPO = "B"
                    MOVE PED_VALOR_TOTAL TO WS-VBA-DELTA
                    PERFORM ATUALIZA-CONSUMO-VERBA
                    IF WS-VERBA-EXCEDIDA = "S"
                       PERFORM GRAVA-AUDITORIA-VERBA
                    END-IF
                 END-IF
                 IF WS-PEDIDO-GRAVADO NOT = "S"
                    MOVE -1 TO WS-RES-SINAL
                    PERFORM RESERVA-ITENS-PEDIDO
                 END-IF
              ELSE
                 MOVE "*** PEDIDO SEM ITENS NAO GRAVADO ***" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
           IF W-SEL = 2
              PERFORM MOSTRA-DADOS
      * PEDIDO ABERTO OU RETIDO POR CREDITO PODE SER CANCELADO; O
      * FATURADO NAO (TERIA NOTA E TITULO PENDURADOS NELE). DO
      * BACKORDER SO O SALDO PENDENTE (VER CANCELA-SALDO-BACKORDER).
              IF PED_SITUACAO NOT = "A" AND PED_SITUACAO NOT = "S"
                 AND PED_SITUACAO NOT = "B"
                 MOVE "SO PEDIDO ABERTO/RETIDO/BACKORDER" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
              ELSE
                 MOVE 0 TO W-SEL
                           TO MENS
                    PERFORM ROT-MENS THRU ROT-MENS-FIM
                 ELSE
      * ALVARA/LICENCA OBRIGATORIA VENCIDA (VER CADDOC) TAMBEM
      * RECUSA O PEDIDO ATE O CLIENTE APRESENTAR A RENOVACAO.
                 MOVE PED_CODIGO_CLIENTE TO WS-DOC-CLIENTE
                 PERFORM VERIFICA-DOCUMENTOS-CLIENTE
                    THRU VERIFICA-DOCUMENTOS-FIM
                 IF WS-DOC-SITUACAO NOT = SPACES
                    MOVE SPACES TO MENS
                    STRING "*** " DELIMITED BY SIZE
                           WS-DOC-MENSAGEM DELIMITED BY SIZE
                           INTO MENS
                    PERFORM ROT-MENS THRU ROT-MENS-FIM
                 ELSE
                    MOVE CLI_RAZAO_SOCIAL TO WS-RAZAO-CLIENTE
                    MOVE CLI_TIPO         TO WS-TIPO-CLIENTE
                    MOVE CLI_LIMITE_CREDITO TO WS-LIMITE-CLIENTE
                    MOVE 2 TO W-SEL
                 END-IF
                 END-IF
                 END-IF
              END-IF
           END-IF
           .
              IF WS-GRAVACAO = "N"
                 CONTINUE
              ELSE
              PERFORM MOSTRA-DISPONIVEL-ITEM
              COMPUTE WS-POS-ITEM = WS-LIN-ITEM * 100 + 24
              ACCEPT WS-ITEM-QTDE AT WS-POS-ITEM
              PERFORM BUSCA-PRECO-TABELA
                   TO WS-ITN-VALOR(WS-QTD-ITN)
                 MOVE ZEROS
                   TO WS-ITN-QTDE-ATEND(WS-QTD-ITN)
                 PERFORM RESERVA-ITEM-DIGITADO
                 ADD WS-ITEM-VALOR TO PED_VALOR_TOTAL
                 COMPUTE WS-POS-ITEM = WS-LIN-ITEM * 100 + 46
                 DISPLAY WS-ITEM-VALOR AT WS-POS-ITEM
      * CADASTRO (CLI_LIMITE_CREDITO, ZEROS = SEM LIMITE). PEDIDO QUE
      * ESTOURE O LIMITE E GRAVADO RETIDO (PED_SITUACAO "S"): O
      * VENDEDOR NA RUA FICA SABENDO NA HORA, E O FATURAMENTO NAO
      * FATURA PEDIDO RETIDO. LOJA DE REDE PASSA TAMBEM PELO LIMITE
      * DO GRUPO ECONOMICO (VER SISGRPGER.CPY).
       VERIFICA-LIMITE-CREDITO.
           MOVE "A" TO PED_SITUACAO
           IF WS-LIMITE-CLIENTE > ZEROS AND WS-SEM-TITULOS NOT = "S"
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
              END-IF
           END-IF
           IF PED_SITUACAO = "A" AND WS-SEM-TITULOS NOT = "S"
              MOVE PED_CODIGO_CLIENTE TO WS-GRP-CLIENTE
              MOVE PED_VALOR_TOTAL    TO WS-GRP-VALOR-NOVO
              PERFORM VERIFICA-LIMITE-GRUPO
              IF WS-GRP-ESTOURO = "S"
                 MOVE "S" TO PED_SITUACAO
                 DISPLAY PED_SITUACAO AT 1022
                 MOVE "PEDIDO RETIDO: LIMITE DO GRUPO ECONOMICO"
                        TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
              END-IF
           END-IF
           .

      * TIPO DO PEDIDO: "V" = VENDA (O DE SEMPRE, JA SUGERIDO) OU
      * "B" = BONIFICACAO.
       ENTRA-TIPO-PEDIDO.
           MOVE "V" TO PED_TIPO
           MOVE "N" TO WS-TIPO-OK
           PERFORM UNTIL WS-TIPO-OK = "S"
              ACCEPT PED_TIPO WITH UPDATE AT 0622
              MOVE FUNCTION UPPER-CASE(PED_TIPO) TO PED_TIPO
              IF PED_TIPO = "V" OR PED_TIPO = "B"
                 MOVE "S" TO WS-TIPO-OK
              ELSE
                 MOVE "*** DIGITE V=VENDA OU B=BONIFICACAO ***" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
              END-IF
           END-PERFORM
           DISPLAY PED_TIPO AT 0622
           .

      * SALDO DA VERBA DE BONIFICACAO DO VENDEDOR NO MES DO PEDIDO
      * (VERBA - CONSUMIDO; VENDEDOR SEM VERBA CADASTRADA TEM SALDO
      * ZERO). PEDIDO ACIMA DO SALDO PRECISA DE SUPERVISOR NA HORA
      * (AUTORIZA-SUPERVISOR, O MESMO DO DESCONTO); AUTORIZACAO
      * NEGADA DESFAZ A CONFIRMACAO E O PEDIDO NAO E GRAVADO.
       VERIFICA-VERBA-VENDEDOR.
           MOVE "N"   TO WS-VERBA-EXCEDIDA
           MOVE ZEROS TO WS-VERBA-SALDO
           IF WS-SEM-VERBA NOT = "S"
              MOVE PED_COD_VENDEDOR     TO VBA_COD_VENDEDOR
              MOVE PED_DATA_PEDIDO(1:6) TO VBA_ANO_MES
              READ ARQ-VERBA
                  INVALID KEY
                     CONTINUE
                  NOT INVALID KEY
                     COMPUTE WS-VERBA-SALDO =
                         VBA_VALOR_VERBA - VBA_VALOR_CONSUMIDO
              END-READ
              MOVE "00" TO WS-RESULTADO-ACESSO
           END-IF
           IF PED_VALOR_TOTAL > WS-VERBA-SALDO
              MOVE WS-VERBA-SALDO TO WS-VERBA-SALDO-EDT
              MOVE SPACES TO MENS
              STRING "VERBA INSUFICIENTE - SALDO " WS-VERBA-SALDO-EDT
                  DELIMITED BY SIZE INTO MENS
              END-STRING
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              PERFORM AUTORIZA-SUPERVISOR
              IF WS-AUT-OK = "S"
                 MOVE "S" TO WS-VERBA-EXCEDIDA
              ELSE
                 MOVE "*** BONIFICACAO ACIMA DA VERBA NEGADA ***"
                        TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 MOVE "N" TO W-SN
              END-IF
           END-IF
           .

      * SOMA WS-VBA-DELTA (POSITIVO NA GRAVACAO, NEGATIVO NO
      * CANCELAMENTO) AO CONSUMO DA VERBA DO VENDEDOR NO MES DO
      * PEDIDO. O CONSUMO NAO FICA NEGATIVO; VENDEDOR SEM REGISTRO NO
      * MES GANHA UM, COM VERBA ZERO, NO PRIMEIRO CONSUMO (MESMO
      * ESQUEMA DA RESERVA DE ESTOQUE EM SISRSPGER.CPY).
       ATUALIZA-CONSUMO-VERBA.
           IF WS-SEM-VERBA NOT = "S" AND WS-VBA-DELTA NOT = ZEROS
              MOVE PED_COD_VENDEDOR     TO VBA_COD_VENDEDOR
              MOVE PED_DATA_PEDIDO(1:6) TO VBA_ANO_MES
              READ ARQ-VERBA
                  INVALID KEY
                     IF WS-VBA-DELTA > ZEROS
                        MOVE PED_COD_VENDEDOR     TO VBA_COD_VENDEDOR
                        MOVE PED_DATA_PEDIDO(1:6) TO VBA_ANO_MES
                        MOVE ZEROS        TO VBA_VALOR_VERBA
                        MOVE WS-VBA-DELTA TO VBA_VALOR_CONSUMIDO
                        MOVE FUNCTION CURRENT-DATE(1:8)
                               TO VBA_DATA_CADASTRO
                        MOVE LS-ID        TO VBA_OPERADOR
                        WRITE REGVBA
                     END-IF
                  NOT INVALID KEY
                     IF VBA_VALOR_CONSUMIDO + WS-VBA-DELTA < ZEROS
                        MOVE ZEROS TO VBA_VALOR_CONSUMIDO
                     ELSE
                        ADD WS-VBA-DELTA TO VBA_VALOR_CONSUMIDO
                     END-IF
                     REWRITE REGVBA
              END-READ
              MOVE "00" TO WS-RESULTADO-ACESSO
           END-IF
           .

      * LINHA PROPRIA NO ARQ-AUD PARA A BONIFICACAO GRAVADA ACIMA DA
      * VERBA, COM O VENDEDOR, O VALOR E O SUPERVISOR QUE AUTORIZOU.
       GRAVA-AUDITORIA-VERBA.
           MOVE FUNCTION CURRENT-DATE(1:14) TO AUD-DATA-HORA
           MOVE "CADPED"            TO AUD-PROGRAMA
           MOVE LS-ID               TO AUD-OPERADOR
           MOVE "VERBA BON."        TO AUD-OPERACAO
           MOVE PED_NUMERO_PEDIDO   TO AUD-CODIGO
           MOVE PED_VALOR_TOTAL     TO WS-VALOR-TOTAL-EDT
           MOVE SPACES              TO AUD-RESULTADO
           STRING "VD " PED_COD_VENDEDOR
                  WS-VALOR-TOTAL-EDT
                  " AUT " WS-AUT-ID
               DELIMITED BY SIZE INTO AUD-RESULTADO
           END-STRING
           WRITE REGAUD
           .

      * ENDERECO DE ENTREGA DO PEDIDO: ZEROS = FISCAL; UMA SEQUENCIA
           END-IF
           .

      * ESCOLHIDO O ENDERECO, O PEDIDO E CARIMBADO COM A DATA
      * PROMETIDA PELO CALENDARIO DE ENTREGA DA CIDADE (VER
      * SISCEPGER.CPY), PARA O OPERADOR JA DIZER AO CLIENTE QUANDO
      * CHEGA. A CIDADE E A DO ENDERECO ESCOLHIDO OU, NA ENTREGA NO
      * FISCAL, A DO CADASTRO; A HORA DO PEDIDO DECIDE O CORTE.
       CARIMBA-PREVISAO-ENTREGA.
           MOVE PED_CODIGO_CLIENTE TO CLI_CODIGO_CLIENTE
           READ ARQ-CLIENTE
               INVALID KEY
                  MOVE SPACES TO CLI_ENDERECO_UF CLI_ENDERECO_CIDADE
           END-READ
           MOVE CLI_ENDERECO_UF     TO WS-CEN-UF
           MOVE CLI_ENDERECO_CIDADE TO WS-CEN-CIDADE
           IF PED_SEQ_ENDERECO > ZEROS AND
              WS-SEM-ENDERECOS NOT = "S"
              MOVE PED_CODIGO_CLIENTE TO END_CODIGO_CLIENTE
              MOVE PED_SEQ_ENDERECO   TO END_SEQUENCIA
              READ ARQ-ENDER
                  INVALID KEY
                     CONTINUE
                  NOT INVALID KEY
                     MOVE END_UF     TO WS-CEN-UF
                     MOVE END_CIDADE TO WS-CEN-CIDADE
              END-READ
           END-IF
           MOVE PED_DATA_PEDIDO TO WS-CEN-DATA-PEDIDO
           MOVE FUNCTION CURRENT-DATE(9:4) TO WS-CEN-HORA
           PERFORM CALCULA-PREVISAO-ENTREGA
           MOVE WS-CEN-PREVISAO TO PED_DATA_PREV_ENTREGA
           DISPLAY PED_DATA_PREV_ENTREGA AT 0652
           MOVE "00" TO WS-RESULTADO-ACESSO
           .

      * 80 POR CENTO DO VOLUME E RECOMPRA: A SUGESTAO PROPOE OS
      * ITENS DA ULTIMA COMPRA DO CLIENTE PARA O OPERADOR SO
      * CONFIRMAR OU AJUSTAR, EM VEZ DE COMECAR DA TELA VAZIA.
              DISPLAY WS-ITN-IDX AT WS-POS-ITEM
              COMPUTE WS-POS-ITEM = WS-LIN-ITEM * 100 + 15
              DISPLAY WS-ITEM-PRODUTO AT WS-POS-ITEM
              PERFORM MOSTRA-DISPONIVEL-ITEM
              MOVE WS-SUG-QTDE(WS-SUG-IDX) TO WS-ITEM-QTDE
              COMPUTE WS-POS-ITEM = WS-LIN-ITEM * 100 + 24
              DISPLAY WS-ITEM-QTDE AT WS-POS-ITEM
                   TO WS-ITN-VALOR(WS-QTD-ITN)
                 MOVE ZEROS
                   TO WS-ITN-QTDE-ATEND(WS-QTD-ITN)
                 PERFORM RESERVA-ITEM-DIGITADO
                 ADD WS-ITEM-VALOR TO PED_VALOR_TOTAL
                 COMPUTE WS-POS-ITEM = WS-LIN-ITEM * 100 + 46
                 DISPLAY WS-ITEM-VALOR AT WS-POS-ITEM
           END-IF
           .

      * DISPONIVEL DO PRODUTO (SALDO - RESERVADO) NA COLUNA DA
      * DIREITA DA LINHA EM DIGITACAO.
       MOSTRA-DISPONIVEL-ITEM.
           IF WS-SEM-ESTOQUE NOT = "S"
              MOVE WS-ITEM-PRODUTO TO WS-RES-PRODUTO
              PERFORM CONSULTA-DISPONIVEL
              MOVE WS-RES-DISPONIVEL TO WS-DISPONIVEL-EDT
              COMPUTE WS-POS-ITEM = WS-LIN-ITEM * 100 + 60
              DISPLAY WS-DISPONIVEL-EDT AT WS-POS-ITEM
           END-IF
           .

      * RESERVA O ITEM RECEM-ACEITO. O DISPONIVEL E RELIDO NA HORA
      * (OUTRO TERMINAL PODE TER RESERVADO DESDE QUE A LINHA FOI
      * MOSTRADA); NAO ATENDENDO O ITEM INTEIRO, O OPERADOR E
      * AVISADO PARA COMBINAR COM O CLIENTE, E A RESERVA E FEITA
      * ASSIM MESMO (O FATURAMENTO ATENDE O QUE HOUVER).
       RESERVA-ITEM-DIGITADO.
           IF WS-SEM-ESTOQUE NOT = "S"
              MOVE WS-ITEM-PRODUTO TO WS-RES-PRODUTO
              PERFORM CONSULTA-DISPONIVEL
              IF WS-ITEM-QTDE > WS-RES-DISPONIVEL
                 MOVE "AVISO: DISPONIVEL NAO ATENDE O ITEM INTEIRO"
                        TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
              END-IF
              MOVE WS-ITEM-QTDE TO WS-RES-DELTA
              PERFORM ATUALIZA-RESERVA
              COMPUTE WS-RES-DISPONIVEL =
                  WS-RES-DISPONIVEL - WS-ITEM-QTDE
              MOVE WS-RES-DISPONIVEL TO WS-DISPONIVEL-EDT
              COMPUTE WS-POS-ITEM = WS-LIN-ITEM * 100 + 60
              DISPLAY WS-DISPONIVEL-EDT AT WS-POS-ITEM
           END-IF
           .

      * CONDICAO DE PAGAMENTO DO PEDIDO: A CONDICAO PADRAO DO
      * CLIENTE E SUGERIDA E O OPERADOR PODE TROCA-LA PARA ESTE
      * PEDIDO (CONDICAO NEGOCIADA NA VENDA). A CONDICAO INFORMADA
           WRITE REGAUD
           .

      * AVISO DE PEDIDO CONFIRMADO NA FILA DE MENSAGENS AO CLIENTE
      * (VER SISMSPGER.CPY); O ENVIO E FEITO PELO ENVMSG.
       AVISA-PEDIDO-CONFIRMADO.
           MOVE PED_CODIGO_CLIENTE TO WS-MSG-CLIENTE
           MOVE "P"                TO WS-MSG-EVENTO
           MOVE PED_NUMERO_PEDIDO  TO WS-MSG-REFERENCIA
           MOVE "CADPED"           TO WS-MSG-PROGRAMA
           MOVE ZEROS              TO WS-MSG-INTERVALO
           MOVE PED_VALOR_TOTAL    TO WS-MSG-VALOR-EDIT
           MOVE PED_DATA_PEDIDO    TO WS-MSG-DATA
           PERFORM FORMATA-DATA-MENSAGEM
           MOVE SPACES TO WS-MSG-TEXTO
           MOVE 1 TO WS-MSG-PONTEIRO
           STRING FUNCTION TRIM(WCF-NFE-RAZAO-EMITENTE) ": PEDIDO "
                  PED_NUMERO_PEDIDO " CONFIRMADO EM "
                  WS-MSG-DATA-EDIT ", VALOR R$ "
                  FUNCTION TRIM(WS-MSG-VALOR-EDIT) "."
               DELIMITED BY SIZE INTO WS-MSG-TEXTO
               WITH POINTER WS-MSG-PONTEIRO
           END-STRING
           IF PED_DATA_PREV_ENTREGA NOT = ZEROS
              MOVE PED_DATA_PREV_ENTREGA TO WS-MSG-DATA
              PERFORM FORMATA-DATA-MENSAGEM
              STRING " PREVISAO DE ENTREGA: " WS-MSG-DATA-EDIT "."
                  DELIMITED BY SIZE INTO WS-MSG-TEXTO
                  WITH POINTER WS-MSG-PONTEIRO
              END-STRING
           END-IF
           PERFORM ENFILEIRA-MENSAGEM
           .

      * MOVIMENTO DATADO DENTRO DE COMPETENCIA FECHADA NAO GRAVA
      * (VER FECMES/SISPEPGER.CPY).
       GRAVACAO.
              PERFORM GRAVA-ITENS-PEDIDO
              WRITE REGPED
              IF WS-RESULTADO-ACESSO = "00" OR "02"
                 MOVE "S" TO WS-PEDIDO-GRAVADO
                 MOVE "*** PEDIDO GRAVADO *** " TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
              ELSE
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
           .

      * O PENDENTE DOS ITENS DO PEDIDO CANCELADO DEIXA DE ESTAR
      * RESERVADO (VER SISRSPGER.CPY).
       CANCELAMENTO.
           IF W-SN = "S" AND PED_SITUACAO = "B"
              PERFORM CANCELA-SALDO-BACKORDER
           ELSE
           IF W-SN = "S"
              MOVE "C" TO PED_SITUACAO
              REWRITE REGPED
              IF WS-RESULTADO-ACESSO = "00"
                 PERFORM CARREGA-ITENS-PEDIDO
                 MOVE -1 TO WS-RES-SINAL
                 PERFORM RESERVA-ITENS-PEDIDO
      * PEDIDO DE BONIFICACAO CANCELADO DEVOLVE O VALOR A VERBA DO
      * VENDEDOR NO MES DO PEDIDO.
                 IF PED_TIPO = "B"
                    COMPUTE WS-VBA-DELTA = 0 - PED_VALOR_TOTAL
                    PERFORM ATUALIZA-CONSUMO-VERBA
                 END-IF
                 MOVE "*** PEDIDO CANCELADO ***" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
              ELSE
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
              .

      * BACKORDER: LIBERA A RESERVA DO PENDENTE, CORTA CADA LINHA NO
      * ATENDIDO E O PEDIDO FICA FATURADO NO QUE FOI ENTREGUE (UM
      * ESTORNO POSTERIOR DA NOTA REABRE SO O QUE ELA FATUROU). O
      * VALOR CORTADO SAI DO TOTAL DO PEDIDO E, NA BONIFICACAO,
      * VOLTA A VERBA DO VENDEDOR.
       CANCELA-SALDO-BACKORDER.
           PERFORM CARREGA-ITENS-PEDIDO
           MOVE -1 TO WS-RES-SINAL
           PERFORM RESERVA-ITENS-PEDIDO
           MOVE ZEROS TO WS-VALOR-PERDIDO
           PERFORM CORTA-LINHA-BACKORDER
               VARYING WS-ITN-IDX FROM 1 BY 1
               UNTIL WS-ITN-IDX > WS-QTD-ITN
           IF PED_VALOR_TOTAL > WS-VALOR-PERDIDO
              SUBTRACT WS-VALOR-PERDIDO FROM PED_VALOR_TOTAL
           ELSE
              MOVE ZEROS TO PED_VALOR_TOTAL
           END-IF
           MOVE "F" TO PED_SITUACAO
           PERFORM GRAVA-ITENS-PEDIDO
           REWRITE REGPED
           IF WS-RESULTADO-ACESSO = "00"
              IF PED_TIPO = "B"
                 COMPUTE WS-VBA-DELTA = 0 - WS-VALOR-PERDIDO
                 PERFORM ATUALIZA-CONSUMO-VERBA
              END-IF
              MOVE "*** SALDO DO BACKORDER CANCELADO ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
           ELSE
              MOVE "ERRO NO CANCELAMENTO DO PEDIDO" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
           END-IF
           .

       CORTA-LINHA-BACKORDER.
           IF WS-ITN-QTDE(WS-ITN-IDX) > WS-ITN-QTDE-ATEND(WS-ITN-IDX)
              COMPUTE WS-QTDE-PERDIDA =
                  WS-ITN-QTDE(WS-ITN-IDX) -
                  WS-ITN-QTDE-ATEND(WS-ITN-IDX)
              COMPUTE WS-VALOR-PERDIDO = WS-VALOR-PERDIDO +
                  WS-QTDE-PERDIDA * WS-ITN-VALOR-UNIT(WS-ITN-IDX)
              IF WS-SEM-ATEND NOT = "S"
                 PERFORM GRAVA-VENDA-PERDIDA
              END-IF
              MOVE WS-ITN-QTDE-ATEND(WS-ITN-IDX)
                TO WS-ITN-QTDE(WS-ITN-IDX)
              COMPUTE WS-ITN-VALOR(WS-ITN-IDX) =
                  WS-ITN-QTDE(WS-ITN-IDX) *
                  WS-ITN-VALOR-UNIT(WS-ITN-IDX)
           END-IF
           .

      * LINHA FATURADA ANTES DO CONTROLE DE NIVEL DE SERVICO NAO TEM
      * REGISTRO: GANHA UM SEM A PRIMEIRA NOTA, SO COM A PERDA.
       GRAVA-VENDA-PERDIDA.
           MOVE PED_NUMERO_PEDIDO TO ATD_NUMERO_PEDIDO
           MOVE WS-ITN-IDX        TO ATD_LINHA
           READ ARQ-ATEND
               INVALID KEY
                  MOVE SPACES TO REGATD
                  MOVE PED_NUMERO_PEDIDO  TO ATD_NUMERO_PEDIDO
                  MOVE WS-ITN-IDX         TO ATD_LINHA
                  MOVE WS-ITN-PRODUTO(WS-ITN-IDX) TO ATD_PRODUTO
                  MOVE PED_CODIGO_CLIENTE TO ATD_CODIGO_CLIENTE
                  MOVE PED_COD_VENDEDOR   TO ATD_COD_VENDEDOR
                  MOVE PED_DATA_PEDIDO    TO ATD_DATA_PEDIDO
                  MOVE WS-ITN-QTDE(WS-ITN-IDX) TO ATD_QTDE
                  MOVE WS-ITN-VALOR-UNIT(WS-ITN-IDX)
                         TO ATD_VALOR_UNIT
                  MOVE ZEROS TO ATD_DATA_PRIM_NF ATD_QTDE_PRIM_NF
                                ATD_DATA_ULT_NF
                  MOVE WS-ITN-QTDE-ATEND(WS-ITN-IDX)
                         TO ATD_QTDE_ATEND
                  MOVE FUNCTION CURRENT-DATE(1:8) TO ATD_DATA_CANC
                  MOVE WS-QTDE-PERDIDA    TO ATD_QTDE_PERDIDA
                  WRITE REGATD
               NOT INVALID KEY
                  MOVE WS-ITN-QTDE-ATEND(WS-ITN-IDX)
                         TO ATD_QTDE_ATEND
                  MOVE FUNCTION CURRENT-DATE(1:8) TO ATD_DATA_CANC
                  MOVE WS-QTDE-PERDIDA    TO ATD_QTDE_PERDIDA
                  REWRITE REGATD
           END-READ
           MOVE "00" TO WS-RESULTADO-ACESSO
           .

       CONFIRMA-DADOS.
           MOVE "S" TO W-SN
           DISPLAY "DADOS OK (S/N) : " AT 2440
           DISPLAY PED_COD_VENDEDOR   AT 0922
           DISPLAY PED_DATA_PEDIDO    AT 0952
           DISPLAY PED_SITUACAO       AT 1022
           IF PED_TIPO = "B"
              DISPLAY PED_TIPO        AT 0622
           ELSE
              DISPLAY "V"             AT 0622
           END-IF
           IF PED_DATA_PREV_ENTREGA > ZEROS
              DISPLAY PED_DATA_PREV_ENTREGA AT 0652
           END-IF
           MOVE PED_CODIGO_CLIENTE TO CLI_CODIGO_CLIENTE
           READ ARQ-CLIENTE
               INVALID KEY
           IF WS-RESULTADO-ACESSO NOT = "00"
              MOVE "S" TO WS-SEM-TITULOS
           END-IF
           PERFORM ABRE-GRUPO
      * O CADASTRO DE OPERADORES E NECESSARIO PARA A AUTORIZACAO DE
      * DESCONTO ACIMA DO LIMITE; SEM ELE SO O DESCONTO DO PROPRIO
      * OPERADOR E POSSIVEL (VER AUTORIZA-SUPERVISOR).
              MOVE "S" TO WS-SEM-ACORDO
              MOVE "00" TO WS-RESULTADO-ACESSO
           END-IF
      * O CALENDARIO DE ENTREGA E OPCIONAL: SEM O ARQUIVO A PROMESSA
      * SEGUE O PRAZO PADRAO (VER SISCEPGER.CPY).
           MOVE "N" TO WS-SEM-CALENDARIO
           OPEN INPUT ARQ-CALENT
           IF WS-RESULTADO-ACESSO NOT = "00"
              MOVE "S" TO WS-SEM-CALENDARIO
              MOVE "00" TO WS-RESULTADO-ACESSO
           END-IF
           PERFORM ABRE-FERIADOS
      * O CONTROLE DE ESTOQUE E OPCIONAL, MESMO ESQUEMA DO FATPED:
      * SEM O ARQUIVO A DIGITACAO SEGUE SEM DISPONIVEL E SEM RESERVA.
           MOVE "N" TO WS-SEM-ESTOQUE
           OPEN I-O ARQ-ESTOQUE
           IF WS-RESULTADO-ACESSO NOT = "00"
              MOVE "S" TO WS-SEM-ESTOQUE
              MOVE "00" TO WS-RESULTADO-ACESSO
           END-IF
      * VERBA DE BONIFICACAO DOS VENDEDORES: O ARQUIVO NASCE NO
      * PRIMEIRO USO (O CONSUMO E GRAVADO AQUI MESMO ANTES DE O
      * CADVBA CADASTRAR A VERBA DO MES).
           MOVE "N" TO WS-SEM-VERBA
           OPEN I-O ARQ-VERBA
           IF WS-RESULTADO-ACESSO = "05" OR WS-RESULTADO-ACESSO = "35"
              OPEN OUTPUT ARQ-VERBA
              CLOSE ARQ-VERBA
              OPEN I-O ARQ-VERBA
           END-IF
           IF WS-RESULTADO-ACESSO NOT = "00"
              MOVE "S" TO WS-SEM-VERBA
              MOVE "00" TO WS-RESULTADO-ACESSO
           END-IF
      * NIVEL DE SERVICO (VENDA PERDIDA NO CANCELAMENTO DO BACKORDER):
      * NASCE NO PRIMEIRO USO, MESMO ESQUEMA DA VERBA.
           MOVE "N" TO WS-SEM-ATEND
           OPEN I-O ARQ-ATEND
           IF WS-RESULTADO-ACESSO = "05" OR WS-RESULTADO-ACESSO = "35"
              OPEN OUTPUT ARQ-ATEND
              CLOSE ARQ-ATEND
              OPEN I-O ARQ-ATEND
           END-IF
           IF WS-RESULTADO-ACESSO NOT = "00"
              MOVE "S" TO WS-SEM-ATEND
              MOVE "00" TO WS-RESULTADO-ACESSO
           END-IF
      * DOCUMENTOS/LICENCAS DO CLIENTE: SEM O ARQUIVO NAO HA BLOQUEIO.
           MOVE "N" TO WS-DOC-SEM-ARQUIVO
           OPEN INPUT ARQ-DOCCLI
           IF WS-RESULTADO-ACESSO NOT = "00"
              MOVE "S" TO WS-DOC-SEM-ARQUIVO
              MOVE "00" TO WS-RESULTADO-ACESSO
           END-IF
           PERFORM ABRE-PERIODOS
           PERFORM ABRE-FILA-MENSAGEM
           PERFORM OPEN-AUDITORIA
           .

           IF WS-SEM-TITULOS NOT = "S"
              CLOSE ARQ-TITULO
           END-IF
           PERFORM FECHA-GRUPO
           IF WS-SEM-ENDERECOS NOT = "S"
              CLOSE ARQ-ENDER
           END-IF
           IF WS-SEM-NOTAS NOT = "S"
              CLOSE ARQ-NF
           END-IF
           IF WS-SEM-ESTOQUE NOT = "S"
              CLOSE ARQ-ESTOQUE
           END-IF
           IF WS-SEM-CALENDARIO NOT = "S"
              CLOSE ARQ-CALENT
           END-IF
           PERFORM FECHA-FERIADOS
           IF WS-SEM-VERBA NOT = "S"
              CLOSE ARQ-VERBA
           END-IF
           IF WS-SEM-ATEND NOT = "S"
              CLOSE ARQ-ATEND
           END-IF
           IF WS-DOC-SEM-ARQUIVO NOT = "S"
              CLOSE ARQ-DOCCLI
           END-IF
           PERFORM FECHA-PERIODOS
           PERFORM FECHA-FILA-MENSAGEM
           .

      **********************
      * COMPARTILHADO COM O FATURAMENTO E OS LEITORES DE ITENS.
       COPY "copybook\SISITPGER.CPY".

      * CONSULTA-DISPONIVEL, ATUALIZA-RESERVA E RESERVA-ITENS-PEDIDO:
      * VER COPYBOOK, COMPARTILHADO COM IMPPED/CORERR/CREDES.
       COPY "copybook\SISRSPGER.CPY".

      * CALCULA-PREVISAO-ENTREGA: VER COPYBOOK, COMPARTILHADO COM
      * IMPPED/CORERR.
       COPY "copybook\SISCEPGER.CPY".

      * FERIADOS DA CIDADE NA PREVISAO DE ENTREGA: VER COPYBOOK.
       COPY "copybook\SISFRPGER.CPY".

      * LIMITE DE CREDITO DO GRUPO ECONOMICO: VER COPYBOOK,
      * COMPARTILHADO COM CADPED/IMPPED/CORERR/CREDES.
       COPY "copybook\SISGRPGER.CPY".

      * CARREGA-COMPOSICAO-KIT E RATEIA-KIT: VER COPYBOOK,
      * COMPARTILHADO POR QUEM EXPLODE OS PRODUTOS-KIT.
       COPY "copybook\SISKTPGER.CPY".

      * VERIFICA-DOCUMENTOS-CLIENTE: VER COPYBOOK, COMPARTILHADO COM
      * IMPPED.
       COPY "copybook\SISDCPGER.CPY".

      * ENFILEIRA-MENSAGEM: VER COPYBOOK, COMPARTILHADO COM FATPED,
      * IMPENT, COBCLI, ENVMSG, QUALID E ANONIM.
       COPY "copybook\SISMSPGER.CPY".

      * CARREGA-FILIAL E MONTA-CAMINHOS-FILIAL: VER COPYBOOK,
      * COMPARTILHADO POR TODOS OS PROGRAMAS DA FILIAL.
       COPY "copybook\SISFIPGER.CPY".
