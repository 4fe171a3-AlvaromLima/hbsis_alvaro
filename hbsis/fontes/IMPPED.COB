              EXIT PROGRAM
           END-IF

      * O ARQUIVO ENTRA NO REGISTRO DE RECEBIDOS ANTES DA VALIDACAO;
      * JA RECEBIDO NEM E CONFERIDO (VER SISRCPGER.CPY). FORCADO POR
      * UM SUPERVISOR, PASSA MESMO COM A SEQUENCIA JA USADA.
           MOVE "IMPPED"        TO WS-RCB-INTERFACE
           MOVE WS-NOME-ENTRADA TO WS-RCB-ARQUIVO
           PERFORM IDENTIFICA-RECEBIDO
           IF WS-RCB-PRIMEIRA-LINHA(1:1) = "H"
              MOVE WS-RCB-PRIMEIRA-LINHA(2:6) TO WS-RCB-HDR-SEQUENCIA
           END-IF
           PERFORM CONFERE-RECEBIDO
           IF WS-RCB-LIBERADO = "S"
              PERFORM LE-ULTIMA-SEQUENCIA
              PERFORM VALIDA-ARQUIVO
           ELSE
              MOVE "N" TO WS-ARQUIVO-OK
              MOVE WS-RCB-MOTIVO TO WS-MOTIVO-RECUSA
           END-IF
           CLOSE ENTRADA-PED

           IF WS-ARQUIVO-OK = "S"
              PERFORM APLICA-ARQUIVO
              IF WS-SEQ-ARQUIVO > WS-SEQ-ULTIMA
                 PERFORM GRAVA-ULTIMA-SEQUENCIA
              END-IF
              MOVE "A" TO WS-RCB-SITUACAO
              MOVE WS-QTD-PEDIDOS TO WS-RCB-QTD-APLICADA
              PERFORM FINALIZA-RECEBIDO
              PERFORM VERIFICA-RECONCILIACAO
      * AS REJEICOES DA RODADA ENTRAM NO SALDO PENDENTE DO CORERR
      * (VER SISRJPGER.CPY E O ALERTA DO FECHAMENTO DIARIO).
                 MOVE WS-QTD-REJEITADOS TO WS-REJ-DELTA
                 PERFORM SOMA-REJEITOS-PENDENTES
              END-IF
      * ITENS RESERVADOS ALEM DO DISPONIVEL (O FATURAMENTO VAI
      * DEIXA-LOS EM BACKORDER) GANHAM LINHA PROPRIA NO ARQ-AUD.
              IF WS-RES-FALTAS > ZEROS
                 MOVE SPACES TO MENS
                 STRING "SEM DISPONIVEL: " WS-RES-FALTAS " ITENS"
                     DELIMITED BY SIZE INTO MENS
                 END-STRING
                 PERFORM GRAVA-AUDITORIA
              END-IF
              MOVE SPACES TO MENS
              STRING "SEQ " WS-SEQ-ARQUIVO " PEDIDOS "
                     WS-QTD-PEDIDOS
                  DELIMITED BY SIZE INTO MENS
              END-STRING
           ELSE
              MOVE "X" TO WS-RCB-SITUACAO
              MOVE ZEROS TO WS-RCB-QTD-APLICADA
              MOVE WS-MOTIVO-RECUSA TO WS-RCB-MOTIVO
              PERFORM FINALIZA-RECEBIDO
              MOVE SPACES TO MENS
              STRING "ARQUIVO RECUSADO: " WS-MOTIVO-RECUSA
                  DELIMITED BY SIZE INTO MENS
                MOVE "SEM HEADER" TO WS-MOTIVO-RECUSA
             WHEN WS-TEM-TRAILER = "N"
                MOVE "SEM TRAILER" TO WS-MOTIVO-RECUSA
             WHEN WS-SEQ-ARQUIVO NOT > WS-SEQ-ULTIMA AND
                  WS-RCB-FORCADO NOT = "S"
                MOVE "SEQUENCIA REPETIDA/ANTIGA" TO WS-MOTIVO-RECUSA
             WHEN WS-QTD-DETALHES NOT = WS-QTD-HEADER
                MOVE "CONTAGEM DIVERGE DO HEADER" TO WS-MOTIVO-RECUSA
                         WS-QTD-PEDIDOS
                         WS-QTD-RETIDOS
                         WS-GRAVACAO-ERRO
                         WS-RES-FALTAS
           MOVE "N" TO WS-PEDIDO-ABERTO
           OPEN INPUT ENTRADA-PED
           MOVE "N" TO WS-EOF-SW
           .

      * ABRE UM PEDIDO EM MONTAGEM PARA O GRUPO DE LINHAS: O CLIENTE
      * PRECISA EXISTIR, ESTAR ATIVO, NAO BLOQUEADO PELA COBRANCA E
      * SEM LICENCA OBRIGATORIA VENCIDA (MESMAS REGRAS DA ENTRADA DO
      * CADPED); FALHANDO, TODAS AS LINHAS DO GRUPO CAEM NO ERRO_
      * ATE O PROXIMO GRUPO.
       ABRE-PEDIDO-NOVO.
           MOVE PTX-D-PEDIDO-CAMPO TO WS-PEDIDO-CAMPO-ATU
           MOVE PTX-D-CLIENTE      TO WS-CLIENTE-ATU
                     MOVE "CLIENTE BLOQUEADO P/ COBRANCA" TO MENS
                     PERFORM GRAVACAO-ERRO
                     MOVE "N" TO WS-PEDIDO-ABERTO
                  ELSE
                  MOVE PTX-D-CLIENTE TO WS-DOC-CLIENTE
                  PERFORM VERIFICA-DOCUMENTOS-CLIENTE
                     THRU VERIFICA-DOCUMENTOS-FIM
                  IF WS-DOC-SITUACAO NOT = SPACES
                     MOVE WS-DOC-MENSAGEM TO MENS
                     PERFORM GRAVACAO-ERRO
                     MOVE "N" TO WS-PEDIDO-ABERTO
                  ELSE
                     MOVE CLI_TIPO TO WS-TIPO-CLIENTE
                     MOVE CLI_LIMITE_CREDITO TO WS-LIMITE-CLIENTE
                                   PED_VALOR_TOTAL
                                   PED_SEQ_ENDERECO
                     MOVE CLI_COND_PAGTO TO PED_COND_PAGTO
                     MOVE "V" TO PED_TIPO
      * A PROMESSA DE ENTREGA SAI DO CALENDARIO DA CIDADE DO
      * CADASTRO (A ENTREGA E NO FISCAL), MESMA REGRA DO CADPED.
                     MOVE CLI_ENDERECO_UF     TO WS-CEN-UF
                     MOVE CLI_ENDERECO_CIDADE TO WS-CEN-CIDADE
                     MOVE WS-DATA-HOJE        TO WS-CEN-DATA-PEDIDO
                     MOVE FUNCTION CURRENT-DATE(9:4) TO WS-CEN-HORA
                     PERFORM CALCULA-PREVISAO-ENTREGA
                     MOVE WS-CEN-PREVISAO TO PED_DATA_PREV_ENTREGA
                     PERFORM VARYING WS-ITEM-IDX FROM 1 BY 1
                             UNTIL WS-ITEM-IDX > 10
                        MOVE ZEROS
                     MOVE "S" TO WS-PEDIDO-ABERTO
                  END-IF
                  END-IF
                  END-IF
           END-READ
           .

      * FECHA O PEDIDO EM MONTAGEM: SEM ITEM ACEITO NAO HA O QUE
      * GRAVAR; COM ITENS, O MESMO CONTROLE DE LIMITE DE CREDITO DA
      * DIGITACAO DECIDE ENTRE "A" E RETIDO "S" E O PEDIDO E
      * GRAVADO, RESERVANDO O ESTOQUE DOS ITENS COMO NA DIGITACAO
      * (VER SISRSPGER.CPY).
       FECHA-PEDIDO-ABERTO.
           IF WS-PEDIDO-ABERTO = "S"
              IF WS-QTD-ITN > ZEROS
                 WRITE REGPED
                 IF WS-RESULTADO-ACESSO = "00" OR "02"
                    ADD 1 TO WS-QTD-PEDIDOS
                    MOVE 1 TO WS-RES-SINAL
                    PERFORM RESERVA-ITENS-PEDIDO
                    IF PED_SITUACAO = "S"
                       ADD 1 TO WS-QTD-RETIDOS
                    END-IF
           .

      * MESMA REGRA DO VERIFICA-LIMITE-CREDITO DO CADPED: TITULOS EM
      * ABERTO + O PEDIDO NOVO ACIMA DO LIMITE DA LOJA OU DO GRUPO
      * ECONOMICO RETEM O PEDIDO (PED_SITUACAO "S"), FORA DO
      * FATURAMENTO ATE A MESA DE CREDITO DECIDIR.
       VERIFICA-LIMITE-CREDITO.
           MOVE "A" TO PED_SITUACAO
           IF WS-LIMITE-CLIENTE > ZEROS AND WS-SEM-TITULOS NOT = "S"
                 MOVE "S" TO PED_SITUACAO
              END-IF
           END-IF
           IF PED_SITUACAO = "A" AND WS-SEM-TITULOS NOT = "S"
              MOVE PED_CODIGO_CLIENTE TO WS-GRP-CLIENTE
              MOVE PED_VALOR_TOTAL    TO WS-GRP-VALOR-NOVO
              PERFORM VERIFICA-LIMITE-GRUPO
              IF WS-GRP-ESTOURO = "S"
                 MOVE "S" TO PED_SITUACAO
              END-IF
           END-IF
           .

      * MAIOR NUMERO DE PEDIDO JA GRAVADO + 1 (MESMO IDIOMA DO
              MOVE "S" TO WS-SEM-TITULOS
              MOVE "00" TO WS-RESULTADO-ACESSO
           END-IF
           PERFORM ABRE-GRUPO
      * SEM CONTROLE DE ESTOQUE O PEDIDO ENTRA SEM RESERVA.
           MOVE "N" TO WS-SEM-ESTOQUE
           OPEN I-O ARQ-ESTOQUE
           IF WS-RESULTADO-ACESSO NOT = "00"
              MOVE "S" TO WS-SEM-ESTOQUE
              MOVE "00" TO WS-RESULTADO-ACESSO
           END-IF
      * SEM CALENDARIO DE ENTREGA A PROMESSA SEGUE O PRAZO PADRAO.
           MOVE "N" TO WS-SEM-CALENDARIO
           OPEN INPUT ARQ-CALENT
           IF WS-RESULTADO-ACESSO NOT = "00"
              MOVE "S" TO WS-SEM-CALENDARIO
              MOVE "00" TO WS-RESULTADO-ACESSO
           END-IF
           PERFORM ABRE-FERIADOS
      * SEM CADASTRO DE DOCUMENTOS NAO HA BLOQUEIO POR LICENCA.
           MOVE "N" TO WS-DOC-SEM-ARQUIVO
           OPEN INPUT ARQ-DOCCLI
           IF WS-RESULTADO-ACESSO NOT = "00"
              MOVE "S" TO WS-DOC-SEM-ARQUIVO
              MOVE "00" TO WS-RESULTADO-ACESSO
           END-IF
           .

       CLOSE-ARQUIVOS.
           IF WS-SEM-TITULOS NOT = "S"
              CLOSE ARQ-TITULO
           END-IF
           PERFORM FECHA-GRUPO
           IF WS-SEM-ESTOQUE NOT = "S"
              CLOSE ARQ-ESTOQUE
           END-IF
           IF WS-SEM-CALENDARIO NOT = "S"
              CLOSE ARQ-CALENT
           END-IF
           PERFORM FECHA-FERIADOS
           IF WS-DOC-SEM-ARQUIVO NOT = "S"
              CLOSE ARQ-DOCCLI
           END-IF
           IF WS-GRAVACAO-ERRO > 0
              CLOSE ARQ-ERR
           END-IF
      * COM O CORERR E O FECHAMENTO DIARIO.
       COPY "copybook\SISRJPGER.CPY".

      * RESERVA DE ESTOQUE DOS ITENS DO PEDIDO: VER COPYBOOK,
      * COMPARTILHADO COM CADPED/CORERR/CREDES.
       COPY "copybook\SISRSPGER.CPY".

      * CALCULA-PREVISAO-ENTREGA: VER COPYBOOK, COMPARTILHADO COM
      * CADPED/CORERR.
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
      * CADPED.
       COPY "copybook\SISDCPGER.CPY".

      * CARREGA-FILIAL E MONTA-CAMINHOS-FILIAL: VER COPYBOOK,
      * COMPARTILHADO POR TODOS OS PROGRAMAS DA FILIAL.
       COPY "copybook\SISFIPGER.CPY".

      * IDENTIFICA-RECEBIDO, CONFERE-RECEBIDO E FINALIZA-RECEBIDO:
      * VER COPYBOOK, COMPARTILHADO PELAS INTERFACES DE ENTRADA.
       COPY "copybook\SISRCPGER.CPY".

      * EMBARALHA-SENHA (SENHA DO SUPERVISOR QUE FORCA UM ARQUIVO
      * REPETIDO): VER COPYBOOK, COMPARTILHADO COM MENU/CADOPE.
       COPY "copybook\SISSNPGER.CPY".
