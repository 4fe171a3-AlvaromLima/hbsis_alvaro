      * SALDO INSUFICIENTE E DEBITADO ATE ZERO E CONTADO NO RESUMO
      * (WS-QTD-SEM-SALDO): O DEPOSITO VE NA HORA ONDE O SISTEMA
      * PROMETEU MAIS DO QUE TINHA. AMBIENTE SEM O ARQUIVO SEGUE
      * FATURANDO SEM CONTROLE, COMO SEMPRE FOI (WS-SEM-ESTOQUE, EM
      * SISWSGER.CPY). A BAIXA TAMBEM CONSOME A RESERVA QUE O PEDIDO
      * FEZ NA DIGITACAO (EST_RESERVADO, VER SISRSPGER.CPY).
       77 WS-QTD-SEM-SALDO     PIC 9(007) VALUE ZEROS.
       77 WS-ITEM-IDX          PIC 9(003) VALUE ZEROS.

      * LOTES (ARQ-LOTE, VER CADEST): A BAIXA DE CADA ITEM CONSOME
      * PRIMEIRO O LOTE DE VALIDADE MAIS PROXIMA (LOTE VENCIDO NAO
      * SAI) E GRAVA NO ARQ-NFLOTE QUAL LOTE FOI EM CADA NOTA, PARA O
      * RASTREIO. QUANTIDADE SEM LOTE COM SALDO (ESTOQUE ANTERIOR AO
      * CONTROLE) SAI SEM REGISTRO DE LOTE. NOTA RECUPERADA QUE JA
      * TEM LOTES GRAVADOS NAO CONSOME DE NOVO. SEM O ARQ-LOTE O
      * FATURAMENTO SEGUE SEM LOTES (WS-SEM-LOTE).
       77 WS-SEM-LOTE          PIC X(001) VALUE "N".
       77 WS-EOF-LOT           PIC X(001) VALUE "N".
       77 WS-NFL-SEQUENCIA     PIC 9(003) VALUE ZEROS.
       77 WS-NOTA-COM-LOTE     PIC X(001) VALUE "N".
       77 WS-LOTE-RESTANTE     PIC 9(009) VALUE ZEROS.
       77 WS-LOTE-QTDE         PIC 9(009) VALUE ZEROS.

      * FATURAMENTO PARCIAL (BACKORDER): ANTES DE EMITIR, CADA ITEM
      * E CONFRONTADO COM O SALDO DE ESTOQUE E SO A QUANTIDADE
      * DISPONIVEL ENTRA NA NOTA (WS-FATURAR-ITEM); O RESTO FICA NO
       77 WS-SEM-PRODUTOS      PIC X(001) VALUE "N".
       77 WS-CUSTO-FATURAR     PIC 9(011)V9(02) VALUE ZEROS.

      * PRODUTO-KIT (VER SISKTPGER.CPY): O KIT NAO TEM SALDO PROPRIO.
      * FATURA-SE O NUMERO DE KITS QUE O SALDO DOS COMPONENTES MONTA
      * (WS-KIT-POSSIVEL), A BAIXA E O CUSTO SAO DOS COMPONENTES
      * (WS-BXA-PRODUTO/WS-BXA-QTDE) E A NF-E TRAZ UM <det> POR
      * COMPONENTE COM O VALOR DO KIT RATEADO (TABELA WS-NFI, MONTADA
      * EM MONTA-ITENS-NOTA; PRODUTO COMUM ENTRA NELA COMO SEMPRE).
       77 WS-KIT-POSSIVEL      PIC 9(009) VALUE ZEROS.
       77 WS-KIT-COMPONENTE    PIC 9(009) VALUE ZEROS.
       77 WS-BXA-PRODUTO       PIC 9(005) VALUE ZEROS.
       77 WS-BXA-QTDE          PIC 9(009) VALUE ZEROS.
       77 WS-QTD-NFI           PIC 9(003) VALUE ZEROS.
       01 WS-TAB-NFI.
          05 WS-NFI OCCURS 990 TIMES.
             10 WS-NFI-PRODUTO     PIC 9(005).
             10 WS-NFI-QTDE        PIC 9(009).
             10 WS-NFI-VALOR-UNIT  PIC 9(009)V9(02).
             10 WS-NFI-VALOR       PIC 9(011)V9(02).

      * ALIQUOTAS INTERNAS DE ICMS POR UF (OPERACAO DENTRO DO
      * ESTADO), NO MESMO FORMATO DA TABELA DE RETANGULOS DE UF DO
      * SISUFGER.CPY; MANTIDAS AQUI PORQUE SO O FATURAMENTO AS USA.
             05 ALIQ-SIGLA     PIC X(002).
             05 ALIQ-VALOR     PIC 9(002)V9(02).

      * NF-E (VER MONTA-CHAVE-NFE E GERA-XML-NFE): CHAVE DE ACESSO
      * DE 44 DIGITOS (UF, ANO/MES, CNPJ DO EMITENTE, MODELO 55,
      * SERIE, NUMERO, TIPO DE EMISSAO, CODIGO NUMERICO = PEDIDO E
      * DIGITO VERIFICADOR MODULO 11) E A MONTAGEM DO XML, UM ELEMENTO
      * POR LINHA. OS VALORES VAO COM PONTO DECIMAL E SEM ZEROS A
      * ESQUERDA, FATIADOS NA MAO COMO AS COORDENADAS DO EXPKML.
       01 WS-CHAVE-NFE.
          05 WS-CHV-UF            PIC 9(002).
          05 WS-CHV-AAMM          PIC 9(004).
          05 WS-CHV-CNPJ          PIC 9(014).
          05 WS-CHV-MODELO        PIC 9(002).
          05 WS-CHV-SERIE         PIC 9(003).
          05 WS-CHV-NUMERO        PIC 9(009).
          05 WS-CHV-TIPO-EMISSAO  PIC 9(001).
          05 WS-CHV-CODIGO        PIC 9(008).
          05 WS-CHV-DV            PIC 9(001).
       01 WS-CHAVE-NFE-DIG REDEFINES WS-CHAVE-NFE.
          05 WS-CHV-DIGITO        PIC 9(001) OCCURS 44 TIMES.
       77 WS-CHV-IDX           PIC 9(002) VALUE ZEROS.
       77 WS-CHV-PESO          PIC 9(002) VALUE ZEROS.
       77 WS-CHV-SOMA          PIC 9(005) VALUE ZEROS.
       77 WS-CHV-QUOCIENTE     PIC 9(005) VALUE ZEROS.
       77 WS-CHV-RESTO         PIC 9(002) VALUE ZEROS.

       01 WS-XML-VALOR         PIC 9(011)V9(02) VALUE ZEROS.
       01 WS-XML-VALOR-X REDEFINES WS-XML-VALOR PIC X(013).
       01 WS-XML-NUMERO        PIC 9(014) VALUE ZEROS.
       01 WS-XML-NUMERO-X REDEFINES WS-XML-NUMERO PIC X(014).
       77 WS-XML-ZEROS         PIC 9(002) VALUE ZEROS.
       77 WS-XML-TEXTO         PIC X(020) VALUE SPACES.
       77 WS-XML-TAG           PIC X(010) VALUE SPACES.
       77 WS-XML-CAMPO         PIC X(040) VALUE SPACES.
       77 WS-XML-PTR           PIC 9(003) VALUE ZEROS.
       77 WS-XML-TEM-CLIENTE   PIC X(001) VALUE "N".
       77 WS-XML-ITEM          PIC 9(003) VALUE ZEROS.
       77 WS-XML-ULTIMO        PIC 9(003) VALUE ZEROS.
       77 WS-XML-VPROD         PIC 9(011)V9(02) VALUE ZEROS.
       77 WS-XML-ICMS-ITEM     PIC S9(011)V9(02) VALUE ZEROS.
       77 WS-XML-BCST-ITEM     PIC S9(011)V9(02) VALUE ZEROS.
       77 WS-XML-ST-ITEM       PIC S9(011)V9(02) VALUE ZEROS.
       77 WS-XML-ICMS-ACUM     PIC 9(011)V9(02) VALUE ZEROS.
       77 WS-XML-BCST-ACUM     PIC 9(011)V9(02) VALUE ZEROS.
       77 WS-XML-ST-ACUM       PIC 9(011)V9(02) VALUE ZEROS.
       77 WS-XML-BCST-NOTA     PIC 9(011)V9(02) VALUE ZEROS.
       77 WS-QTD-XML           PIC 9(007) VALUE ZEROS.
       77 WS-QTD-XML-FALHA     PIC 9(007) VALUE ZEROS.

      * CONTAGENS DA RODADA, RECONCILIADAS NO RESUMO FINAL (MESMO
      * ESQUEMA DA RECONCILIACAO DA IMPORTACAO DO CADCLI): TODO PEDIDO
      * LIDO TEM QUE TER UM DESTINO CONTABILIZADO.
       77 WS-VALOR-FATURADO    PIC 9(013)V9(02) VALUE ZEROS.
       77 WS-QTD-PROCESSADOS   PIC 9(007) VALUE ZEROS.

      * PEDIDO DE BONIFICACAO (PED_TIPO "B", VER CADPED): A NOTA SAI
      * COMO REMESSA EM BONIFICACAO (NF_TIPO "B"), BAIXA O ESTOQUE
      * COMO QUALQUER OUTRA, MAS NAO GERA TITULO NEM BOLETO E NAO
      * ENTRA NO VALOR FATURADO; E CONTADA A PARTE NO RESUMO.
       77 WS-QTD-BONIFICACAO   PIC 9(007) VALUE ZEROS.
       77 WS-VALOR-BONIFICADO  PIC 9(013)V9(02) VALUE ZEROS.

      * NIVEL DE SERVICO DAS LINHAS (ARQ-ATEND, VER RELSRV): A
      * PRIMEIRA NOTA DO PEDIDO CRIA O REGISTRO DE CADA LINHA COM O
      * QUE FOI ATENDIDO NELA; AS SEGUINTES SO ATUALIZAM O ATENDIDO.
       77 WS-SEM-ATEND         PIC X(001) VALUE "N".

      * PEDIDO QUE VEIO DO EDI DE UMA REDE (VINCULO NO ARQ-PEDEDI,
      * VER IMPEDI): A NOTA GERA O AVISO DE FATURAMENTO NOS CODIGOS
      * DA REDE (PEDIDO, LOJA E EAN DE CADA LINHA), NUM ARQUIVO POR
      * REDE E DIA NA PASTA WCF-DIR-EDI. SEM O ARQUIVO DE VINCULOS
      * NENHUM PEDIDO E DE REDE (WS-SEM-PEDEDI).
       77 WS-SEM-PEDEDI        PIC X(001) VALUE "N".
       77 WS-QTD-AVISO-EDI     PIC 9(007) VALUE ZEROS.
       77 WS-AVF-LINHAS        PIC 9(003) VALUE ZEROS.
       01 WS-AVF-NOTA.
          05 AVF-N-TIPO           PIC X(001) VALUE "N".
          05 AVF-N-REDE           PIC X(006) VALUE SPACES.
          05 AVF-N-PEDIDO-REDE    PIC X(010) VALUE SPACES.
          05 AVF-N-LOJA           PIC X(013) VALUE SPACES.
          05 AVF-N-NOTA           PIC 9(009) VALUE ZEROS.
          05 AVF-N-SERIE          PIC 9(003) VALUE ZEROS.
          05 AVF-N-EMISSAO        PIC 9(008) VALUE ZEROS.
          05 AVF-N-CHAVE          PIC X(044) VALUE SPACES.
          05 AVF-N-VALOR          PIC 9(011)V9(02) VALUE ZEROS.
          05 AVF-N-LINHAS         PIC 9(003) VALUE ZEROS.
          05 FILLER               PIC X(010) VALUE SPACES.
       01 WS-AVF-ITEM.
          05 AVF-I-TIPO           PIC X(001) VALUE "I".
          05 AVF-I-PEDIDO-REDE    PIC X(010) VALUE SPACES.
          05 AVF-I-EAN            PIC 9(014) VALUE ZEROS.
          05 AVF-I-FATURADA       PIC 9(005) VALUE ZEROS.
          05 AVF-I-PENDENTE       PIC 9(005) VALUE ZEROS.
          05 AVF-I-VALOR-UNIT     PIC 9(007)V9(02) VALUE ZEROS.
          05 AVF-I-VALOR          PIC 9(009)V9(02) VALUE ZEROS.
          05 FILLER               PIC X(065) VALUE SPACES.

       01 CABEC.
          03 FILLER PIC X(40) VALUE "RESUMO DO FATURAMENTO - DATA: ".
          03 CAB-DATA PIC 9(008).
          03 FILLER PIC X(30) VALUE "VALOR TOTAL FATURADO......:".
          03 DET-VALOR-EDT PIC ZZZ.ZZZ.ZZZ.ZZ9,99.

       01 DET-BONIFICADO.
          03 FILLER PIC X(30) VALUE "VALOR REMETIDO EM BONIFICACAO:".
          03 DETB-VALOR-EDT PIC ZZZ.ZZZ.ZZZ.ZZ9,99.

       01 DET-PENDENTE.
          03 FILLER PIC X(30) VALUE "VALOR NAO ATENDIDO........:".
          03 DETP-VALOR-EDT PIC ZZZ.ZZZ.ZZZ.ZZ9,99.
                         WS-QTD-BACKORDER
                         WS-QTD-AGUARDANDO
                         WS-VALOR-PENDENTE
                         WS-QTD-XML
                         WS-QTD-XML-FALHA
                         WS-QTD-BONIFICACAO
                         WS-VALOR-BONIFICADO
                         WS-QTD-AVISO-EDI

           MOVE "N" TO WS-MODO-BATCH
           IF LS-ID = "BATCH"
      * ATUALIZACAO DO PEDIDO: A NOTA DE HOJE COM O MESMO VALOR JA
      * EXISTE, ENTAO SO A PARTE DE BAIXA/ATUALIZACAO E REFEITA.
                 ADD 1 TO WS-QTD-RECUPERADOS
      * O XML PODE NAO TER SIDO GRAVADO NA RODADA INTERROMPIDA: A
      * NOTA AINDA SEM RETORNO DA SEFAZ GANHA O ARQUIVO DE NOVO.
                 IF NF_SITUACAO_SEFAZ = "P"
                    PERFORM GERA-XML-NFE
                 END-IF
              ELSE
                 PERFORM GERA-NOTA-FISCAL
              END-IF
              IF WS-RESULTADO-ACESSO = "00" OR "02"
                 PERFORM BAIXA-ESTOQUE-FATURADO
                 PERFORM ATUALIZA-ITENS-PEDIDO
                 IF WS-SEM-ATEND NOT = "S"
                    PERFORM REGISTRA-ATENDIMENTO
                 END-IF
      * REMESSA EM BONIFICACAO NAO TEM O QUE COBRAR.
                 IF NF_TIPO NOT = "B"
                    PERFORM GERA-TITULO
                 END-IF
      * PEDIDO DE REDE: AVISO DE FATURAMENTO DEPOIS DO PEDIDO JA
      * ATUALIZADO (O PENDENTE DE CADA LINHA SAI DO ATENDIDO NOVO).
                 IF WS-SEM-PEDEDI NOT = "S"
                    PERFORM GERA-AVISO-EDI
                 END-IF
      * AVISO DE NOTA EMITIDA AO CLIENTE (NOTA RECUPERADA DE RODADA
      * INTERROMPIDA NAO GERA SEGUNDO AVISO, VER SISMSPGER.CPY).
                 PERFORM AVISA-NOTA-EMITIDA
              END-IF
           END-IF
           .
               WS-ITN-QTDE(WS-ITEM-IDX) -
               WS-ITN-QTDE-ATEND(WS-ITEM-IDX)
           IF WS-ITEM-RESTANTE > ZEROS
              MOVE WS-ITN-PRODUTO(WS-ITEM-IDX) TO WS-KTC-PRODUTO
              PERFORM CARREGA-COMPOSICAO-KIT
              IF WS-SEM-ESTOQUE = "S"
                 MOVE WS-ITEM-RESTANTE
                   TO WS-FATURAR-ITEM(WS-ITEM-IDX)
              ELSE
              IF WS-QTD-KTC > ZEROS
                 PERFORM CALCULA-KITS-POSSIVEIS
                 MOVE WS-KIT-POSSIVEL TO WS-FATURAR-ITEM(WS-ITEM-IDX)
                 IF WS-KIT-POSSIVEL < WS-ITEM-RESTANTE
                    ADD 1 TO WS-QTD-SEM-SALDO
                 END-IF
              ELSE
                 MOVE WS-ITN-PRODUTO(WS-ITEM-IDX)
                   TO EST_CODIGO_PRODUTO
                        END-IF
                 END-READ
              END-IF
              END-IF
              COMPUTE WS-VALOR-FATURAR = WS-VALOR-FATURAR +
                  (WS-FATURAR-ITEM(WS-ITEM-IDX) *
                   WS-ITN-VALOR-UNIT(WS-ITEM-IDX))
              END-IF
              IF WS-SEM-PRODUTOS NOT = "S" AND
                 WS-FATURAR-ITEM(WS-ITEM-IDX) > ZEROS
                 IF WS-QTD-KTC = ZEROS
                    MOVE WS-ITN-PRODUTO(WS-ITEM-IDX) TO WS-BXA-PRODUTO
                    MOVE WS-FATURAR-ITEM(WS-ITEM-IDX) TO WS-BXA-QTDE
                    PERFORM SOMA-CUSTO-PRODUTO
                 ELSE
                    PERFORM VARYING WS-KTC-IDX FROM 1 BY 1
                            UNTIL WS-KTC-IDX > WS-QTD-KTC
                       MOVE WS-KTC-COMPONENTE(WS-KTC-IDX)
                         TO WS-BXA-PRODUTO
                       COMPUTE WS-BXA-QTDE =
                           WS-FATURAR-ITEM(WS-ITEM-IDX) *
                           WS-KTC-QTDE(WS-KTC-IDX)
                       PERFORM SOMA-CUSTO-PRODUTO
                    END-PERFORM
                 END-IF
              END-IF
           END-IF
           .

       SOMA-CUSTO-PRODUTO.
           MOVE WS-BXA-PRODUTO TO PRO_CODIGO_PRODUTO
           READ ARQ-PRODUTO
               INVALID KEY
                  CONTINUE
               NOT INVALID KEY
                  COMPUTE WS-CUSTO-FATURAR =
                      WS-CUSTO-FATURAR + (WS-BXA-QTDE * PRO_CUSTO_UNIT)
           END-READ
           .

      * QUANTOS KITS O SALDO DOS COMPONENTES MONTA, LIMITADO AO QUE
      * FALTA ATENDER DO ITEM. COMPONENTE SEM REGISTRO DE SALDO NAO
      * DEIXA MONTAR NENHUM.
       CALCULA-KITS-POSSIVEIS.
           MOVE WS-ITEM-RESTANTE TO WS-KIT-POSSIVEL
           PERFORM VARYING WS-KTC-IDX FROM 1 BY 1
                   UNTIL WS-KTC-IDX > WS-QTD-KTC
              MOVE WS-KTC-COMPONENTE(WS-KTC-IDX) TO EST_CODIGO_PRODUTO
              READ ARQ-ESTOQUE
                  INVALID KEY
                     MOVE ZEROS TO WS-KIT-POSSIVEL
                  NOT INVALID KEY
                     COMPUTE WS-KIT-COMPONENTE =
                         EST_SALDO / WS-KTC-QTDE(WS-KTC-IDX)
                     IF WS-KIT-COMPONENTE < WS-KIT-POSSIVEL
                        MOVE WS-KIT-COMPONENTE TO WS-KIT-POSSIVEL
                     END-IF
              END-READ
           END-PERFORM
           MOVE "00" TO WS-RESULTADO-ACESSO
           .

      * PROCURA UMA NOTA ATIVA DO PEDIDO EMITIDA HOJE COM O MESMO
      * VALOR QUE SERIA FATURADO AGORA: E O SINAL DE UMA RODADA
      * INTERROMPIDA ENTRE O WRITE DA NOTA E A ATUALIZACAO DO
           MOVE "A"               TO NF_SITUACAO
           MOVE ZEROS             TO NF_DATA_CANC
           MOVE WS-CUSTO-FATURAR  TO NF_VALOR_CUSTO
           PERFORM MONTA-CHAVE-NFE
           MOVE WS-CHAVE-NFE      TO NF_CHAVE_ACESSO
           MOVE SPACES            TO NF_PROTOCOLO NF_MOTIVO_SEFAZ
           MOVE "P"               TO NF_SITUACAO_SEFAZ
           MOVE ZEROS             TO NF_COD_SEFAZ NF_DATA_SEFAZ
           IF PED_TIPO = "B"
              MOVE "B"            TO NF_TIPO
           ELSE
              MOVE "V"            TO NF_TIPO
           END-IF
           WRITE REGNF
           IF WS-RESULTADO-ACESSO = "00" OR "02"
              ADD 1 TO WS-QTD-FATURADOS
              PERFORM GERA-XML-NFE
              IF NF_TIPO = "B"
                 ADD 1 TO WS-QTD-BONIFICACAO
                 ADD WS-VALOR-FATURAR TO WS-VALOR-BONIFICADO
              ELSE
                 ADD WS-VALOR-FATURAR TO WS-VALOR-FATURADO
              END-IF
      * NOTA NOVA VAI PARA O JORNAL DE IMAGENS: E POR ELE QUE O
      * EXTFIN COLETA O QUE MUDOU PARA O EXTRATO FINANCEIRO.
              MOVE "NF "     TO WS-JRN-ARQUIVO
           END-IF
           .

      * AVISO DE NOTA EMITIDA NA FILA DE MENSAGENS AO CLIENTE; O
      * ENVIO E FEITO PELO ENVMSG.
       AVISA-NOTA-EMITIDA.
           MOVE NF_CODIGO_CLIENTE TO WS-MSG-CLIENTE
           MOVE "N"               TO WS-MSG-EVENTO
           MOVE NF_NUMERO         TO WS-MSG-REFERENCIA
           MOVE "FATPED"          TO WS-MSG-PROGRAMA
           MOVE ZEROS             TO WS-MSG-INTERVALO
           MOVE NF_VALOR_TOTAL    TO WS-MSG-VALOR-EDIT
           MOVE NF_DATA_EMISSAO   TO WS-MSG-DATA
           PERFORM FORMATA-DATA-MENSAGEM
           MOVE SPACES TO WS-MSG-TEXTO
           STRING FUNCTION TRIM(WCF-NFE-RAZAO-EMITENTE)
                  ": NOTA FISCAL " NF_NUMERO " DO PEDIDO "
                  NF_NUMERO_PEDIDO " EMITIDA EM " WS-MSG-DATA-EDIT
                  ", VALOR R$ " FUNCTION TRIM(WS-MSG-VALOR-EDIT)
                  ". CHAVE " NF_CHAVE_ACESSO
               DELIMITED BY SIZE INTO WS-MSG-TEXTO
           END-STRING
           PERFORM ENFILEIRA-MENSAGEM
           .

      * DEBITA DO ESTOQUE AS QUANTIDADES EFETIVAMENTE FATURADAS
      * NESTA NOTA (WS-FATURAR-ITEM) E CONSOME A RESERVA DO PEDIDO NA
      * MESMA MEDIDA (O QUE FICA EM BACKORDER CONTINUA RESERVADO).
       BAIXA-ESTOQUE-FATURADO.
           MOVE "N" TO WS-NOTA-COM-LOTE
           IF WS-SEM-LOTE NOT = "S"
              PERFORM ULTIMA-SEQUENCIA-NFLOTE
              IF WS-ACHOU-NOTA = "S" AND WS-NFL-SEQUENCIA > ZEROS
                 MOVE "S" TO WS-NOTA-COM-LOTE
              END-IF
           END-IF
           IF WS-SEM-ESTOQUE NOT = "S"
              PERFORM BAIXA-ESTOQUE-ITEM
                  VARYING WS-ITEM-IDX FROM 1 BY 1

       BAIXA-ESTOQUE-ITEM.
           IF WS-FATURAR-ITEM(WS-ITEM-IDX) > ZEROS
              MOVE WS-ITN-PRODUTO(WS-ITEM-IDX) TO WS-KTC-PRODUTO
              PERFORM CARREGA-COMPOSICAO-KIT
              IF WS-QTD-KTC = ZEROS
                 MOVE WS-ITN-PRODUTO(WS-ITEM-IDX) TO WS-BXA-PRODUTO
                 MOVE WS-FATURAR-ITEM(WS-ITEM-IDX) TO WS-BXA-QTDE
                 PERFORM BAIXA-ESTOQUE-PRODUTO
              ELSE
                 PERFORM VARYING WS-KTC-IDX FROM 1 BY 1
                         UNTIL WS-KTC-IDX > WS-QTD-KTC
                    MOVE WS-KTC-COMPONENTE(WS-KTC-IDX)
                      TO WS-BXA-PRODUTO
                    COMPUTE WS-BXA-QTDE =
                        WS-FATURAR-ITEM(WS-ITEM-IDX) *
                        WS-KTC-QTDE(WS-KTC-IDX)
                    PERFORM BAIXA-ESTOQUE-PRODUTO
                 END-PERFORM
              END-IF
           END-IF
           .

       BAIXA-ESTOQUE-PRODUTO.
           MOVE WS-BXA-PRODUTO TO EST_CODIGO_PRODUTO
           READ ARQ-ESTOQUE
               INVALID KEY
                  CONTINUE
               NOT INVALID KEY
                  MOVE EST_SALDO TO WS-KDX-SALDO-ANTES
                  IF EST_SALDO < WS-BXA-QTDE
                     MOVE ZEROS TO EST_SALDO
                  ELSE
                     SUBTRACT WS-BXA-QTDE FROM EST_SALDO
                  END-IF
                  IF EST_RESERVADO < WS-BXA-QTDE
                     MOVE ZEROS TO EST_RESERVADO
                  ELSE
                     SUBTRACT WS-BXA-QTDE FROM EST_RESERVADO
                  END-IF
                  MOVE WS-DATA-EXECUCAO TO EST_DATA_ULT_MOV
                  REWRITE REGEST
                  MOVE "FAT"     TO WS-KDX-TIPO
                  MOVE NF_NUMERO TO WS-KDX-DOCUMENTO
                  COMPUTE WS-KDX-QTDE = 0 - WS-BXA-QTDE
                  PERFORM GRAVA-MOVIMENTO-ESTOQUE
           END-READ
           IF WS-SEM-LOTE NOT = "S" AND WS-NOTA-COM-LOTE = "N"
              PERFORM CONSOME-LOTES-ITEM
           END-IF
           .

      * ULTIMA SEQUENCIA DE LOTE JA GRAVADA PARA A NOTA (ZEROS NA
      * NOTA NOVA).
       ULTIMA-SEQUENCIA-NFLOTE.
           MOVE ZEROS     TO WS-NFL-SEQUENCIA
           MOVE NF_NUMERO TO NFL_NUMERO_NF
           MOVE ZEROS     TO NFL_SEQUENCIA
           MOVE "N" TO WS-EOF-LOT
           START ARQ-NFLOTE
               KEY IS NOT LESS THAN NFL_CHAVE
                    INVALID KEY
                       MOVE "Y" TO WS-EOF-LOT
           END-START
           PERFORM UNTIL WS-EOF-LOT = "Y"
              READ ARQ-NFLOTE NEXT AT END
                 MOVE "Y" TO WS-EOF-LOT
              END-READ
              IF WS-EOF-LOT = "N"
                 IF NFL_NUMERO_NF NOT = NF_NUMERO
                    MOVE "Y" TO WS-EOF-LOT
                 ELSE
                    MOVE NFL_SEQUENCIA TO WS-NFL-SEQUENCIA
                 END-IF
              END-IF
           END-PERFORM
           MOVE "00" TO WS-RESULTADO-ACESSO
           .

      * PRIMEIRO O QUE VENCE PRIMEIRO: PERCORRE OS LOTES DO PRODUTO
      * PELA CHAVE PRODUTO + VALIDADE, A PARTIR DE HOJE.
       CONSOME-LOTES-ITEM.
           MOVE WS-BXA-QTDE      TO WS-LOTE-RESTANTE
           MOVE WS-BXA-PRODUTO   TO LOT_VAL_PRODUTO
           MOVE WS-DATA-EXECUCAO             TO LOT_DATA_VALIDADE
           MOVE "N" TO WS-EOF-LOT
           START ARQ-LOTE
               KEY IS NOT LESS THAN LOT_CHAVE_VALIDADE
                    INVALID KEY
                       MOVE "Y" TO WS-EOF-LOT
           END-START
           PERFORM CONSOME-UM-LOTE
               UNTIL WS-EOF-LOT = "Y" OR WS-LOTE-RESTANTE = ZEROS
           MOVE "00" TO WS-RESULTADO-ACESSO
           .

       CONSOME-UM-LOTE.
           READ ARQ-LOTE NEXT AT END
              MOVE "Y" TO WS-EOF-LOT
           END-READ
           IF WS-EOF-LOT = "N"
              IF LOT_VAL_PRODUTO NOT = WS-BXA-PRODUTO
                 MOVE "Y" TO WS-EOF-LOT
              ELSE
              IF LOT_SALDO > ZEROS
                 IF LOT_SALDO < WS-LOTE-RESTANTE
                    MOVE LOT_SALDO        TO WS-LOTE-QTDE
                 ELSE
                    MOVE WS-LOTE-RESTANTE TO WS-LOTE-QTDE
                 END-IF
                 SUBTRACT WS-LOTE-QTDE FROM LOT_SALDO
                                            WS-LOTE-RESTANTE
                 REWRITE REGLOT
                 PERFORM GRAVA-NOTA-LOTE
              END-IF
              END-IF
           END-IF
           .

       GRAVA-NOTA-LOTE.
           ADD 1 TO WS-NFL-SEQUENCIA
           MOVE SPACES             TO REGNFL
           MOVE NF_NUMERO          TO NFL_NUMERO_NF
           MOVE WS-NFL-SEQUENCIA   TO NFL_SEQUENCIA
           MOVE LOT_CODIGO_PRODUTO TO NFL_CODIGO_PRODUTO
           MOVE LOT_NUMERO         TO NFL_LOTE
           MOVE WS-LOTE-QTDE       TO NFL_QTDE
           MOVE PED_CODIGO_CLIENTE TO NFL_CODIGO_CLIENTE
           MOVE WS-DATA-EXECUCAO   TO NFL_DATA_EMISSAO
           MOVE LOT_DATA_VALIDADE  TO NFL_DATA_VALIDADE
           WRITE REGNFL
           .

      * CREDITA AS QUANTIDADES FATURADAS NOS ITENS DO PEDIDO E FECHA
      * A SITUACAO: COMPLETO VIRA "F", INCOMPLETO FICA "B" PARA A
      * PROXIMA RODADA (BACKORDER VISIVEL NA CONSULTA DO CADPED).
           END-IF
           .

      * NIVEL DE SERVICO DAS LINHAS: SEM REGISTRO AINDA, ESTA E A
      * PRIMEIRA NOTA DO PEDIDO E O QUE ELA ATENDEU FICA GRAVADO COMO
      * ATENDIMENTO NA PRIMEIRA NOTA (INCLUSIVE ZERO, A LINHA QUE JA
      * NASCEU EM BACKORDER). COM REGISTRO, SO O ATENDIDO ACUMULADO E
      * A DATA DA ULTIMA NOTA MUDAM. A DATA E A DA NOTA, PARA A NOTA
      * RECUPERADA DE UMA RODADA INTERROMPIDA FICAR NO DIA CERTO.
       REGISTRA-ATENDIMENTO.
           PERFORM REGISTRA-ATENDIMENTO-LINHA
               VARYING WS-ITEM-IDX FROM 1 BY 1
               UNTIL WS-ITEM-IDX > WS-QTD-ITN
           .

       REGISTRA-ATENDIMENTO-LINHA.
           MOVE PED_NUMERO_PEDIDO TO ATD_NUMERO_PEDIDO
           MOVE WS-ITEM-IDX       TO ATD_LINHA
           READ ARQ-ATEND
               INVALID KEY
                  MOVE SPACES TO REGATD
                  MOVE PED_NUMERO_PEDIDO  TO ATD_NUMERO_PEDIDO
                  MOVE WS-ITEM-IDX        TO ATD_LINHA
                  MOVE WS-ITN-PRODUTO(WS-ITEM-IDX) TO ATD_PRODUTO
                  MOVE PED_CODIGO_CLIENTE TO ATD_CODIGO_CLIENTE
                  MOVE PED_COD_VENDEDOR   TO ATD_COD_VENDEDOR
                  MOVE PED_DATA_PEDIDO    TO ATD_DATA_PEDIDO
                  MOVE WS-ITN-QTDE(WS-ITEM-IDX) TO ATD_QTDE
                  MOVE WS-ITN-VALOR-UNIT(WS-ITEM-IDX)
                         TO ATD_VALOR_UNIT
                  MOVE NF_DATA_EMISSAO    TO ATD_DATA_PRIM_NF
                  MOVE WS-FATURAR-ITEM(WS-ITEM-IDX)
                         TO ATD_QTDE_PRIM_NF
                  MOVE ZEROS TO ATD_DATA_ULT_NF ATD_DATA_CANC
                                ATD_QTDE_PERDIDA
                  IF WS-FATURAR-ITEM(WS-ITEM-IDX) > ZEROS
                     MOVE NF_DATA_EMISSAO TO ATD_DATA_ULT_NF
                  END-IF
                  MOVE WS-ITN-QTDE-ATEND(WS-ITEM-IDX)
                         TO ATD_QTDE_ATEND
                  WRITE REGATD
               NOT INVALID KEY
                  IF WS-FATURAR-ITEM(WS-ITEM-IDX) > ZEROS
                     MOVE NF_DATA_EMISSAO TO ATD_DATA_ULT_NF
                  END-IF
                  MOVE WS-ITN-QTDE-ATEND(WS-ITEM-IDX)
                         TO ATD_QTDE_ATEND
                  REWRITE REGATD
           END-READ
           MOVE "00" TO WS-RESULTADO-ACESSO
           .

      * GERA OS TITULOS DE CONTAS A RECEBER DA NOTA RECEM-EMITIDA:
      * UMA PARCELA POR PRAZO DA CONDICAO DE PAGAMENTO DO PEDIDO
      * (PED_COND_PAGTO, DISPONIVEL PORQUE REGPED E O PEDIDO EM
      * WRITE COM STATUS "22" E SIMPLESMENTE ACEITO, MESMO ESPIRITO
      * DA RECUPERACAO DE NOTA EM FATURA-PEDIDO. TITULOS DE NOTAS
      * RECUPERADAS SAO GERADOS AQUI TAMBEM, VIA FATURA-PEDIDO.
      * VENCIMENTO EM SABADO, DOMINGO OU FERIADO (NACIONAL, DA UF OU
      * DA CIDADE DO CLIENTE) PASSA PARA O PRIMEIRO DIA UTIL.
       GERA-TITULO.
           MOVE 1   TO WS-QTD-PARCELAS
           MOVE "N" TO WS-TEM-CONDICAO
               NF_VALOR_TOTAL -
               (WS-VALOR-PARCELA * (WS-QTD-PARCELAS - 1))

           MOVE SPACES TO WS-FER-UF WS-FER-CIDADE
           IF WS-SEM-CLIENTES NOT = "S"
              MOVE NF_CODIGO_CLIENTE TO CLI_CODIGO_CLIENTE
              READ ARQ-CLIENTE
                  INVALID KEY
                     CONTINUE
                  NOT INVALID KEY
                     MOVE CLI_ENDERECO_UF     TO WS-FER-UF
                     MOVE CLI_ENDERECO_CIDADE TO WS-FER-CIDADE
              END-READ
              MOVE "00" TO WS-RESULTADO-ACESSO
           END-IF

           PERFORM GERA-UMA-PARCELA
               VARYING WS-PARC-IDX FROM 1 BY 1
               UNTIL WS-PARC-IDX > WS-QTD-PARCELAS
           COMPUTE WS-DIAS-INTEIRO =
               FUNCTION INTEGER-OF-DATE(NF_DATA_EMISSAO) +
               WS-DIAS-PARCELA
           COMPUTE WS-FER-DATA =
               FUNCTION DATE-OF-INTEGER(WS-DIAS-INTEIRO)
           PERFORM PROXIMO-DIA-UTIL
           MOVE WS-FER-DATA TO TIT_DATA_VENCIMENTO
           IF WS-PARC-IDX = 1
              MOVE WS-VALOR-PRIMEIRA TO TIT_VALOR
           ELSE
              MOVE SPACES TO WS-JRN-ANTES
              MOVE REGTIT TO WS-JRN-DEPOIS
              PERFORM GRAVA-JORNAL
              PERFORM IMPRIME-BOLETO-PARCELA
           ELSE
              IF WS-RESULTADO-ACESSO NOT = "22"
                 MOVE "ERRO NA GRAVACAO DO TITULO" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
              ELSE
                 PERFORM IMPRIME-BOLETO-PARCELA
              END-IF
           END-IF
           .

      * BOLETO DA PARCELA (VER SISBOPGER.CPY). A PARCELA QUE JA
      * EXISTIA (RODADA REINICIADA) SAI DE NOVO, PORQUE O ARQUIVO DE
      * BOLETOS DA RODADA INTERROMPIDA FOI SOBREPOSTO NA ABERTURA.
       IMPRIME-BOLETO-PARCELA.
           MOVE "N" TO WS-BOL-SEGUNDA-VIA
           MOVE WS-SEM-CLIENTES TO WS-BOL-SEM-CLIENTE
           IF WS-SEM-CLIENTES NOT = "S"
              MOVE TIT_CODIGO_CLIENTE TO CLI_CODIGO_CLIENTE
              READ ARQ-CLIENTE
                  INVALID KEY
                     MOVE "S" TO WS-BOL-SEM-CLIENTE
              END-READ
              MOVE "00" TO WS-RESULTADO-ACESSO
           END-IF
           PERFORM IMPRIME-BOLETO
           .

      * TRIBUTOS DA NOTA EM EMISSAO: A ALIQUOTA E A DA UF DO
      * ENDERECO FISCAL DO CLIENTE (TABELA-ALIQ-ICMS; UF FORA DA
      * TABELA OU CLIENTE SEM UF USA A PADRAO); A SUBSTITUICAO
           END-IF
           .

      * CHAVE DE ACESSO DA NOTA EM EMISSAO (REGNF JA PREENCHIDO). O
      * DIGITO E O MODULO 11 DOS 43 PRIMEIROS, PESOS 2 A 9 DA
      * DIREITA PARA A ESQUERDA; RESTO 0 OU 1 DA DIGITO 0.
       MONTA-CHAVE-NFE.
           MOVE WCF-NFE-COD-UF        TO WS-CHV-UF
           MOVE NF_DATA_EMISSAO(3:4)  TO WS-CHV-AAMM
           MOVE WCF-NFE-CNPJ-EMITENTE TO WS-CHV-CNPJ
           MOVE 55                    TO WS-CHV-MODELO
           MOVE WCF-NFE-SERIE         TO WS-CHV-SERIE
           MOVE NF_NUMERO             TO WS-CHV-NUMERO
           MOVE 1                     TO WS-CHV-TIPO-EMISSAO
           MOVE NF_NUMERO_PEDIDO      TO WS-CHV-CODIGO
           MOVE ZEROS                 TO WS-CHV-DV WS-CHV-SOMA
           MOVE 2                     TO WS-CHV-PESO
           PERFORM VARYING WS-CHV-IDX FROM 43 BY -1
                   UNTIL WS-CHV-IDX < 1
              COMPUTE WS-CHV-SOMA = WS-CHV-SOMA +
                  WS-CHV-DIGITO(WS-CHV-IDX) * WS-CHV-PESO
              ADD 1 TO WS-CHV-PESO
              IF WS-CHV-PESO > 9
                 MOVE 2 TO WS-CHV-PESO
              END-IF
           END-PERFORM
           DIVIDE WS-CHV-SOMA BY 11 GIVING WS-CHV-QUOCIENTE
               REMAINDER WS-CHV-RESTO
           IF WS-CHV-RESTO > 1
              COMPUTE WS-CHV-DV = 11 - WS-CHV-RESTO
           END-IF
           .

      * XML DA NOTA RECEM-GRAVADA (OU RECUPERADA) EM
      * WCF-DIR-NFE<CHAVE>-nfe.xml, PARA O TRANSMISSOR ASSINAR E
      * ENVIAR: EMITENTE DO SISCFGER, DESTINATARIO PELO ENDERECO
      * FISCAL DO CLIENTE, UM <det> POR ITEM FATURADO NESTA NOTA
      * (WS-FATURAR-ITEM; KIT SAI UM POR COMPONENTE, VER
      * MONTA-ITENS-NOTA) E OS TRIBUTOS DA NOTA RATEADOS PELOS ITENS,
      * COM A SOBRA DE CENTAVOS NO ULTIMO. CLIENTE NAO ENCONTRADO SAI
      * COM O DESTINATARIO EM BRANCO E VOLTA REJEITADO PELA SEFAZ
      * (VER RELNFR). PASTA INACESSIVEL SO CONTA NO RESUMO: A NOTA
      * FICA "P" E O ARQUIVO SAI NA REEXECUCAO.
       GERA-XML-NFE.
           MOVE "N" TO WS-XML-TEM-CLIENTE
           IF WS-SEM-CLIENTES NOT = "S"
              MOVE NF_CODIGO_CLIENTE TO CLI_CODIGO_CLIENTE
              READ ARQ-CLIENTE
                  INVALID KEY
                     CONTINUE
                  NOT INVALID KEY
                     MOVE "S" TO WS-XML-TEM-CLIENTE
              END-READ
           END-IF
           PERFORM MONTA-DATA-HORA-NFE
           MOVE SPACES TO WS-ARQ-NFEXML
           STRING WCF-DIR-NFE     DELIMITED BY SPACE
                  NF_CHAVE_ACESSO DELIMITED BY SIZE
                  "-nfe.xml"      DELIMITED BY SIZE
               INTO WS-ARQ-NFEXML
           END-STRING
           OPEN OUTPUT ARQ-NFEXML
           IF WS-FS-NFE NOT = "00"
              ADD 1 TO WS-QTD-XML-FALHA
              MOVE "00" TO WS-FS-NFE
           ELSE
              PERFORM GRAVA-CABECALHO-XML-NFE
              PERFORM GRAVA-DESTINATARIO-XML-NFE
              MOVE ZEROS TO WS-XML-ULTIMO
                            WS-XML-ICMS-ACUM
                            WS-XML-BCST-ACUM
                            WS-XML-ST-ACUM
              PERFORM MONTA-ITENS-NOTA
              MOVE WS-QTD-NFI TO WS-XML-ULTIMO
              MOVE ZEROS TO WS-XML-BCST-NOTA
              IF NF_VALOR_ST > ZEROS
                 COMPUTE WS-XML-BCST-NOTA ROUNDED =
                     NF_VALOR_TOTAL * (100 + WCF-PERC-MVA-ST) / 100
              END-IF
              PERFORM GRAVA-ITEM-XML-NFE
                  VARYING WS-XML-ITEM FROM 1 BY 1
                  UNTIL WS-XML-ITEM > WS-QTD-NFI
              PERFORM GRAVA-TOTAIS-XML-NFE
              CLOSE ARQ-NFEXML
              ADD 1 TO WS-QTD-XML
           END-IF
           .

       GRAVA-CABECALHO-XML-NFE.
           MOVE '<?xml version="1.0" encoding="UTF-8"?>' TO REGNFEXML
           WRITE REGNFEXML
           MOVE '<NFe xmlns="http://www.portalfiscal.inf.br/nfe">'
                  TO REGNFEXML
           WRITE REGNFEXML
           MOVE SPACES TO REGNFEXML
           STRING '<infNFe Id="NFe' NF_CHAVE_ACESSO '" versao="4.00">'
               DELIMITED BY SIZE INTO REGNFEXML
           END-STRING
           WRITE REGNFEXML

           MOVE SPACES TO REGNFEXML
           IF NF_TIPO = "B"
              STRING "<ide><cUF>" WCF-NFE-COD-UF "</cUF>"
                     "<cNF>" NF_CHAVE_ACESSO(36:8) "</cNF>"
                     "<natOp>REMESSA EM BONIFICACAO</natOp>"
                     "<mod>55</mod>"
                  DELIMITED BY SIZE INTO REGNFEXML
              END-STRING
           ELSE
              STRING "<ide><cUF>" WCF-NFE-COD-UF "</cUF>"
                     "<cNF>" NF_CHAVE_ACESSO(36:8) "</cNF>"
                     "<natOp>VENDA DE MERCADORIA</natOp>"
                     "<mod>55</mod>"
                  DELIMITED BY SIZE INTO REGNFEXML
              END-STRING
           END-IF
           WRITE REGNFEXML
           MOVE SPACES TO REGNFEXML
           MOVE 1 TO WS-XML-PTR
           MOVE "serie" TO WS-XML-TAG
           MOVE WCF-NFE-SERIE TO WS-XML-NUMERO
           PERFORM ACRESCENTA-NUMERO-XML
           MOVE "nNF" TO WS-XML-TAG
           MOVE NF_NUMERO TO WS-XML-NUMERO
           PERFORM ACRESCENTA-NUMERO-XML
           STRING "<dhEmi>" WS-NFE-DATA-HORA "</dhEmi><tpNF>1</tpNF>"
               DELIMITED BY SIZE INTO REGNFEXML
               WITH POINTER WS-XML-PTR
           END-STRING
           WRITE REGNFEXML
           MOVE SPACES TO REGNFEXML
           MOVE 1 TO WS-XML-PTR
           IF WS-XML-TEM-CLIENTE = "S" AND
              CLI_ENDERECO_UF NOT = WCF-NFE-UF-EMITENTE
              STRING "<idDest>2</idDest>"
                  DELIMITED BY SIZE INTO REGNFEXML
                  WITH POINTER WS-XML-PTR
              END-STRING
           ELSE
              STRING "<idDest>1</idDest>"
                  DELIMITED BY SIZE INTO REGNFEXML
                  WITH POINTER WS-XML-PTR
              END-STRING
           END-IF
           STRING "<tpImp>1</tpImp><tpEmis>1</tpEmis>"
                  "<cDV>" NF_CHAVE_ACESSO(44:1) "</cDV>"
                  "<tpAmb>" WCF-NFE-AMBIENTE "</tpAmb>"
                  "<finNFe>1</finNFe><indFinal>0</indFinal>"
                  "<indPres>1</indPres><procEmi>0</procEmi>"
                  "<verProc>FATPED</verProc></ide>"
               DELIMITED BY SIZE INTO REGNFEXML
               WITH POINTER WS-XML-PTR
           END-STRING
           WRITE REGNFEXML

           MOVE SPACES TO REGNFEXML
           MOVE 1 TO WS-XML-PTR
           STRING "<emit><CNPJ>" WCF-NFE-CNPJ-EMITENTE "</CNPJ>"
               DELIMITED BY SIZE INTO REGNFEXML
               WITH POINTER WS-XML-PTR
           END-STRING
           MOVE "xNome" TO WS-XML-TAG
           MOVE WCF-NFE-RAZAO-EMITENTE TO WS-XML-CAMPO
           PERFORM ACRESCENTA-TEXTO-XML
           STRING "<enderEmit><UF>" WCF-NFE-UF-EMITENTE
                  "</UF></enderEmit>"
                  "<IE>" WCF-NFE-IE-EMITENTE "</IE>"
                  "<CRT>3</CRT></emit>"
               DELIMITED BY SIZE INTO REGNFEXML
               WITH POINTER WS-XML-PTR
           END-STRING
           WRITE REGNFEXML
           .

       GRAVA-DESTINATARIO-XML-NFE.
           MOVE "<dest>" TO REGNFEXML
           WRITE REGNFEXML
           IF WS-XML-TEM-CLIENTE = "S"
              MOVE SPACES TO REGNFEXML
              MOVE 1 TO WS-XML-PTR
              STRING "<CNPJ>" CLI_CNPJ "</CNPJ>"
                  DELIMITED BY SIZE INTO REGNFEXML
                  WITH POINTER WS-XML-PTR
              END-STRING
              MOVE "xNome" TO WS-XML-TAG
              MOVE CLI_RAZAO_SOCIAL TO WS-XML-CAMPO
              PERFORM ACRESCENTA-TEXTO-XML
              WRITE REGNFEXML
              MOVE SPACES TO REGNFEXML
              MOVE 1 TO WS-XML-PTR
              STRING "<enderDest>"
                  DELIMITED BY SIZE INTO REGNFEXML
                  WITH POINTER WS-XML-PTR
              END-STRING
              MOVE "xLgr" TO WS-XML-TAG
              MOVE CLI_ENDERECO_LOGRADOURO TO WS-XML-CAMPO
              PERFORM ACRESCENTA-TEXTO-XML
              MOVE "xBairro" TO WS-XML-TAG
              MOVE CLI_ENDERECO_BAIRRO TO WS-XML-CAMPO
              PERFORM ACRESCENTA-TEXTO-XML
              MOVE "xMun" TO WS-XML-TAG
              MOVE CLI_ENDERECO_CIDADE TO WS-XML-CAMPO
              PERFORM ACRESCENTA-TEXTO-XML
              STRING "<UF>" CLI_ENDERECO_UF "</UF>"
                     "<CEP>" CLI_ENDERECO_CEP "</CEP></enderDest>"
                  DELIMITED BY SIZE INTO REGNFEXML
                  WITH POINTER WS-XML-PTR
              END-STRING
              WRITE REGNFEXML
              MOVE SPACES TO REGNFEXML
      * SO O DISTRIBUIDOR E CONTRIBUINTE COM INSCRICAO ESTADUAL
      * (VER CLI_TIPO); O VAREJO SAI COMO NAO CONTRIBUINTE.
              IF CLI_TIPO = "D"
                 STRING "<indIEDest>1</indIEDest>"
                        "<IE>" CLI_IE "</IE>"
                     DELIMITED BY SIZE INTO REGNFEXML
                 END-STRING
              ELSE
                 MOVE "<indIEDest>9</indIEDest>" TO REGNFEXML
              END-IF
              WRITE REGNFEXML
           END-IF
           MOVE "</dest>" TO REGNFEXML
           WRITE REGNFEXML
           .

      * LINHAS DA NOTA: ITEM COMUM ENTRA COMO FOI VENDIDO; KIT ENTRA
      * COMO SEUS COMPONENTES, NA QUANTIDADE DE KITS FATURADOS VEZES
      * A DO COMPONENTE E COM O VALOR DOS KITS RATEADO (RATEIA-KIT).
      * O UNITARIO DO COMPONENTE E O RATEADO SOBRE A QUANTIDADE,
      * ARREDONDADO; O vProd E O RATEADO, QUE FECHA COM O PEDIDO.
       MONTA-ITENS-NOTA.
           MOVE ZEROS TO WS-QTD-NFI
           PERFORM VARYING WS-ITEM-IDX FROM 1 BY 1
                   UNTIL WS-ITEM-IDX > WS-QTD-ITN
              IF WS-FATURAR-ITEM(WS-ITEM-IDX) > ZEROS
                 MOVE WS-ITN-PRODUTO(WS-ITEM-IDX) TO WS-KTC-PRODUTO
                 PERFORM CARREGA-COMPOSICAO-KIT
                 IF WS-QTD-KTC = ZEROS
                    ADD 1 TO WS-QTD-NFI
                    MOVE WS-ITN-PRODUTO(WS-ITEM-IDX)
                      TO WS-NFI-PRODUTO(WS-QTD-NFI)
                    MOVE WS-FATURAR-ITEM(WS-ITEM-IDX)
                      TO WS-NFI-QTDE(WS-QTD-NFI)
                    MOVE WS-ITN-VALOR-UNIT(WS-ITEM-IDX)
                      TO WS-NFI-VALOR-UNIT(WS-QTD-NFI)
                    COMPUTE WS-NFI-VALOR(WS-QTD-NFI) =
                        WS-FATURAR-ITEM(WS-ITEM-IDX) *
                        WS-ITN-VALOR-UNIT(WS-ITEM-IDX)
                 ELSE
                    MOVE WS-FATURAR-ITEM(WS-ITEM-IDX) TO WS-KTC-KITS
                    COMPUTE WS-KTC-VALOR-KITS =
                        WS-FATURAR-ITEM(WS-ITEM-IDX) *
                        WS-ITN-VALOR-UNIT(WS-ITEM-IDX)
                    PERFORM RATEIA-KIT
                    PERFORM VARYING WS-KTC-IDX FROM 1 BY 1
                            UNTIL WS-KTC-IDX > WS-QTD-KTC
                       ADD 1 TO WS-QTD-NFI
                       MOVE WS-KTC-COMPONENTE(WS-KTC-IDX)
                         TO WS-NFI-PRODUTO(WS-QTD-NFI)
                       MOVE WS-KTC-QTDE-RAT(WS-KTC-IDX)
                         TO WS-NFI-QTDE(WS-QTD-NFI)
                       MOVE WS-KTC-VALOR-RAT(WS-KTC-IDX)
                         TO WS-NFI-VALOR(WS-QTD-NFI)
                       COMPUTE WS-NFI-VALOR-UNIT(WS-QTD-NFI) ROUNDED =
                           WS-KTC-VALOR-RAT(WS-KTC-IDX) /
                           WS-KTC-QTDE-RAT(WS-KTC-IDX)
                    END-PERFORM
                 END-IF
              END-IF
           END-PERFORM
           .

      * UM <det> POR ITEM FATURADO. O ICMS DO ITEM E PROPORCIONAL AO
      * SEU VALOR E A ST SEGUE A REGRA DO CALCULA-TRIBUTOS SOBRE A
      * BASE DO ITEM; O ULTIMO ITEM LEVA A DIFERENCA PARA FECHAR COM
      * OS VALORES GRAVADOS NA NOTA.
       GRAVA-ITEM-XML-NFE.
           MOVE WS-NFI-VALOR(WS-XML-ITEM) TO WS-XML-VPROD
           IF WS-XML-ITEM = WS-XML-ULTIMO
              COMPUTE WS-XML-ICMS-ITEM =
                  NF_VALOR_ICMS - WS-XML-ICMS-ACUM
              COMPUTE WS-XML-BCST-ITEM =
                  WS-XML-BCST-NOTA - WS-XML-BCST-ACUM
              COMPUTE WS-XML-ST-ITEM =
                  NF_VALOR_ST - WS-XML-ST-ACUM
           ELSE
              COMPUTE WS-XML-ICMS-ITEM ROUNDED =
                  WS-XML-VPROD * NF_ALIQ_ICMS / 100
              MOVE ZEROS TO WS-XML-BCST-ITEM WS-XML-ST-ITEM
              IF NF_VALOR_ST > ZEROS
                 COMPUTE WS-XML-BCST-ITEM ROUNDED =
                     WS-XML-VPROD * (100 + WCF-PERC-MVA-ST) / 100
                 COMPUTE WS-XML-ST-ITEM ROUNDED =
                     (WS-XML-BCST-ITEM * NF_ALIQ_ICMS / 100) -
                     WS-XML-ICMS-ITEM
              END-IF
           END-IF
           IF WS-XML-ICMS-ITEM < ZEROS
              MOVE ZEROS TO WS-XML-ICMS-ITEM
           END-IF
           IF WS-XML-BCST-ITEM < ZEROS
              MOVE ZEROS TO WS-XML-BCST-ITEM
           END-IF
           IF WS-XML-ST-ITEM < ZEROS
              MOVE ZEROS TO WS-XML-ST-ITEM
           END-IF
           ADD WS-XML-ICMS-ITEM TO WS-XML-ICMS-ACUM
           ADD WS-XML-BCST-ITEM TO WS-XML-BCST-ACUM
           ADD WS-XML-ST-ITEM   TO WS-XML-ST-ACUM

           MOVE SPACES TO PRO_DESCRICAO
           MOVE "UN"   TO PRO_UNIDADE
           IF WS-SEM-PRODUTOS NOT = "S"
              MOVE WS-NFI-PRODUTO(WS-XML-ITEM) TO PRO_CODIGO_PRODUTO
              READ ARQ-PRODUTO
                  INVALID KEY
                     MOVE SPACES TO PRO_DESCRICAO
                     MOVE "UN"   TO PRO_UNIDADE
              END-READ
           END-IF

           MOVE SPACES TO REGNFEXML
           MOVE 1 TO WS-XML-PTR
           MOVE WS-XML-ITEM TO WS-XML-NUMERO
           PERFORM FORMATA-NUMERO-XML
           STRING '<det nItem="' DELIMITED BY SIZE
                  WS-XML-TEXTO   DELIMITED BY SPACE
                  '"><prod><cProd>' WS-NFI-PRODUTO(WS-XML-ITEM)
                  "</cProd>"     DELIMITED BY SIZE
               INTO REGNFEXML WITH POINTER WS-XML-PTR
           END-STRING
           MOVE "xProd" TO WS-XML-TAG
           MOVE PRO_DESCRICAO TO WS-XML-CAMPO
           PERFORM ACRESCENTA-TEXTO-XML
           MOVE "uCom" TO WS-XML-TAG
           MOVE PRO_UNIDADE TO WS-XML-CAMPO
           PERFORM ACRESCENTA-TEXTO-XML
           WRITE REGNFEXML

           MOVE SPACES TO REGNFEXML
           MOVE 1 TO WS-XML-PTR
           MOVE "qCom" TO WS-XML-TAG
           MOVE WS-NFI-QTDE(WS-XML-ITEM) TO WS-XML-VALOR
           PERFORM ACRESCENTA-VALOR-XML
           MOVE "vUnCom" TO WS-XML-TAG
           MOVE WS-NFI-VALOR-UNIT(WS-XML-ITEM) TO WS-XML-VALOR
           PERFORM ACRESCENTA-VALOR-XML
           MOVE "vProd" TO WS-XML-TAG
           MOVE WS-XML-VPROD TO WS-XML-VALOR
           PERFORM ACRESCENTA-VALOR-XML
           STRING "<indTot>1</indTot></prod>"
               DELIMITED BY SIZE INTO REGNFEXML
               WITH POINTER WS-XML-PTR
           END-STRING
           WRITE REGNFEXML

           MOVE SPACES TO REGNFEXML
           MOVE 1 TO WS-XML-PTR
           IF NF_VALOR_ST > ZEROS
              STRING "<imposto><ICMS><ICMS10><orig>0</orig>"
                     "<CST>10</CST><modBC>3</modBC>"
                  DELIMITED BY SIZE INTO REGNFEXML
                  WITH POINTER WS-XML-PTR
              END-STRING
           ELSE
              STRING "<imposto><ICMS><ICMS00><orig>0</orig>"
                     "<CST>00</CST><modBC>3</modBC>"
                  DELIMITED BY SIZE INTO REGNFEXML
                  WITH POINTER WS-XML-PTR
              END-STRING
           END-IF
           MOVE "vBC" TO WS-XML-TAG
           MOVE WS-XML-VPROD TO WS-XML-VALOR
           PERFORM ACRESCENTA-VALOR-XML
           MOVE "pICMS" TO WS-XML-TAG
           MOVE NF_ALIQ_ICMS TO WS-XML-VALOR
           PERFORM ACRESCENTA-VALOR-XML
           MOVE "vICMS" TO WS-XML-TAG
           MOVE WS-XML-ICMS-ITEM TO WS-XML-VALOR
           PERFORM ACRESCENTA-VALOR-XML
           IF NF_VALOR_ST > ZEROS
              STRING "<modBCST>4</modBCST>"
                  DELIMITED BY SIZE INTO REGNFEXML
                  WITH POINTER WS-XML-PTR
              END-STRING
              MOVE "pMVAST" TO WS-XML-TAG
              MOVE WCF-PERC-MVA-ST TO WS-XML-VALOR
              PERFORM ACRESCENTA-VALOR-XML
              MOVE "vBCST" TO WS-XML-TAG
              MOVE WS-XML-BCST-ITEM TO WS-XML-VALOR
              PERFORM ACRESCENTA-VALOR-XML
              MOVE "pICMSST" TO WS-XML-TAG
              MOVE NF_ALIQ_ICMS TO WS-XML-VALOR
              PERFORM ACRESCENTA-VALOR-XML
              MOVE "vICMSST" TO WS-XML-TAG
              MOVE WS-XML-ST-ITEM TO WS-XML-VALOR
              PERFORM ACRESCENTA-VALOR-XML
              STRING "</ICMS10></ICMS></imposto></det>"
                  DELIMITED BY SIZE INTO REGNFEXML
                  WITH POINTER WS-XML-PTR
              END-STRING
           ELSE
              STRING "</ICMS00></ICMS></imposto></det>"
                  DELIMITED BY SIZE INTO REGNFEXML
                  WITH POINTER WS-XML-PTR
              END-STRING
           END-IF
           WRITE REGNFEXML
           .

      * TOTAIS DA NOTA (vNF = MERCADORIA + ST), TRANSPORTE POR CONTA
      * DO EMITENTE E PAGAMENTO POR BOLETO (OS TITULOS DO FATPED).
       GRAVA-TOTAIS-XML-NFE.
           MOVE SPACES TO REGNFEXML
           MOVE 1 TO WS-XML-PTR
           STRING "<total><ICMSTot>"
               DELIMITED BY SIZE INTO REGNFEXML
               WITH POINTER WS-XML-PTR
           END-STRING
           MOVE "vBC" TO WS-XML-TAG
           MOVE NF_VALOR_TOTAL TO WS-XML-VALOR
           PERFORM ACRESCENTA-VALOR-XML
           MOVE "vICMS" TO WS-XML-TAG
           MOVE NF_VALOR_ICMS TO WS-XML-VALOR
           PERFORM ACRESCENTA-VALOR-XML
           MOVE "vBCST" TO WS-XML-TAG
           MOVE WS-XML-BCST-NOTA TO WS-XML-VALOR
           PERFORM ACRESCENTA-VALOR-XML
           MOVE "vST" TO WS-XML-TAG
           MOVE NF_VALOR_ST TO WS-XML-VALOR
           PERFORM ACRESCENTA-VALOR-XML
           MOVE "vProd" TO WS-XML-TAG
           MOVE NF_VALOR_TOTAL TO WS-XML-VALOR
           PERFORM ACRESCENTA-VALOR-XML
           MOVE "vNF" TO WS-XML-TAG
           COMPUTE WS-XML-VALOR = NF_VALOR_TOTAL + NF_VALOR_ST
           PERFORM ACRESCENTA-VALOR-XML
           STRING "</ICMSTot></total>"
               DELIMITED BY SIZE INTO REGNFEXML
               WITH POINTER WS-XML-PTR
           END-STRING
           WRITE REGNFEXML
           MOVE "<transp><modFrete>0</modFrete></transp>" TO REGNFEXML
           WRITE REGNFEXML
           MOVE SPACES TO REGNFEXML
           MOVE 1 TO WS-XML-PTR
      * REMESSA EM BONIFICACAO SAI SEM PAGAMENTO (TPAG 90, VALOR
      * ZERO); A VENDA SAI EM BOLETO, COMO SEMPRE.
           IF NF_TIPO = "B"
              STRING "<pag><detPag><tPag>90</tPag>"
                  DELIMITED BY SIZE INTO REGNFEXML
                  WITH POINTER WS-XML-PTR
              END-STRING
              MOVE "vPag" TO WS-XML-TAG
              MOVE ZEROS TO WS-XML-VALOR
              PERFORM ACRESCENTA-VALOR-XML
           ELSE
              STRING "<pag><detPag><tPag>15</tPag>"
                  DELIMITED BY SIZE INTO REGNFEXML
                  WITH POINTER WS-XML-PTR
              END-STRING
              MOVE "vPag" TO WS-XML-TAG
              COMPUTE WS-XML-VALOR = NF_VALOR_TOTAL + NF_VALOR_ST
              PERFORM ACRESCENTA-VALOR-XML
           END-IF
           STRING "</detPag></pag>"
               DELIMITED BY SIZE INTO REGNFEXML
               WITH POINTER WS-XML-PTR
           END-STRING
           WRITE REGNFEXML
           MOVE "</infNFe></NFe>" TO REGNFEXML
           WRITE REGNFEXML
           .

      * ACRESCENTA <TAG>VALOR</TAG> NA LINHA EM MONTAGEM (REGNFEXML A
      * PARTIR DE WS-XML-PTR). VALOR: PONTO DECIMAL, DUAS CASAS, SEM
      * ZEROS A ESQUERDA. NUMERO: INTEIRO SEM ZEROS A ESQUERDA.
      * TEXTO: ATE O PRIMEIRO PAR DE BRANCOS, SEM OS CARACTERES
      * RESERVADOS DO XML.
       ACRESCENTA-VALOR-XML.
           MOVE ZEROS TO WS-XML-ZEROS
           INSPECT WS-XML-VALOR-X(1:10)
               TALLYING WS-XML-ZEROS FOR LEADING "0"
           MOVE SPACES TO WS-XML-TEXTO
           STRING WS-XML-VALOR-X(WS-XML-ZEROS + 1:11 - WS-XML-ZEROS)
                  "." WS-XML-VALOR-X(12:2)
               DELIMITED BY SIZE INTO WS-XML-TEXTO
           END-STRING
           PERFORM ACRESCENTA-TAG-XML
           .

       ACRESCENTA-NUMERO-XML.
           PERFORM FORMATA-NUMERO-XML
           PERFORM ACRESCENTA-TAG-XML
           .

       FORMATA-NUMERO-XML.
           MOVE ZEROS TO WS-XML-ZEROS
           INSPECT WS-XML-NUMERO-X(1:13)
               TALLYING WS-XML-ZEROS FOR LEADING "0"
           MOVE SPACES TO WS-XML-TEXTO
           MOVE WS-XML-NUMERO-X(WS-XML-ZEROS + 1:14 - WS-XML-ZEROS)
             TO WS-XML-TEXTO
           .

       ACRESCENTA-TAG-XML.
           STRING "<"          DELIMITED BY SIZE
                  WS-XML-TAG   DELIMITED BY SPACE
                  ">"          DELIMITED BY SIZE
                  WS-XML-TEXTO DELIMITED BY SPACE
                  "</"         DELIMITED BY SIZE
                  WS-XML-TAG   DELIMITED BY SPACE
                  ">"          DELIMITED BY SIZE
               INTO REGNFEXML WITH POINTER WS-XML-PTR
           END-STRING
           .

       ACRESCENTA-TEXTO-XML.
           INSPECT WS-XML-CAMPO REPLACING ALL "&" BY "E"
                                          ALL "<" BY " "
                                          ALL ">" BY " "
                                          ALL '"' BY " "
           STRING "<"          DELIMITED BY SIZE
                  WS-XML-TAG   DELIMITED BY SPACE
                  ">"          DELIMITED BY SIZE
                  WS-XML-CAMPO DELIMITED BY "  "
                  "</"         DELIMITED BY SIZE
                  WS-XML-TAG   DELIMITED BY SPACE
                  ">"          DELIMITED BY SIZE
               INTO REGNFEXML WITH POINTER WS-XML-PTR
           END-STRING
           .

      * MAIOR NUMERO DE NOTA JA GRAVADO + 1 (MESMO IDIOMA DO
      * PROXIMO-NUMERO-PEDIDO DO CADPED). O CURSOR DE ARQ-NF E
           END-IF
           .

      * AVISO DE FATURAMENTO DA NOTA PARA A REDE DONA DO PEDIDO: UMA
      * LINHA "N" COM A NOTA (NUMERO, SERIE, EMISSAO, CHAVE DE ACESSO
      * E VALOR) E UMA "I" POR LINHA DO PEDIDO QUE AINDA TINHA O QUE
      * ENTREGAR, COM O EAN DA REDE, A QUANTIDADE DESTA NOTA E O QUE
      * FICOU PENDENTE (BACKORDER). O ARQUIVO DO DIA E ACRESCIDO A
      * CADA NOTA DA MESMA REDE.
       GERA-AVISO-EDI.
           MOVE PED_NUMERO_PEDIDO TO PDE_NUMERO_PEDIDO
           READ ARQ-PEDEDI
               INVALID KEY
                  MOVE "00" TO WS-RESULTADO-ACESSO
               NOT INVALID KEY
                  PERFORM GRAVA-AVISO-EDI
           END-READ
           .

       GRAVA-AVISO-EDI.
           MOVE SPACES TO WS-ARQ-EDIAVF
           STRING WCF-DIR-EDI      DELIMITED BY SPACE
                  "AVF_"           DELIMITED BY SIZE
                  PDE_REDE         DELIMITED BY SPACE
                  "_"              DELIMITED BY SIZE
                  WS-DATA-EXECUCAO DELIMITED BY SIZE
                  ".TXT"           DELIMITED BY SIZE
               INTO WS-ARQ-EDIAVF
           END-STRING
           OPEN EXTEND ARQ-EDIAVF
           IF WS-FS-AVF NOT = "00"
              OPEN OUTPUT ARQ-EDIAVF
           END-IF
           IF WS-FS-AVF NOT = "00"
              MOVE "ERRO NA GRAVACAO DO AVISO EDI" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
           ELSE
              MOVE ZEROS TO WS-AVF-LINHAS
              PERFORM VARYING WS-ITEM-IDX FROM 1 BY 1
                      UNTIL WS-ITEM-IDX > WS-QTD-ITN
                 IF WS-FATURAR-ITEM(WS-ITEM-IDX) > ZEROS OR
                    WS-ITN-QTDE(WS-ITEM-IDX) >
                    WS-ITN-QTDE-ATEND(WS-ITEM-IDX)
                    ADD 1 TO WS-AVF-LINHAS
                 END-IF
              END-PERFORM
              MOVE PDE_REDE          TO AVF-N-REDE
              MOVE PDE_PEDIDO_REDE   TO AVF-N-PEDIDO-REDE
              MOVE PDE_LOJA          TO AVF-N-LOJA
              MOVE NF_NUMERO         TO AVF-N-NOTA
              MOVE WCF-NFE-SERIE     TO AVF-N-SERIE
              MOVE NF_DATA_EMISSAO   TO AVF-N-EMISSAO
              MOVE NF_CHAVE_ACESSO   TO AVF-N-CHAVE
              MOVE NF_VALOR_TOTAL    TO AVF-N-VALOR
              MOVE WS-AVF-LINHAS     TO AVF-N-LINHAS
              WRITE REGAVF FROM WS-AVF-NOTA
              PERFORM VARYING WS-ITEM-IDX FROM 1 BY 1
                      UNTIL WS-ITEM-IDX > WS-QTD-ITN
                 IF WS-FATURAR-ITEM(WS-ITEM-IDX) > ZEROS OR
                    WS-ITN-QTDE(WS-ITEM-IDX) >
                    WS-ITN-QTDE-ATEND(WS-ITEM-IDX)
                    PERFORM GRAVA-ITEM-AVISO-EDI
                 END-IF
              END-PERFORM
              CLOSE ARQ-EDIAVF
              ADD 1 TO WS-QTD-AVISO-EDI
           END-IF
           .

      * LINHA ACRESCENTADA AO PEDIDO DEPOIS DA IMPORTACAO (SEM EAN
      * NO VINCULO) SAI COM O EAN ZERADO.
       GRAVA-ITEM-AVISO-EDI.
           MOVE PDE_PEDIDO_REDE TO AVF-I-PEDIDO-REDE
           IF WS-ITEM-IDX > PDE_QTD_LINHAS
              MOVE ZEROS TO AVF-I-EAN
           ELSE
              MOVE PDE_EAN(WS-ITEM-IDX) TO AVF-I-EAN
           END-IF
           MOVE WS-FATURAR-ITEM(WS-ITEM-IDX) TO AVF-I-FATURADA
           COMPUTE AVF-I-PENDENTE =
               WS-ITN-QTDE(WS-ITEM-IDX) -
               WS-ITN-QTDE-ATEND(WS-ITEM-IDX)
           MOVE WS-ITN-VALOR-UNIT(WS-ITEM-IDX) TO AVF-I-VALOR-UNIT
           COMPUTE AVF-I-VALOR =
               WS-FATURAR-ITEM(WS-ITEM-IDX) *
               WS-ITN-VALOR-UNIT(WS-ITEM-IDX)
           WRITE REGAVF FROM WS-AVF-ITEM
           .

      * RESUMO IMPRESSO DA RODADA, COM AS CONTAGENS E A RECONCILIACAO
      * (LIDOS = FATURADOS + RECUPERADOS + JA FATURADOS + CANCELADOS),
      * MESMO ESPIRITO DO RESUMO DA IMPORTACAO DO CADCLI.
           MOVE "AGUARDANDO ESTOQUE (SEM NF:" TO DET-TITULO
           MOVE WS-QTD-AGUARDANDO TO DET-QTD
           WRITE REGIMP FROM DET-CONTAGEM
           MOVE "NOTAS DE BONIFICACAO......:" TO DET-TITULO
           MOVE WS-QTD-BONIFICACAO TO DET-QTD
           WRITE REGIMP FROM DET-CONTAGEM
           MOVE "TITULOS GERADOS...........:" TO DET-TITULO
           MOVE WS-QTD-TITULOS TO DET-QTD
           WRITE REGIMP FROM DET-CONTAGEM
           MOVE "XML NF-E GERADOS..........:" TO DET-TITULO
           MOVE WS-QTD-XML TO DET-QTD
           WRITE REGIMP FROM DET-CONTAGEM
           MOVE "XML NF-E NAO GRAVADOS.....:" TO DET-TITULO
           MOVE WS-QTD-XML-FALHA TO DET-QTD
           WRITE REGIMP FROM DET-CONTAGEM
           MOVE "BOLETOS IMPRESSOS.........:" TO DET-TITULO
           MOVE WS-BOL-QTD TO DET-QTD
           WRITE REGIMP FROM DET-CONTAGEM
           MOVE "AVISOS EDI P/ AS REDES....:" TO DET-TITULO
           MOVE WS-QTD-AVISO-EDI TO DET-QTD
           WRITE REGIMP FROM DET-CONTAGEM

           MOVE WS-VALOR-FATURADO TO DET-VALOR-EDT
           WRITE REGIMP FROM DET-VALOR
           MOVE WS-VALOR-BONIFICADO TO DETB-VALOR-EDT
           WRITE REGIMP FROM DET-BONIFICADO
           MOVE WS-VALOR-PENDENTE TO DETP-VALOR-EDT
           WRITE REGIMP FROM DET-PENDENTE

           IF WS-RESULTADO-ACESSO NOT = "00"
              MOVE "S" TO WS-SEM-ESTOQUE
              MOVE "00" TO WS-RESULTADO-ACESSO
           ELSE
              PERFORM ABRE-KARDEX
              MOVE "FATPED" TO WS-KDX-PROGRAMA
              MOVE LS-ID    TO WS-KDX-OPERADOR
           END-IF
      * LOTES TAMBEM SAO OPCIONAIS (SO HA LOTE DEPOIS DO PRIMEIRO
      * RECEBIMENTO NO CADEST); O ARQ-NFLOTE E CRIADO NA PRIMEIRA VEZ.
           MOVE "N" TO WS-SEM-LOTE
           OPEN I-O ARQ-LOTE
           IF WS-RESULTADO-ACESSO NOT = "00"
              MOVE "S" TO WS-SEM-LOTE
              MOVE "00" TO WS-RESULTADO-ACESSO
           ELSE
              OPEN I-O ARQ-NFLOTE
              IF WS-RESULTADO-ACESSO = "05"
                 OPEN OUTPUT ARQ-NFLOTE
                 CLOSE ARQ-NFLOTE
                 OPEN I-O ARQ-NFLOTE
              END-IF
              IF WS-RESULTADO-ACESSO NOT = "00"
                 MOVE "S" TO WS-SEM-LOTE
                 MOVE "00" TO WS-RESULTADO-ACESSO
                 CLOSE ARQ-LOTE
              END-IF
           END-IF
      * O CADASTRO DE CLIENTES DA A UF E O TIPO PARA O CALCULO DOS
      * TRIBUTOS; SEM ELE A NOTA SAI COM A ALIQUOTA PADRAO E SEM ST.
              MOVE "S" TO WS-SEM-CONDPAG
              MOVE "00" TO WS-RESULTADO-ACESSO
           END-IF
      * O NIVEL DE SERVICO E CRIADO NA PRIMEIRA VEZ; SEM ELE O
      * FATURAMENTO SEGUE NORMALMENTE.
           MOVE "N" TO WS-SEM-ATEND
           OPEN I-O ARQ-ATEND
           IF WS-RESULTADO-ACESSO = "05" OR "35"
              OPEN OUTPUT ARQ-ATEND
              CLOSE ARQ-ATEND
              OPEN I-O ARQ-ATEND
           END-IF
           IF WS-RESULTADO-ACESSO NOT = "00"
              MOVE "S" TO WS-SEM-ATEND
              MOVE "00" TO WS-RESULTADO-ACESSO
           END-IF
      * SEM VINCULOS DO EDI NAO HA PEDIDO DE REDE A AVISAR.
           MOVE "N" TO WS-SEM-PEDEDI
           OPEN INPUT ARQ-PEDEDI
           IF WS-RESULTADO-ACESSO NOT = "00"
              MOVE "S" TO WS-SEM-PEDEDI
              MOVE "00" TO WS-RESULTADO-ACESSO
           END-IF
           PERFORM ABRE-PERIODOS
           PERFORM OPEN-AUDITORIA
           PERFORM OPEN-JORNAL
      * BOLETOS DAS PARCELAS GERADAS NA RODADA (VER SISBOPGER.CPY).
           PERFORM ABRE-ARQ-BOLETO
      * VENCIMENTO EM FERIADO PASSA PARA O DIA UTIL (SISFRPGER.CPY).
           PERFORM ABRE-FERIADOS
      * AVISO DE NOTA EMITIDA AO CLIENTE (SISMSPGER.CPY).
           PERFORM ABRE-FILA-MENSAGEM
           MOVE "FATPED" TO WS-JRN-PROGRAMA
           MOVE LS-ID    TO WS-JRN-OPERADOR
           MOVE ZEROS    TO WS-JRN-LOTE
           END-IF
           IF WS-SEM-ESTOQUE NOT = "S"
              CLOSE ARQ-ESTOQUE
              IF WS-SEM-KARDEX NOT = "S"
                 CLOSE ARQ-KARDEX
              END-IF
           END-IF
           IF WS-SEM-LOTE NOT = "S"
              CLOSE ARQ-LOTE ARQ-NFLOTE
           END-IF
           IF WS-SEM-PRODUTOS NOT = "S"
              CLOSE ARQ-PRODUTO
           END-IF
           IF WS-SEM-PEDEDI NOT = "S"
              CLOSE ARQ-PEDEDI
           END-IF
           IF WS-SEM-ATEND NOT = "S"
              CLOSE ARQ-ATEND
           END-IF
           PERFORM FECHA-PERIODOS
           PERFORM FECHA-ARQ-BOLETO
           PERFORM FECHA-FERIADOS
           PERFORM FECHA-FILA-MENSAGEM
           .

       CONFIRMA-TELA.
      * OS DEMAIS GRAVADORES DO JORNAL DE IMAGENS.
       COPY "copybook\SISJRPGER.CPY".

      * GRAVA-MOVIMENTO-ESTOQUE E ABRE-KARDEX: VER COPYBOOK,
      * COMPARTILHADO POR TODOS OS PROGRAMAS QUE MEXEM NO ESTOQUE.
       COPY "copybook\SISKXPGER.CPY".

      * MONTA-DATA-HORA-NFE: VER COPYBOOK, COMPARTILHADO COM
      * ESTNF/RETCAR.
       COPY "copybook\SISNEPGER.CPY".

      * ABRE-ARQ-BOLETO, IMPRIME-BOLETO E FECHA-ARQ-BOLETO: VER
      * COPYBOOK, COMPARTILHADO COM RENTIT/CNBTIT.
       COPY "copybook\SISBOPGER.CPY".

      * ABRE-FERIADOS, PROXIMO-DIA-UTIL E CALCULA-ATRASO-UTIL: VER
      * COPYBOOK, COMPARTILHADO COM CADTIT/RENTIT/CNBTIT.
       COPY "copybook\SISFRPGER.CPY".

      * REGISTRA-SPOOL: VER COPYBOOK, COMPARTILHADO PELOS PROGRAMAS
      * DE RELATORIO.
       COPY "copybook\SISSPPGER.CPY".

      * CARREGA-COMPOSICAO-KIT E RATEIA-KIT: VER COPYBOOK,
      * COMPARTILHADO POR QUEM EXPLODE OS PRODUTOS-KIT.
       COPY "copybook\SISKTPGER.CPY".

      * ENFILEIRA-MENSAGEM: VER COPYBOOK, COMPARTILHADO COM CADPED,
      * IMPENT, COBCLI, ENVMSG, QUALID E ANONIM.
       COPY "copybook\SISMSPGER.CPY".

      * CARREGA-FILIAL E MONTA-CAMINHOS-FILIAL: VER COPYBOOK,
      * COMPARTILHADO POR TODOS OS PROGRAMAS DA FILIAL.
       COPY "copybook\SISFIPGER.CPY".
