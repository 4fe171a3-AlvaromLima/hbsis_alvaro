      **************************************************
      * REVISAO AUTOMATICA DE LIMITE DE CREDITO: SCORE *
      * POR FATURAMENTO, PONTUALIDADE, RENEGOCIACAO E  *
      * CHEQUES DEVOLVIDOS, COM ANALISE DAS PROPOSTAS  *
      **************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. REVLIM.
       AUTHOR. ALVARO LIMA.
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       COPY "copybook\SISSLGER.CPY".
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
       COPY "copybook\SISFDGER.CPY".
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       COPY "copybook\SISWSGER.CPY".
       COPY "copybook\SISCFGER.CPY".
       77 WRL-ARQ-IMPRESSAO    PIC X(100) VALUE SPACES.

      * "S" = EXECUCAO DISPARADA SEM OPERADOR NA TELA (LS-ID =
      * "BATCH"), MESMO IDIOMA DO ABCCLI: GERA AS PROPOSTAS E EMITE
      * A LISTA DAS PENDENTES; A ANALISE E SEMPRE NA TELA.
       77 WS-MODO-BATCH        PIC X(001) VALUE "N".

       77 WS-DATA-HOJE         PIC 9(008) VALUE ZEROS.
       77 WS-HOJE-INTEIRO      PIC 9(008) VALUE ZEROS.
       77 WS-ANO-MES-HOJE      PIC 9(006) VALUE ZEROS.

      * JANELA DE MESES FECHADOS: DE WS-MES-INICIO ATE O MES ANTERIOR
      * AO CORRENTE.
       77 WS-MES-INICIO        PIC 9(006) VALUE ZEROS.
       77 WS-MESES-TOTAL       PIC 9(006) VALUE ZEROS.
       77 WS-ANO-AUX           PIC 9(004) VALUE ZEROS.
       77 WS-MES-AUX           PIC 9(002) VALUE ZEROS.

       77 WS-EOF-HIS           PIC X(001) VALUE "N".
       77 WS-EOF-TIT           PIC X(001) VALUE "N".
       77 WS-EOF-CHQ           PIC X(001) VALUE "N".
       77 WS-EOF-RVL           PIC X(001) VALUE "N".
       77 WS-SEM-CHEQUE        PIC X(001) VALUE "N".
       77 WS-ACHOU             PIC X(001) VALUE "N".

      * FATURADO DA JANELA POR CLIENTE, AGREGADO EM MEMORIA (MESMO
      * TETO E MESMO IDIOMA DO ABCCLI; EXCEDENTES SAO CONTADOS E
      * FICAM SEM PROPOSTA NESTA RODADA).
       77 WS-QTD-AGREG         PIC 9(004) VALUE ZEROS.
       77 WS-AGR-IDX           PIC 9(004) VALUE ZEROS.
       77 WS-QTD-PERDIDOS      PIC 9(005) VALUE ZEROS.
       01 WS-TAB-AGREG.
          05 WS-AGR-LINHA OCCURS 2000 TIMES.
             10 WS-AGR-CLIENTE   PIC 9(007).
             10 WS-AGR-VALOR     PIC 9(013)V9(02).

      * METRICAS DO CLIENTE CORRENTE.
       77 WS-FATURADO          PIC 9(011)V9(02) VALUE ZEROS.
       77 WS-MEDIA-MENSAL      PIC 9(011)V9(02) VALUE ZEROS.
       77 WS-QTD-PAGOS         PIC 9(005) VALUE ZEROS.
       77 WS-QTD-ATRASADOS     PIC 9(005) VALUE ZEROS.
       77 WS-SOMA-ATRASO       PIC 9(009) VALUE ZEROS.
       77 WS-MEDIA-ATRASO      PIC 9(003) VALUE ZEROS.
       77 WS-QTD-RENEG         PIC 9(003) VALUE ZEROS.
       77 WS-QTD-CHQ-DEV       PIC 9(003) VALUE ZEROS.
       77 WS-DIAS-VENCIDO      PIC 9(005) VALUE ZEROS.
       77 WS-TEM-PERDA         PIC X(001) VALUE "N".
       77 WS-DIAS-ATRASO       PIC S9(006) VALUE ZEROS.
       77 WS-PCT-PONTUAL       PIC 9(003) VALUE ZEROS.

      * SCORE PARTE DE 50 E SOBE OU DESCE CONFORME O COMPORTAMENTO
      * (VER CALCULA-SCORE); FICA ENTRE 0 E 100.
       77 WS-SCORE             PIC S9(004) VALUE ZEROS.
       77 WS-FX                PIC 9(001) VALUE ZEROS.
       77 WS-FATOR             PIC 9(001)V9(02) VALUE ZEROS.
       77 WS-CENTENAS          PIC 9(009) VALUE ZEROS.
       77 WS-LIMITE-NOVO       PIC 9(009)V9(02) VALUE ZEROS.
       77 WS-DIFERENCA         PIC 9(009)V9(02) VALUE ZEROS.
       77 WS-PCT-VARIACAO      PIC 9(007) VALUE ZEROS.
       77 WS-PROPOE            PIC X(001) VALUE "N".
       77 WS-MOTIVOS           PIC X(060) VALUE SPACES.
       77 WS-MOT-PTR           PIC 9(003) VALUE ZEROS.
       77 WS-MOT-TEXTO         PIC X(015) VALUE SPACES.

       77 WS-QTD-CLIENTES      PIC 9(007) VALUE ZEROS.
       77 WS-QTD-PROPOSTAS     PIC 9(007) VALUE ZEROS.
       77 WS-QTD-AUMENTOS      PIC 9(007) VALUE ZEROS.
       77 WS-QTD-REDUCOES      PIC 9(007) VALUE ZEROS.
       77 WS-QTD-ACEITAS       PIC 9(005) VALUE ZEROS.
       77 WS-QTD-REJEITADAS    PIC 9(005) VALUE ZEROS.

      * ANALISE: DECISAO DO ANALISTA POR PROPOSTA.
       77 WS-DECISAO           PIC X(001) VALUE SPACES.
       77 WS-FIM-ANALISE       PIC X(001) VALUE "N".
       77 WS-VALOR-EDIT        PIC ZZZ.ZZZ.ZZ9,99.
       77 WS-FAT-EDIT          PIC ZZ.ZZZ.ZZZ.ZZ9,99.

       01 CABEC-REVLIM.
          03 FILLER PIC X(44) VALUE
             "PROPOSTAS DE LIMITE DE CREDITO PENDENTES EM".
          03 CAB-DATA PIC 9(008).

       01 CABEC2-REVLIM.
          03 FILLER PIC X(09) VALUE "CLIENTE".
          03 FILLER PIC X(32) VALUE "RAZAO SOCIAL".
          03 FILLER PIC X(06) VALUE "SCORE".
          03 FILLER PIC X(16) VALUE "    LIMITE ATUAL".
          03 FILLER PIC X(16) VALUE "        PROPOSTO".
          03 FILLER PIC X(18) VALUE "     MEDIA MENSAL".
          03 FILLER PIC X(02) VALUE SPACES.
          03 FILLER PIC X(07) VALUE "MOTIVOS".

       01 DET-REVLIM.
          03 DRV-CLIENTE    PIC 9(007).
          03 FILLER         PIC X(02) VALUE SPACES.
          03 DRV-RAZAO      PIC X(030).
          03 FILLER         PIC X(02) VALUE SPACES.
          03 DRV-SCORE      PIC ZZ9.
          03 FILLER         PIC X(02) VALUE SPACES.
          03 DRV-ATUAL      PIC ZZZ.ZZZ.ZZ9,99.
          03 FILLER         PIC X(02) VALUE SPACES.
          03 DRV-PROPOSTO   PIC ZZZ.ZZZ.ZZ9,99.
          03 FILLER         PIC X(02) VALUE SPACES.
          03 DRV-MEDIA      PIC ZZ.ZZZ.ZZZ.ZZ9,99.
          03 FILLER         PIC X(02) VALUE SPACES.
          03 DRV-MOTIVOS    PIC X(035).

       01 DET-TOTAL.
          03 TOT-TITULO PIC X(40).
          03 TOT-QTD    PIC ZZZ.ZZ9.

       LINKAGE SECTION.
       01 LS-ID PIC X(5).

       SCREEN SECTION.
       COPY "copybook\SISSTGER.CPY".

       01 TELA-REVLIM.
        02 BLANK SCREEN.
        02 LINE 02 COL 28 VALUE "Sistema de Franquia AMBEV".
        02 LINE 07 COL 22 VALUE "REVISAO DE LIMITE DE CREDITO".
        02 LINE 09 COL 10 VALUE "1 - Gerar Propostas de Limite".
        02 LINE 10 COL 10 VALUE "2 - Analisar Propostas Pendentes".
        02 LINE 11 COL 10 VALUE "3 - Relatorio de Propostas Pendentes".
        02 LINE 12 COL 10 VALUE "4 - Retornar".
        02 LINE 14 COL 10 VALUE
          "A PROPOSTA SO ALTERA O CADASTRO DO CLIENTE DEPOIS DE".
        02 LINE 15 COL 10 VALUE
          "ACEITA PELO ANALISTA NA OPCAO 2.".
        02 LINE 20 COL 10 "Digite a opcao desejada[.]".
        02 OPCAO LINE 20 COL 34 PIC X(01) USING W-OPCAO AUTO.

       01 TELA-GERA.
        02 BLANK SCREEN.
        02 LINE 02 COL 28 VALUE "Sistema de Franquia AMBEV".
        02 LINE 07 COL 25 VALUE "GERAR PROPOSTAS DE LIMITE".
        02 LINE 09 COL 10 VALUE
          "AVALIA CADA CLIENTE ATIVO NOS ULTIMOS MESES FECHADOS".
        02 LINE 10 COL 10 VALUE
          "(FATURADO, PONTUALIDADE, ACORDOS E CHEQUES DEVOLVIDOS)".
        02 LINE 11 COL 10 VALUE
          "E SUBSTITUI AS PROPOSTAS AINDA PENDENTES.".

       01 TELA-ANALISE.
        02 BLANK SCREEN.
        02 LINE 02 COL 28 VALUE "Sistema de Franquia AMBEV".
        02 LINE 04 COL 24 VALUE "ANALISE DE PROPOSTA DE LIMITE".
        02 LINE 06 COL 10 VALUE "CLIENTE      :".
        02 LINE 07 COL 10 VALUE "PROPOSTA EM  :".
        02 LINE 08 COL 10 VALUE "LIMITE ATUAL :".
        02 LINE 08 COL 45 VALUE "PROPOSTO:".
        02 LINE 09 COL 10 VALUE "SCORE        :".
        02 LINE 10 COL 10 VALUE "FATURADO     :".
        02 LINE 10 COL 45 VALUE "MEDIA/MES:".
        02 LINE 11 COL 10 VALUE "PAGOS        :".
        02 LINE 11 COL 35 VALUE "EM ATRASO:".
        02 LINE 11 COL 55 VALUE "ATRASO MEDIO:".
        02 LINE 12 COL 10 VALUE "ACORDOS      :".
        02 LINE 12 COL 35 VALUE "CHEQUES DEVOLVIDOS:".
        02 LINE 13 COL 10 VALUE "MOTIVOS      :".
        02 LINE 16 COL 10 VALUE "DECISAO      : [ ]".
        02 LINE 16 COL 30 VALUE
          "A=ACEITAR R=REJEITAR P=PULAR F=FIM".
      *-----------------------------------------------------------------
       PROCEDURE DIVISION  USING LS-ID.
       INICIO.
      * RESOLVE OS CAMINHOS DA FILIAL SELECIONADA NO LOGIN ANTES DE
      * ABRIR QUALQUER ARQUIVO DE DADOS (VER SISFIPGER.CPY).
           MOVE LS-ID TO WS-SESSAO-ID
           PERFORM CARREGA-FILIAL
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-DATA-HOJE
           MOVE WS-DATA-HOJE(1:6) TO WS-ANO-MES-HOJE
           COMPUTE WS-HOJE-INTEIRO =
               FUNCTION INTEGER-OF-DATE(WS-DATA-HOJE)
           PERFORM CALCULA-JANELA
           MOVE "N" TO WS-MODO-BATCH
           IF LS-ID = "BATCH"
              MOVE "S" TO WS-MODO-BATCH
              PERFORM GERA-PROPOSTAS THRU GERA-PROPOSTAS-FIM
              PERFORM EMITE-RELATORIO THRU EMITE-RELATORIO-FIM
              EXIT PROGRAM
           END-IF
           MOVE "F" TO WFIM.
           PERFORM TELA-REVLIM-0 UNTIL WFIM = "T".
       TELA-REVLIM-0.
           MOVE SPACES TO W-OPCAO
           DISPLAY TELA-REVLIM
           ACCEPT TELA-REVLIM
           EVALUATE W-OPCAO
             WHEN "1"
                DISPLAY TELA-GERA
                MOVE 0 TO W-SEL
                PERFORM CONFIRMA-TELA UNTIL W-SEL > 0
                IF W-SN = "S"
                   PERFORM GERA-PROPOSTAS THRU GERA-PROPOSTAS-FIM
                END-IF
             WHEN "2"
                PERFORM ANALISA-PROPOSTAS THRU ANALISA-PROPOSTAS-FIM
             WHEN "3"
                PERFORM EMITE-RELATORIO THRU EMITE-RELATORIO-FIM
             WHEN "4"
                MOVE "T" TO WFIM
                EXIT PROGRAM
           END-EVALUATE.

      * PRIMEIRO MES DA JANELA = MES CORRENTE MENOS WCF-RVL-MESES
      * (CONTA EM MESES CORRIDOS PARA ATRAVESSAR A VIRADA DO ANO).
       CALCULA-JANELA.
           MOVE WS-DATA-HOJE(1:4) TO WS-ANO-AUX
           MOVE WS-DATA-HOJE(5:2) TO WS-MES-AUX
           COMPUTE WS-MESES-TOTAL =
               WS-ANO-AUX * 12 + WS-MES-AUX - 1 - WCF-RVL-MESES
           DIVIDE WS-MESES-TOTAL BY 12 GIVING WS-ANO-AUX
                  REMAINDER WS-MES-AUX
           ADD 1 TO WS-MES-AUX
           COMPUTE WS-MES-INICIO = WS-ANO-AUX * 100 + WS-MES-AUX
           .

      ************************************
      * GERACAO DAS PROPOSTAS            *
      ************************************
       GERA-PROPOSTAS.
           MOVE "REVISAO" TO DOPCAO
           OPEN INPUT ARQ-HISVEN
           IF WS-RESULTADO-ACESSO NOT = "00"
              MOVE "*** RODE A CONSOLIDACAO (AGRVEN) ANTES ***"
                     TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO GERA-PROPOSTAS-FIM
           END-IF
           OPEN INPUT ARQ-CLIENTE
           IF WS-RESULTADO-ACESSO NOT = "00"
              MOVE "ERRO NA ABERTURA DO ARQUIVO CLIENTE" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              CLOSE ARQ-HISVEN
              GO TO GERA-PROPOSTAS-FIM
           END-IF
           OPEN INPUT ARQ-TITULO
           IF WS-RESULTADO-ACESSO NOT = "00"
              MOVE "ERRO NA ABERTURA DO ARQUIVO DE TITULOS" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              CLOSE ARQ-HISVEN ARQ-CLIENTE
              GO TO GERA-PROPOSTAS-FIM
           END-IF
           PERFORM OPEN-REVLIM
           IF WS-RESULTADO-ACESSO NOT = "00"
              MOVE "ERRO NA ABERTURA DAS PROPOSTAS DE LIMITE" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              CLOSE ARQ-HISVEN ARQ-CLIENTE ARQ-TITULO
              GO TO GERA-PROPOSTAS-FIM
           END-IF
      * SEM CUSTODIA NINGUEM TEVE CHEQUE DEVOLVIDO.
           MOVE "N" TO WS-SEM-CHEQUE
           OPEN INPUT ARQ-CHEQUE
           IF WS-RESULTADO-ACESSO NOT = "00"
              MOVE "S" TO WS-SEM-CHEQUE
              MOVE "00" TO WS-RESULTADO-ACESSO
           END-IF
           PERFORM OPEN-AUDITORIA

           PERFORM AGREGA-FATURADO
           MOVE ZEROS TO WS-QTD-CLIENTES WS-QTD-PROPOSTAS
                         WS-QTD-AUMENTOS WS-QTD-REDUCOES
           MOVE "N"   TO WS-EOF-SW
           MOVE ZEROS TO CLI_CODIGO_CLIENTE
           START ARQ-CLIENTE
               KEY IS GREATER THAN CLI_CODIGO_CLIENTE
                    INVALID KEY
                       MOVE "Y" TO WS-EOF-SW
           END-START
           PERFORM UNTIL EOF-SW
               READ ARQ-CLIENTE NEXT AT END
                   MOVE "Y" TO WS-EOF-SW
               END-READ
               IF WS-EOF-SW = "N"
                  IF CLI_STATUS = "A"
                     ADD 1 TO WS-QTD-CLIENTES
                     PERFORM AVALIA-CLIENTE
                  END-IF
               END-IF
           END-PERFORM

           MOVE FUNCTION CURRENT-DATE(1:14) TO AUD-DATA-HORA
           MOVE "REVLIM"          TO AUD-PROGRAMA
           MOVE LS-ID             TO AUD-OPERADOR
           MOVE DOPCAO            TO AUD-OPERACAO
           MOVE WS-QTD-PROPOSTAS  TO AUD-CODIGO
           MOVE SPACES TO AUD-RESULTADO
           STRING "AUMENTOS " WS-QTD-AUMENTOS(3:5)
                  " REDUCOES " WS-QTD-REDUCOES(3:5)
               DELIMITED BY SIZE INTO AUD-RESULTADO
           END-STRING
           IF WS-QTD-PERDIDOS > ZEROS
              MOVE "AGREGACAO ESTOUROU O TETO" TO AUD-RESULTADO
           END-IF
           WRITE REGAUD

           CLOSE ARQ-HISVEN ARQ-CLIENTE ARQ-TITULO ARQ-REVLIM ARQ-AUD
           IF WS-SEM-CHEQUE = "N"
              CLOSE ARQ-CHEQUE
           END-IF
           IF WS-MODO-BATCH NOT = "S"
              MOVE "*** PROPOSTAS GERADAS - ANALISE NA OPCAO 2 ***"
                TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
           END-IF
           .
       GERA-PROPOSTAS-FIM.
           EXIT.

      * FATURADO DA JANELA POR CLIENTE A PARTIR DO HISTORICO
      * CONSOLIDADO (A CHAVE COMECA PELO ANO/MES).
       AGREGA-FATURADO.
           MOVE ZEROS TO WS-QTD-AGREG WS-QTD-PERDIDOS
           MOVE "N" TO WS-EOF-HIS
           MOVE WS-MES-INICIO TO HIS_ANO_MES
           MOVE ZEROS TO HIS_COD_VENDEDOR
                         HIS_CODIGO_CLIENTE
                         HIS_CODIGO_PRODUTO
           START ARQ-HISVEN
               KEY IS NOT LESS THAN HIS_CHAVE
                    INVALID KEY
                       MOVE "Y" TO WS-EOF-HIS
           END-START
           PERFORM UNTIL WS-EOF-HIS = "Y"
               READ ARQ-HISVEN NEXT AT END
                   MOVE "Y" TO WS-EOF-HIS
               END-READ
               IF WS-EOF-HIS = "N"
                  IF HIS_ANO_MES NOT < WS-ANO-MES-HOJE
                     MOVE "Y" TO WS-EOF-HIS
                  ELSE
                     PERFORM AGREGA-CLIENTE
                  END-IF
               END-IF
           END-PERFORM
           .

       AGREGA-CLIENTE.
           MOVE "N" TO WS-ACHOU
           PERFORM VARYING WS-AGR-IDX FROM 1 BY 1
                   UNTIL WS-AGR-IDX > WS-QTD-AGREG
              IF WS-AGR-CLIENTE(WS-AGR-IDX) = HIS_CODIGO_CLIENTE
                 ADD HIS_VALOR TO WS-AGR-VALOR(WS-AGR-IDX)
                 MOVE "S" TO WS-ACHOU
                 MOVE 2001 TO WS-AGR-IDX
              END-IF
           END-PERFORM
           IF WS-ACHOU = "N"
              IF WS-QTD-AGREG < 2000
                 ADD 1 TO WS-QTD-AGREG
                 MOVE HIS_CODIGO_CLIENTE
                   TO WS-AGR-CLIENTE(WS-QTD-AGREG)
                 MOVE HIS_VALOR TO WS-AGR-VALOR(WS-QTD-AGREG)
              ELSE
                 ADD 1 TO WS-QTD-PERDIDOS
              END-IF
           END-IF
           .

      * UM CLIENTE: METRICAS, SCORE E LIMITE. SO GRAVA PROPOSTA QUANDO
      * O NOVO LIMITE MUDA DE VERDADE; A PROPOSTA PENDENTE QUE NAO SE
      * SUSTENTA MAIS E APAGADA (AS JA DECIDIDAS FICAM COMO HISTORICO
      * ATE A PROXIMA PROPOSTA DO CLIENTE).
       AVALIA-CLIENTE.
           MOVE ZEROS TO WS-FATURADO
           PERFORM VARYING WS-AGR-IDX FROM 1 BY 1
                   UNTIL WS-AGR-IDX > WS-QTD-AGREG
              IF WS-AGR-CLIENTE(WS-AGR-IDX) = CLI_CODIGO_CLIENTE
                 MOVE WS-AGR-VALOR(WS-AGR-IDX) TO WS-FATURADO
                 MOVE 2001 TO WS-AGR-IDX
              END-IF
           END-PERFORM
           COMPUTE WS-MEDIA-MENSAL ROUNDED =
               WS-FATURADO / WCF-RVL-MESES
           PERFORM APURA-PAGAMENTOS
           PERFORM APURA-CHEQUES
           PERFORM CALCULA-SCORE
           PERFORM CALCULA-LIMITE

           MOVE CLI_CODIGO_CLIENTE TO RVL_CODIGO_CLIENTE
           READ ARQ-REVLIM
               INVALID KEY
                  MOVE SPACES TO RVL_SITUACAO
                  MOVE "N" TO WS-ACHOU
               NOT INVALID KEY
                  MOVE "S" TO WS-ACHOU
           END-READ
           IF WS-PROPOE = "S"
              PERFORM GRAVA-PROPOSTA
           ELSE
              IF WS-ACHOU = "S" AND RVL_SITUACAO = "P"
                 DELETE ARQ-REVLIM
              END-IF
           END-IF
           MOVE "00" TO WS-RESULTADO-ACESSO
           .

      * PELA CHAVE ALTERNATIVA DO CLIENTE: PAGOS NA JANELA (EM ATRASO
      * SE PASSARAM DA TOLERANCIA), TITULOS FECHADOS EM ACORDO NA
      * JANELA, MAIOR ATRASO DO QUE ESTA VENCIDO HOJE E PERDAS.
       APURA-PAGAMENTOS.
           MOVE ZEROS TO WS-QTD-PAGOS WS-QTD-ATRASADOS WS-SOMA-ATRASO
                         WS-MEDIA-ATRASO WS-QTD-RENEG WS-DIAS-VENCIDO
           MOVE "N"   TO WS-TEM-PERDA
           MOVE "N"   TO WS-EOF-TIT
           MOVE CLI_CODIGO_CLIENTE TO TIT_CODIGO_CLIENTE
           START ARQ-TITULO
               KEY IS NOT LESS THAN TIT_CODIGO_CLIENTE
                    INVALID KEY
                       MOVE "Y" TO WS-EOF-TIT
           END-START
           PERFORM UNTIL WS-EOF-TIT = "Y"
               READ ARQ-TITULO NEXT AT END
                   MOVE "Y" TO WS-EOF-TIT
               END-READ
               IF WS-EOF-TIT = "N"
                  IF TIT_CODIGO_CLIENTE NOT = CLI_CODIGO_CLIENTE
                     MOVE "Y" TO WS-EOF-TIT
                  ELSE
                     PERFORM AVALIA-TITULO
                  END-IF
               END-IF
           END-PERFORM
           IF WS-QTD-ATRASADOS > ZEROS
              COMPUTE WS-MEDIA-ATRASO ROUNDED =
                  WS-SOMA-ATRASO / WS-QTD-ATRASADOS
           END-IF
           .

       AVALIA-TITULO.
           EVALUATE TIT_SITUACAO
             WHEN "P"
                IF TIT_DATA_PAGAMENTO(1:6) NOT < WS-MES-INICIO AND
                   TIT_DATA_PAGAMENTO(1:6) < WS-ANO-MES-HOJE
                   ADD 1 TO WS-QTD-PAGOS
                   COMPUTE WS-DIAS-ATRASO =
                       FUNCTION INTEGER-OF-DATE(TIT_DATA_PAGAMENTO) -
                       FUNCTION INTEGER-OF-DATE(TIT_DATA_VENCIMENTO)
                   IF WS-DIAS-ATRASO > WCF-RVL-DIAS-TOLERANCIA
                      ADD 1 TO WS-QTD-ATRASADOS
                      ADD WS-DIAS-ATRASO TO WS-SOMA-ATRASO
                   END-IF
                END-IF
             WHEN "R"
                IF TIT_DATA_PAGAMENTO(1:6) NOT < WS-MES-INICIO
                   ADD 1 TO WS-QTD-RENEG
                END-IF
             WHEN "I"
                MOVE "S" TO WS-TEM-PERDA
             WHEN "A"
                IF TIT_DATA_VENCIMENTO < WS-DATA-HOJE
                   COMPUTE WS-DIAS-ATRASO = WS-HOJE-INTEIRO -
                       FUNCTION INTEGER-OF-DATE(TIT_DATA_VENCIMENTO)
                   IF WS-DIAS-ATRASO > WS-DIAS-VENCIDO
                      MOVE WS-DIAS-ATRASO TO WS-DIAS-VENCIDO
                   END-IF
                END-IF
           END-EVALUATE
           .

      * CHEQUES DEVOLVIDOS NA JANELA PELA CHAVE ALTERNATIVA DA
      * CUSTODIA (MESMO IDIOMA DO COBCLI).
       APURA-CHEQUES.
           MOVE ZEROS TO WS-QTD-CHQ-DEV
           IF WS-SEM-CHEQUE = "S"
              EXIT PARAGRAPH
           END-IF
           MOVE "N" TO WS-EOF-CHQ
           MOVE CLI_CODIGO_CLIENTE TO CHQ_CODIGO_CLIENTE
           START ARQ-CHEQUE
               KEY IS NOT LESS THAN CHQ_CODIGO_CLIENTE
                    INVALID KEY
                       MOVE "Y" TO WS-EOF-CHQ
           END-START
           PERFORM UNTIL WS-EOF-CHQ = "Y"
               READ ARQ-CHEQUE NEXT AT END
                   MOVE "Y" TO WS-EOF-CHQ
               END-READ
               IF WS-EOF-CHQ = "N"
                  IF CHQ_CODIGO_CLIENTE NOT = CLI_CODIGO_CLIENTE
                     MOVE "Y" TO WS-EOF-CHQ
                  ELSE
                     IF CHQ_SITUACAO = "V" AND
                        CHQ_DATA_DEVOLUCAO(1:6) NOT < WS-MES-INICIO
                        ADD 1 TO WS-QTD-CHQ-DEV
                     END-IF
                  END-IF
               END-IF
           END-PERFORM
           .

      * SCORE: 50 DE PARTIDA; PONTUALIDADE DOS PAGOS NA JANELA (+30
      * ATE -20), ATRASO MEDIO ACIMA DE 30 DIAS (-10), ACORDOS (-15
      * CADA, ATE -30), CHEQUES DEVOLVIDOS (-20 CADA, ATE -40) E
      * VENCIDO HA MAIS DE 30 DIAS HOJE (-20). TITULO BAIXADO COMO
      * PERDA ZERA O SCORE. OS MOTIVOS SAEM NA ORDEM DAS REGRAS.
       CALCULA-SCORE.
           MOVE 50 TO WS-SCORE
           MOVE SPACES TO WS-MOTIVOS
           MOVE 1 TO WS-MOT-PTR
           IF WS-FATURADO = ZEROS
              MOVE "SEM COMPRAS" TO WS-MOT-TEXTO
              PERFORM ACRESCENTA-MOTIVO
           END-IF
           IF WS-QTD-PAGOS = ZEROS
              MOVE "SEM PAGAMENTOS" TO WS-MOT-TEXTO
              PERFORM ACRESCENTA-MOTIVO
           ELSE
              COMPUTE WS-PCT-PONTUAL =
                  (WS-QTD-PAGOS - WS-QTD-ATRASADOS) * 100
                  / WS-QTD-PAGOS
              EVALUATE TRUE
                WHEN WS-PCT-PONTUAL NOT < 95
                   ADD 30 TO WS-SCORE
                   MOVE "PONTUAL" TO WS-MOT-TEXTO
                   PERFORM ACRESCENTA-MOTIVO
                WHEN WS-PCT-PONTUAL NOT < 80
                   ADD 15 TO WS-SCORE
                   MOVE "QUASE PONTUAL" TO WS-MOT-TEXTO
                   PERFORM ACRESCENTA-MOTIVO
                WHEN WS-PCT-PONTUAL NOT < 60
                   MOVE "ATRASA AS VEZES" TO WS-MOT-TEXTO
                   PERFORM ACRESCENTA-MOTIVO
                WHEN OTHER
                   SUBTRACT 20 FROM WS-SCORE
                   MOVE "ATRASA MUITO" TO WS-MOT-TEXTO
                   PERFORM ACRESCENTA-MOTIVO
              END-EVALUATE
           END-IF
           IF WS-MEDIA-ATRASO > 30
              SUBTRACT 10 FROM WS-SCORE
              MOVE "ATRASO LONGO" TO WS-MOT-TEXTO
              PERFORM ACRESCENTA-MOTIVO
           END-IF
           IF WS-QTD-RENEG > ZEROS
              IF WS-QTD-RENEG > 1
                 SUBTRACT 30 FROM WS-SCORE
              ELSE
                 SUBTRACT 15 FROM WS-SCORE
              END-IF
              MOVE "RENEGOCIOU" TO WS-MOT-TEXTO
              PERFORM ACRESCENTA-MOTIVO
           END-IF
           IF WS-QTD-CHQ-DEV > ZEROS
              IF WS-QTD-CHQ-DEV > 1
                 SUBTRACT 40 FROM WS-SCORE
              ELSE
                 SUBTRACT 20 FROM WS-SCORE
              END-IF
              MOVE "CHQ DEVOLVIDO" TO WS-MOT-TEXTO
              PERFORM ACRESCENTA-MOTIVO
           END-IF
           IF WS-DIAS-VENCIDO > 30
              SUBTRACT 20 FROM WS-SCORE
              MOVE "VENCIDO" TO WS-MOT-TEXTO
              PERFORM ACRESCENTA-MOTIVO
           END-IF
           IF WS-TEM-PERDA = "S"
              MOVE ZEROS TO WS-SCORE
              MOVE "PERDA" TO WS-MOT-TEXTO
              PERFORM ACRESCENTA-MOTIVO
           END-IF
           IF WS-SCORE < ZEROS
              MOVE ZEROS TO WS-SCORE
           END-IF
           IF WS-SCORE > 100
              MOVE 100 TO WS-SCORE
           END-IF
           .

       ACRESCENTA-MOTIVO.
           IF WS-MOT-PTR > 1
              STRING "/" DELIMITED BY SIZE
                  INTO WS-MOTIVOS WITH POINTER WS-MOT-PTR
              END-STRING
           END-IF
           STRING WS-MOT-TEXTO DELIMITED BY "  "
               INTO WS-MOTIVOS WITH POINTER WS-MOT-PTR
           END-STRING
           .

      * LIMITE = MEDIA MENSAL X FATOR DA FAIXA DO SCORE, EM CENTENAS,
      * ATE O TETO. SEM COMPRAS NA JANELA SO HA PROPOSTA PARA QUEM
      * CAIU NA FAIXA DE FATOR ZERO. COMO LIMITE ZERADO NO CADASTRO
      * QUER DIZER "SEM LIMITE", O MENOR LIMITE PROPOSTO E UMA
      * CENTENA. LIMITE ATUAL ZERADO SEMPRE GERA PROPOSTA.
       CALCULA-LIMITE.
           MOVE "N" TO WS-PROPOE
           PERFORM VARYING WS-FX FROM 1 BY 1
                   UNTIL WS-FX NOT < WCF-RVL-QTD-FAIXAS OR
                         WS-SCORE NOT < WCF-RVL-SCORE-MINIMO(WS-FX)
              CONTINUE
           END-PERFORM
           MOVE WCF-RVL-FATOR(WS-FX) TO WS-FATOR
           IF WS-FATURADO = ZEROS AND WS-FATOR > ZEROS
              EXIT PARAGRAPH
           END-IF
           COMPUTE WS-CENTENAS ROUNDED =
               WS-MEDIA-MENSAL * WS-FATOR / 100
           COMPUTE WS-LIMITE-NOVO = WS-CENTENAS * 100
           IF WS-LIMITE-NOVO > WCF-RVL-LIMITE-MAXIMO
              MOVE WCF-RVL-LIMITE-MAXIMO TO WS-LIMITE-NOVO
           END-IF
           IF WS-LIMITE-NOVO < 100
              MOVE 100 TO WS-LIMITE-NOVO
           END-IF
           IF CLI_LIMITE_CREDITO = ZEROS
              MOVE "S" TO WS-PROPOE
              EXIT PARAGRAPH
           END-IF
           IF WS-LIMITE-NOVO > CLI_LIMITE_CREDITO
              COMPUTE WS-DIFERENCA =
                  WS-LIMITE-NOVO - CLI_LIMITE_CREDITO
           ELSE
              COMPUTE WS-DIFERENCA =
                  CLI_LIMITE_CREDITO - WS-LIMITE-NOVO
           END-IF
           COMPUTE WS-PCT-VARIACAO =
               WS-DIFERENCA * 100 / CLI_LIMITE_CREDITO
           IF WS-PCT-VARIACAO > WCF-RVL-VARIACAO-MINIMA
              MOVE "S" TO WS-PROPOE
           END-IF
           .

       GRAVA-PROPOSTA.
           MOVE CLI_CODIGO_CLIENTE TO RVL_CODIGO_CLIENTE
           MOVE WS-DATA-HOJE       TO RVL_DATA_PROPOSTA
           MOVE CLI_LIMITE_CREDITO TO RVL_LIMITE_ATUAL
           MOVE WS-LIMITE-NOVO     TO RVL_LIMITE_PROPOSTO
           MOVE WS-SCORE           TO RVL_SCORE
           MOVE WS-FATURADO        TO RVL_FATURADO
           MOVE WS-MEDIA-MENSAL    TO RVL_MEDIA_MENSAL
           MOVE WS-QTD-PAGOS       TO RVL_QTD_PAGOS
           MOVE WS-QTD-ATRASADOS   TO RVL_QTD_ATRASADOS
           MOVE WS-MEDIA-ATRASO    TO RVL_MEDIA_ATRASO
           MOVE WS-QTD-RENEG       TO RVL_QTD_RENEG
           MOVE WS-QTD-CHQ-DEV     TO RVL_QTD_CHQ_DEV
           MOVE WS-MOTIVOS         TO RVL_MOTIVOS
           MOVE "P"                TO RVL_SITUACAO
           MOVE ZEROS              TO RVL_DATA_DECISAO
           MOVE SPACES             TO RVL_ANALISTA
           IF WS-ACHOU = "S"
              REWRITE REGRVL
           ELSE
              WRITE REGRVL
           END-IF
           IF WS-RESULTADO-ACESSO = "00"
              ADD 1 TO WS-QTD-PROPOSTAS
              IF WS-LIMITE-NOVO > CLI_LIMITE_CREDITO
                 ADD 1 TO WS-QTD-AUMENTOS
              ELSE
                 ADD 1 TO WS-QTD-REDUCOES
              END-IF
           END-IF
           .

      ************************************
      * ANALISE DAS PROPOSTAS            *
      ************************************
      * O ANALISTA PASSA PELAS PROPOSTAS PENDENTES EM ORDEM DE
      * CLIENTE. ACEITAR GRAVA O NOVO LIMITE NO CADASTRO (COM JORNAL,
      * COMO QUALQUER ALTERACAO DO CADCLI) DESDE QUE O LIMITE NAO
      * TENHA SIDO MEXIDO DEPOIS DA PROPOSTA; REJEITAR SO MARCA A
      * PROPOSTA.
       ANALISA-PROPOSTAS.
           MOVE "LIMITE" TO DOPCAO
           OPEN I-O ARQ-REVLIM
           IF WS-RESULTADO-ACESSO NOT = "00"
              MOVE "*** NAO HA PROPOSTAS DE LIMITE ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ANALISA-PROPOSTAS-FIM
           END-IF
           OPEN I-O ARQ-CLIENTE
           IF WS-RESULTADO-ACESSO NOT = "00"
              MOVE "ERRO NA ABERTURA DO ARQUIVO CLIENTE" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              CLOSE ARQ-REVLIM
              GO TO ANALISA-PROPOSTAS-FIM
           END-IF
           PERFORM OPEN-AUDITORIA
           PERFORM OPEN-JORNAL
           MOVE "REVLIM" TO WS-JRN-PROGRAMA
           MOVE LS-ID    TO WS-JRN-OPERADOR
           MOVE ZEROS    TO WS-JRN-LOTE
           MOVE ZEROS    TO WS-QTD-ACEITAS WS-QTD-REJEITADAS

           MOVE "N"   TO WS-FIM-ANALISE
           MOVE "N"   TO WS-EOF-RVL
           MOVE ZEROS TO RVL_CODIGO_CLIENTE
           START ARQ-REVLIM
               KEY IS NOT LESS THAN RVL_CODIGO_CLIENTE
                    INVALID KEY
                       MOVE "Y" TO WS-EOF-RVL
           END-START
           PERFORM UNTIL WS-EOF-RVL = "Y" OR WS-FIM-ANALISE = "S"
               READ ARQ-REVLIM NEXT AT END
                   MOVE "Y" TO WS-EOF-RVL
               END-READ
               IF WS-EOF-RVL = "N" AND RVL_SITUACAO = "P"
                  PERFORM ANALISA-UMA
               END-IF
           END-PERFORM

           CLOSE ARQ-REVLIM ARQ-CLIENTE ARQ-AUD ARQ-JRN
           MOVE SPACES TO MENS
           STRING "*** ACEITAS " WS-QTD-ACEITAS
                  " REJEITADAS " WS-QTD-REJEITADAS " ***"
               DELIMITED BY SIZE INTO MENS
           END-STRING
           PERFORM ROT-MENS THRU ROT-MENS-FIM
           .
       ANALISA-PROPOSTAS-FIM.
           EXIT.

       ANALISA-UMA.
           DISPLAY TELA-ANALISE
           MOVE RVL_CODIGO_CLIENTE TO CLI_CODIGO_CLIENTE
           READ ARQ-CLIENTE
               INVALID KEY
                  MOVE SPACES TO CLI_RAZAO_SOCIAL
           END-READ
           DISPLAY RVL_CODIGO_CLIENTE     AT 0626
           DISPLAY CLI_RAZAO_SOCIAL(1:40) AT 0635
           DISPLAY RVL_DATA_PROPOSTA      AT 0726
           MOVE RVL_LIMITE_ATUAL TO WS-VALOR-EDIT
           DISPLAY WS-VALOR-EDIT          AT 0826
           MOVE RVL_LIMITE_PROPOSTO TO WS-VALOR-EDIT
           DISPLAY WS-VALOR-EDIT          AT 0855
           DISPLAY RVL_SCORE              AT 0926
           MOVE RVL_FATURADO TO WS-FAT-EDIT
           DISPLAY WS-FAT-EDIT            AT 1026
           MOVE RVL_MEDIA_MENSAL TO WS-FAT-EDIT
           DISPLAY WS-FAT-EDIT            AT 1056
           DISPLAY RVL_QTD_PAGOS          AT 1126
           DISPLAY RVL_QTD_ATRASADOS      AT 1146
           DISPLAY RVL_MEDIA_ATRASO       AT 1169
           DISPLAY RVL_QTD_RENEG          AT 1226
           DISPLAY RVL_QTD_CHQ_DEV        AT 1255
           DISPLAY RVL_MOTIVOS            AT 1326
           MOVE 0 TO W-SEL
           PERFORM ENTRA-DECISAO UNTIL W-SEL > 0
           EVALUATE WS-DECISAO
             WHEN "A"
                PERFORM ACEITA-PROPOSTA
             WHEN "R"
                PERFORM REJEITA-PROPOSTA
             WHEN "F"
                MOVE "S" TO WS-FIM-ANALISE
           END-EVALUATE
           .

       ENTRA-DECISAO.
           MOVE SPACES TO WS-DECISAO
           ACCEPT WS-DECISAO AT 1626
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 02
              MOVE "F" TO WS-DECISAO
           END-IF
           MOVE FUNCTION UPPER-CASE(WS-DECISAO) TO WS-DECISAO
           IF WS-DECISAO = "A" OR "R" OR "P" OR "F"
              MOVE 1 TO W-SEL
           ELSE
              MOVE "DIGITE A, R, P OU F" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
           END-IF
           .

       ACEITA-PROPOSTA.
           MOVE RVL_CODIGO_CLIENTE TO CLI_CODIGO_CLIENTE
           READ ARQ-CLIENTE WITH LOCK
           IF WS-RESULTADO-ACESSO = "9D"
              MOVE "*** CLIENTE EM USO EM OUTRO TERMINAL ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              EXIT PARAGRAPH
           END-IF
           IF WS-RESULTADO-ACESSO NOT = "00"
              MOVE "*** CLIENTE NAO CADASTRADO ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              EXIT PARAGRAPH
           END-IF
           IF CLI_LIMITE_CREDITO NOT = RVL_LIMITE_ATUAL
              UNLOCK ARQ-CLIENTE
              MOVE "*** LIMITE ALTERADO DEPOIS DA PROPOSTA ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              EXIT PARAGRAPH
           END-IF
           MOVE REGCLI TO WS-JRN-ANTES
           MOVE RVL_LIMITE_PROPOSTO TO CLI_LIMITE_CREDITO
           REWRITE REGCLI
           IF WS-RESULTADO-ACESSO NOT = "00"
              UNLOCK ARQ-CLIENTE
              MOVE "ERRO NA ATUALIZACAO DO CLIENTE" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              EXIT PARAGRAPH
           END-IF
           MOVE "CLI" TO WS-JRN-ARQUIVO
           MOVE "A"   TO WS-JRN-OPERACAO
           MOVE CLI_CODIGO_CLIENTE TO WS-JRN-CHAVE
           MOVE REGCLI TO WS-JRN-DEPOIS
           PERFORM GRAVA-JORNAL
           UNLOCK ARQ-CLIENTE

           MOVE "A"          TO RVL_SITUACAO
           MOVE WS-DATA-HOJE TO RVL_DATA_DECISAO
           MOVE LS-ID        TO RVL_ANALISTA
           REWRITE REGRVL
           ADD 1 TO WS-QTD-ACEITAS
           MOVE RVL_LIMITE_PROPOSTO TO WS-VALOR-EDIT
           MOVE SPACES TO MENS
           STRING "ACEITO " WS-VALOR-EDIT
               DELIMITED BY SIZE INTO MENS
           END-STRING
           PERFORM GRAVA-AUDITORIA
           MOVE "00" TO WS-RESULTADO-ACESSO
           .

       REJEITA-PROPOSTA.
           MOVE "R"          TO RVL_SITUACAO
           MOVE WS-DATA-HOJE TO RVL_DATA_DECISAO
           MOVE LS-ID        TO RVL_ANALISTA
           REWRITE REGRVL
           ADD 1 TO WS-QTD-REJEITADAS
           MOVE SPACES TO MENS
           STRING "REJEITADO SCORE " RVL_SCORE
               DELIMITED BY SIZE INTO MENS
           END-STRING
           PERFORM GRAVA-AUDITORIA
           MOVE "00" TO WS-RESULTADO-ACESSO
           .

      ************************************
      * RELATORIO DAS PENDENTES          *
      ************************************
       EMITE-RELATORIO.
           OPEN INPUT ARQ-REVLIM
           IF WS-RESULTADO-ACESSO NOT = "00"
              MOVE "*** NAO HA PROPOSTAS DE LIMITE ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO EMITE-RELATORIO-FIM
           END-IF
           OPEN INPUT ARQ-CLIENTE
           MOVE ZEROS TO WS-QTD-PROPOSTAS
           MOVE WCF-ARQ-IMPRESSAO-REVLIM TO WRL-ARQ-IMPRESSAO
           OPEN OUTPUT ARQIMP
           MOVE WS-DATA-HOJE TO CAB-DATA
           WRITE REGIMP FROM CABEC-REVLIM
           WRITE REGIMP FROM CABEC2-REVLIM
           MOVE SPACES TO REGIMP
           WRITE REGIMP

           MOVE "N"   TO WS-EOF-RVL
           MOVE ZEROS TO RVL_CODIGO_CLIENTE
           START ARQ-REVLIM
               KEY IS NOT LESS THAN RVL_CODIGO_CLIENTE
                    INVALID KEY
                       MOVE "Y" TO WS-EOF-RVL
           END-START
           PERFORM UNTIL WS-EOF-RVL = "Y"
               READ ARQ-REVLIM NEXT AT END
                   MOVE "Y" TO WS-EOF-RVL
               END-READ
               IF WS-EOF-RVL = "N" AND RVL_SITUACAO = "P"
                  PERFORM IMPRIME-PROPOSTA
               END-IF
           END-PERFORM

           MOVE SPACES TO REGIMP
           WRITE REGIMP
           MOVE "PROPOSTAS PENDENTES DE ANALISE" TO TOT-TITULO
           MOVE WS-QTD-PROPOSTAS TO TOT-QTD
           WRITE REGIMP FROM DET-TOTAL
           CLOSE ARQIMP
      * COPIA DATADA + CATALOGO DE SPOOL (VER SISSPPGER.CPY).
           MOVE "REVLIM" TO WS-SPL-PROGRAMA
           MOVE WRL-ARQ-IMPRESSAO TO WS-SPL-ORIGEM
           PERFORM REGISTRA-SPOOL THRU REGISTRA-SPOOL-FIM
           CLOSE ARQ-REVLIM ARQ-CLIENTE
           IF WS-MODO-BATCH NOT = "S"
              MOVE "*** RELATORIO EMITIDO ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
           END-IF
           .
       EMITE-RELATORIO-FIM.
           EXIT.

       IMPRIME-PROPOSTA.
           ADD 1 TO WS-QTD-PROPOSTAS
           MOVE RVL_CODIGO_CLIENTE TO CLI_CODIGO_CLIENTE
           READ ARQ-CLIENTE
               INVALID KEY
                  MOVE SPACES TO CLI_RAZAO_SOCIAL
           END-READ
           MOVE RVL_CODIGO_CLIENTE  TO DRV-CLIENTE
           MOVE CLI_RAZAO_SOCIAL    TO DRV-RAZAO
           MOVE RVL_SCORE           TO DRV-SCORE
           MOVE RVL_LIMITE_ATUAL    TO DRV-ATUAL
           MOVE RVL_LIMITE_PROPOSTO TO DRV-PROPOSTO
           MOVE RVL_MEDIA_MENSAL    TO DRV-MEDIA
           MOVE RVL_MOTIVOS         TO DRV-MOTIVOS
           WRITE REGIMP FROM DET-REVLIM
           MOVE "00" TO WS-RESULTADO-ACESSO
           .

      *******************************
      * ROTINAS DE APOIO            *
      *******************************
       GRAVA-AUDITORIA.
           MOVE FUNCTION CURRENT-DATE(1:14) TO AUD-DATA-HORA
           MOVE "REVLIM"           TO AUD-PROGRAMA
           MOVE LS-ID              TO AUD-OPERADOR
           MOVE DOPCAO             TO AUD-OPERACAO
           MOVE RVL_CODIGO_CLIENTE TO AUD-CODIGO
           MOVE MENS               TO AUD-RESULTADO
           WRITE REGAUD
           .

      * AS PROPOSTAS SAO CRIADAS NA PRIMEIRA GERACAO (MESMO IDIOMA DO
      * OPEN-CONTAB DO CADCTB).
       OPEN-REVLIM.
           OPEN I-O ARQ-REVLIM
           IF WS-RESULTADO-ACESSO = "05" OR "35"
              OPEN OUTPUT ARQ-REVLIM
              CLOSE ARQ-REVLIM
              OPEN I-O ARQ-REVLIM
           END-IF
           .

      * ARQ-AUD E CUMULATIVO ENTRE EXECUCOES (OPEN EXTEND); SO CRIA O
      * ARQUIVO NA PRIMEIRA VEZ (MESMO IDIOMA DO CADCLI/CADVEN).
       OPEN-AUDITORIA.
           OPEN EXTEND ARQ-AUD
           IF WS-FS-AUD NOT = "00"
              OPEN OUTPUT ARQ-AUD
              CLOSE ARQ-AUD
              OPEN EXTEND ARQ-AUD
           END-IF
           .

       CONFIRMA-TELA.
           MOVE "S" TO W-SN
           DISPLAY "CONFIRMA (S/N) : " AT 2340
           ACCEPT W-SN WITH UPDATE AT 2357

           IF W-SN = "N" OR "n"
              MOVE "*** DADOS RECUSADOS PELO OPERADOR ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              MOVE "N" TO W-SN
              MOVE 1 TO W-SEL
           ELSE
              IF W-SN NOT = "S" AND "s"
                 MOVE "*** DIGITE APENAS S=SIM e N=NAO ***" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
              ELSE
                 MOVE "S" TO W-SN
                 MOVE 2 TO W-SEL
                 .

      **********************
      * ROTINA DE MENSAGEM *
      **********************
      * SEM OPERADOR NA TELA (MODO BATCH) A MENSAGEM NAO BLOQUEIA EM
      * ACCEPT, MESMO IDIOMA DO ROT-MENS DO DISTVEN.
       ROT-MENS.
           MOVE ZEROS TO W-CONT.
       ROT-MENS1.
           DISPLAY TELA-MENS.
           IF WS-MODO-BATCH NOT = "S"
              ACCEPT TELA-MENS
           END-IF.
       ROT-MENS2.
           MOVE SPACES TO MENS
           DISPLAY TELA-MENS.
       ROT-MENS-FIM.
           EXIT.

      * GRAVA-JORNAL E OPEN-JORNAL: VER COPYBOOK, COMPARTILHADO COM
      * OS DEMAIS GRAVADORES DO JORNAL DE IMAGENS.
       COPY "copybook\SISJRPGER.CPY".

      * REGISTRA-SPOOL: VER COPYBOOK, COMPARTILHADO PELOS PROGRAMAS
      * DE RELATORIO.
       COPY "copybook\SISSPPGER.CPY".

      * CARREGA-FILIAL E MONTA-CAMINHOS-FILIAL: VER COPYBOOK,
      * COMPARTILHADO POR TODOS OS PROGRAMAS DA FILIAL.
       COPY "copybook\SISFIPGER.CPY".
