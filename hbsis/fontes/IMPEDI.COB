      **************************************************
      * IMPORTACAO DOS PEDIDOS DE COMPRA DAS REDES NO  *
      * LAYOUT EDI DO VAREJO, COM HEADER/TRAILER DE    *
      * CONTROLE (IDIOMA DO INTERP/IMPPED) E ARQUIVO   *
      * DE CONFIRMACAO DEVOLVIDO PARA A REDE           *
      **************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. IMPEDI.
       AUTHOR. ALVARO LIMA.
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       COPY "copybook\SISSLGER.CPY".

      * ARQUIVO DO EDI DEIXADO NA PASTA DE ENTREGA, UM POR VEZ E POR
      * FILIAL, NOS CODIGOS DA REDE. LAYOUT: "H" + SEQUENCIA(6) +
      * QTD(7) + HASH(15, SOMA DAS QUANTIDADES DAS LINHAS) + REDE(6);
      * "D" + REDE(6) + PEDIDO DA REDE(10) + LOJA(13) + EAN(14) +
      * QTDE(5) (LINHAS DO MESMO PEDIDO E LOJA VEM SEGUIDAS);
      * "T" + QTD(7).
           SELECT ENTRADA-EDI ASSIGN TO WS-NOME-ENTRADA
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS  IS WS-FS.

      * ULTIMA SEQUENCIA ACEITA DE CADA REDE (CADA REDE NUMERA OS
      * SEUS ARQUIVOS), UMA LINHA POR REDE, UM ARQUIVO POR FILIAL.
           SELECT ARQ-SEQEDI ASSIGN TO WS-NOME-SEQEDI
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS  IS WS-FS-ERRO.

      * CONFIRMACAO DO PEDIDO DEVOLVIDA PARA A REDE, UMA POR ARQUIVO
      * RECEBIDO (PASTA WCF-DIR-EDI).
           SELECT ARQ-ACKEDI ASSIGN TO WS-NOME-ACK
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS  IS WS-FS-ACK.
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
       COPY "copybook\SISFDGER.CPY".

       FD ENTRADA-EDI
           RECORD CONTAINS 49 CHARACTERS.
       01 REG-EDI-TXT.
           05 ETX-TIPO                PIC X(001).
           05 ETX-RESTO               PIC X(048).
       01 REG-EDI-H REDEFINES REG-EDI-TXT.
           05 FILLER                  PIC X(001).
           05 ETX-H-SEQUENCIA         PIC 9(006).
           05 ETX-H-QUANTIDADE        PIC 9(007).
           05 ETX-H-HASH              PIC 9(015).
           05 ETX-H-REDE              PIC X(006).
           05 FILLER                  PIC X(014).
       01 REG-EDI-D REDEFINES REG-EDI-TXT.
           05 FILLER                  PIC X(001).
           05 ETX-D-REDE              PIC X(006).
           05 ETX-D-PEDIDO-REDE       PIC X(010).
           05 ETX-D-LOJA              PIC X(013).
           05 ETX-D-EAN               PIC 9(014).
           05 ETX-D-QTDE              PIC 9(005).
       01 REG-EDI-T REDEFINES REG-EDI-TXT.
           05 FILLER                  PIC X(001).
           05 ETX-T-QUANTIDADE        PIC 9(007).
           05 FILLER                  PIC X(041).

       FD ARQ-SEQEDI
           RECORD CONTAINS 12 CHARACTERS.
       01 REGSEQEDI.
           05 SQE-REDE                PIC X(006).
           05 SQE-ULTIMA              PIC 9(006).

      * LAYOUT DA CONFIRMACAO: "H" + REDE + SEQUENCIA DO ARQUIVO +
      * DATA + SITUACAO (A=ACEITO, R=RECUSADO) + MOTIVO; "P" POR
      * PEDIDO DA REDE + LOJA + NOSSO PEDIDO + SITUACAO (A=ACEITO
      * INTEGRAL, P=PARCIAL, R=RECUSADO) + PREVISAO DE ENTREGA +
      * LINHAS RECEBIDAS/ACEITAS; "I" POR LINHA + EAN + QTDE PEDIDA
      * + QTDE ACEITA + MOTIVO; "T" + PEDIDOS + LINHAS.
       FD ARQ-ACKEDI
           RECORD CONTAINS 80 CHARACTERS.
       01 REG-ACK.
           05 ACK-TIPO                PIC X(001).
           05 ACK-RESTO               PIC X(079).
       01 REG-ACK-H REDEFINES REG-ACK.
           05 FILLER                  PIC X(001).
           05 ACK-H-REDE              PIC X(006).
           05 ACK-H-SEQUENCIA         PIC 9(006).
           05 ACK-H-DATA              PIC 9(008).
           05 ACK-H-SITUACAO          PIC X(001).
           05 ACK-H-MOTIVO            PIC X(030).
           05 FILLER                  PIC X(028).
       01 REG-ACK-P REDEFINES REG-ACK.
           05 FILLER                  PIC X(001).
           05 ACK-P-PEDIDO-REDE       PIC X(010).
           05 ACK-P-LOJA              PIC X(013).
           05 ACK-P-PEDIDO            PIC 9(009).
           05 ACK-P-SITUACAO          PIC X(001).
           05 ACK-P-PREVISAO          PIC 9(008).
           05 ACK-P-LINHAS            PIC 9(003).
           05 ACK-P-ACEITAS           PIC 9(003).
           05 FILLER                  PIC X(032).
       01 REG-ACK-I REDEFINES REG-ACK.
           05 FILLER                  PIC X(001).
           05 ACK-I-PEDIDO-REDE       PIC X(010).
           05 ACK-I-EAN               PIC 9(014).
           05 ACK-I-QTDE              PIC 9(005).
           05 ACK-I-ACEITA            PIC 9(005).
           05 ACK-I-MOTIVO            PIC X(030).
           05 FILLER                  PIC X(015).
       01 REG-ACK-T REDEFINES REG-ACK.
           05 FILLER                  PIC X(001).
           05 ACK-T-PEDIDOS           PIC 9(005).
           05 ACK-T-LINHAS            PIC 9(007).
           05 FILLER                  PIC X(067).
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       COPY "copybook\SISWSGER.CPY".
       COPY "copybook\SISCFGER.CPY".

       77 WS-MODO-BATCH        PIC X(001) VALUE "N".
       77 WS-NOME-ENTRADA      PIC X(100) VALUE
               "importacao\entrada\EDIPED.TXT".
       77 WS-NOME-SEQEDI       PIC X(100) VALUE
               "dados\SEQEDI.DAT".
       77 WS-NOME-ACK          PIC X(100) VALUE SPACES.
       77 WS-FS-ACK            PIC X(002) VALUE "00".

      * CONTROLES DA PASSADA DE VALIDACAO DE ESTRUTURA, IDENTICOS AO
      * IMPPED, MAIS A REDE DO HEADER: LINHA DE OUTRA REDE NO MESMO
      * ARQUIVO TAMBEM RECUSA O ARQUIVO INTEIRO.
       77 WS-SEQ-ARQUIVO       PIC 9(006) VALUE ZEROS.
       77 WS-SEQ-ULTIMA        PIC 9(006) VALUE ZEROS.
       77 WS-QTD-HEADER        PIC 9(007) VALUE ZEROS.
       77 WS-HASH-HEADER       PIC 9(015) VALUE ZEROS.
       77 WS-QTD-TRAILER       PIC 9(007) VALUE ZEROS.
       77 WS-QTD-DETALHES      PIC 9(007) VALUE ZEROS.
       77 WS-HASH-CALCULADO    PIC 9(015) VALUE ZEROS.
       77 WS-QTD-OUTRA-REDE    PIC 9(007) VALUE ZEROS.
       77 WS-REDE-ARQUIVO      PIC X(006) VALUE SPACES.
       77 WS-TEM-HEADER        PIC X(001) VALUE "N".
       77 WS-TEM-TRAILER       PIC X(001) VALUE "N".
       77 WS-ARQUIVO-OK        PIC X(001) VALUE "N".
       77 WS-MOTIVO-RECUSA     PIC X(030) VALUE SPACES.

      * ULTIMA SEQUENCIA DE CADA REDE, CARREGADA DO ARQ-SEQEDI E
      * REGRAVADA INTEIRA QUANDO O ARQUIVO E ACEITO.
       77 WS-QTD-SEQ-REDE      PIC 9(002) VALUE ZEROS.
       77 WS-SEQ-IDX           PIC 9(002) VALUE ZEROS.
       77 WS-SEQ-POS           PIC 9(002) VALUE ZEROS.
       01 WS-TAB-SEQ-REDE.
          05 WS-SEQ-REDE OCCURS 99 TIMES.
             10 WS-SEQ-REDE-CODIGO PIC X(006).
             10 WS-SEQ-REDE-ULTIMA PIC 9(006).

      * MONTAGEM DOS PEDIDOS NA APLICACAO: LINHAS SEGUIDAS DO MESMO
      * PEDIDO DA REDE E LOJA VIRAM UM REGPED. A LOJA VIRA CLIENTE
      * PELO DE-PARA ARQ-LOJRED E O EAN VIRA PRODUTO PELO ARQ-EANPRO
      * (VER CADEDI); DALI EM DIANTE VALEM A MESMA PRECIFICACAO, O
      * MESMO CONTROLE DE CREDITO E A MESMA RESERVA DO IMPPED.
       77 WS-PEDIDO-REDE-ATU   PIC X(010) VALUE SPACES.
       77 WS-LOJA-ATU          PIC X(013) VALUE SPACES.
       77 WS-PEDIDO-EDI-ABERTO PIC X(001) VALUE "N".
       77 WS-CLIENTE-OK        PIC X(001) VALUE "N".
       77 WS-MOTIVO-CLIENTE    PIC X(050) VALUE SPACES.
       77 WS-PEDIDO-GRAVADO    PIC X(001) VALUE "N".
       77 WS-CLIENTE-ATU       PIC 9(007) VALUE ZEROS.
       77 WS-PRODUTO-ATU       PIC 9(005) VALUE ZEROS.
       77 WS-PEDIDO-ABERTO     PIC X(001) VALUE "N".
       77 WS-PROXIMO-PEDIDO    PIC 9(009) VALUE ZEROS.
       77 WS-DATA-HOJE         PIC 9(008) VALUE ZEROS.
       77 WS-ITEM-VALOR-UNIT   PIC 9(007)V9(02) VALUE ZEROS.
       77 WS-ITEM-VALOR        PIC 9(009)V9(02) VALUE ZEROS.
       77 WS-ACHOU-PRECO       PIC X(001) VALUE "N".
       77 WS-TIPO-CLIENTE      PIC X(001) VALUE SPACES.
       77 WS-LIMITE-CLIENTE    PIC 9(009)V9(02) VALUE ZEROS.
       77 WS-SALDO-ABERTO      PIC 9(013)V9(02) VALUE ZEROS.
       77 WS-EOF-TIT           PIC X(001) VALUE "N".
       77 WS-SEM-TITULOS       PIC X(001) VALUE "N".
       77 WS-SEM-ACORDO        PIC X(001) VALUE "N".
       77 WS-SEM-PROMO         PIC X(001) VALUE "N".
       77 WS-ITEM-IDX          PIC 9(002) VALUE ZEROS.
       77 WS-LINHA-OK          PIC X(001) VALUE "N".

      * LINHAS DA CONFIRMACAO DO PEDIDO EM MONTAGEM: A LINHA "P" SO
      * PODE SER ESCRITA NO FECHAMENTO (SITUACAO E NUMERO DO PEDIDO),
      * ENTAO AS "I" FICAM AQUI ATE LA.
       77 WS-ACK-QTD           PIC 9(003) VALUE ZEROS.
       77 WS-ACK-ACEITAS       PIC 9(003) VALUE ZEROS.
       77 WS-ACK-IDX           PIC 9(003) VALUE ZEROS.
       01 WS-TAB-ACK.
          05 WS-ACK-LINHA OCCURS 200 TIMES.
             10 WS-ACK-EAN        PIC 9(014).
             10 WS-ACK-QTDE       PIC 9(005).
             10 WS-ACK-ACEITA     PIC 9(005).
             10 WS-ACK-MOTIVO     PIC X(030).

       77 WS-QTD-LIDOS         PIC 9(005) VALUE ZEROS.
       77 WS-QTD-ITENS-OK      PIC 9(005) VALUE ZEROS.
       77 WS-QTD-REJEITADOS    PIC 9(005) VALUE ZEROS.
       77 WS-QTD-PEDIDOS       PIC 9(005) VALUE ZEROS.
       77 WS-QTD-PEDIDOS-REDE  PIC 9(005) VALUE ZEROS.
       77 WS-QTD-RETIDOS       PIC 9(005) VALUE ZEROS.
       77 WS-QTD-PROCESSADOS   PIC 9(005) VALUE ZEROS.
       77 WS-RECONCILIACAO     PIC X(010) VALUE SPACES.

       LINKAGE SECTION.
       01 LS-ID PIC X(5).

       SCREEN SECTION.
       COPY "copybook\SISSTGER.CPY".

       01 TELA-IMPORTA-EDI.
        02 BLANK SCREEN.
        02 LINE 02 COL 28 VALUE "Sistema de Franquia AMBEV".
        02 LINE 07 COL 22 VALUE
           "IMPORTACAO DOS PEDIDOS EDI DAS REDES".
        02 LINE 09 COL 10 VALUE
          "LE importacao\entrada\EDIPED.TXT, VALIDA HEADER/".
        02 LINE 10 COL 10 VALUE
          "TRAILER (SEQUENCIA DA REDE, CONTAGEM, HASH), TROCA".
        02 LINE 11 COL 10 VALUE
          "LOJA E EAN PELO DE-PARA E CARREGA OS PEDIDOS COMO".
        02 LINE 12 COL 10 VALUE
          "NA DIGITACAO; LINHA RUIM VAI PARA O ARQUIVO DE".
        02 LINE 13 COL 10 VALUE
          "ERRO (FLUXO DO CORERR) E A REDE RECEBE A".
        02 LINE 14 COL 10 VALUE
          "CONFIRMACAO EM exportacao\edi\.".
      *-----------------------------------------------------------------
       PROCEDURE DIVISION  USING LS-ID.
       INICIO.
      * RESOLVE OS CAMINHOS DA FILIAL SELECIONADA NO LOGIN ANTES DE
      * ABRIR QUALQUER ARQUIVO DE DADOS (VER SISFIPGER.CPY).
           MOVE LS-ID TO WS-SESSAO-ID
           PERFORM CARREGA-FILIAL
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-DATA-HOJE
           IF WS-FILIAL-ATUAL NOT = "001" AND
              WS-FILIAL-ATUAL NOT = "000"
              MOVE SPACES TO WS-NOME-ENTRADA
              STRING "importacao\entrada\F" WS-FILIAL-ATUAL
                     "-EDIPED.TXT"
                  DELIMITED BY SIZE INTO WS-NOME-ENTRADA
              END-STRING
              MOVE SPACES TO WS-NOME-SEQEDI
              STRING "dados\F" WS-FILIAL-ATUAL "\SEQEDI.DAT"
                  DELIMITED BY SIZE INTO WS-NOME-SEQEDI
              END-STRING
           END-IF
           MOVE "N" TO WS-MODO-BATCH
           IF LS-ID = "BATCH"
              MOVE "S" TO WS-MODO-BATCH
              MOVE "S" TO W-SN
           ELSE
              DISPLAY TELA-IMPORTA-EDI
              MOVE 0 TO W-SEL
              PERFORM CONFIRMA-TELA UNTIL W-SEL > 0
           END-IF
           IF W-SN NOT = "S"
              EXIT PROGRAM
           END-IF

           PERFORM OPEN-AUDITORIA
           OPEN INPUT ENTRADA-EDI
           IF WS-FS NOT = "00"
              MOVE "SEM ARQUIVO NA PASTA DE ENTREGA" TO MENS
              PERFORM GRAVA-AUDITORIA
              CLOSE ARQ-AUD
              IF WS-MODO-BATCH NOT = "S"
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
              END-IF
              EXIT PROGRAM
           END-IF

           PERFORM LE-SEQUENCIAS-REDE
           PERFORM VALIDA-ARQUIVO
           CLOSE ENTRADA-EDI

           PERFORM ABRE-CONFIRMACAO
           IF WS-ARQUIVO-OK = "S"
              PERFORM APLICA-ARQUIVO
              PERFORM GRAVA-SEQUENCIAS-REDE
              PERFORM VERIFICA-RECONCILIACAO
      * AS REJEICOES DA RODADA ENTRAM NO SALDO PENDENTE DO CORERR
      * (VER SISRJPGER.CPY E O ALERTA DO FECHAMENTO DIARIO).
              IF WS-QTD-REJEITADOS > ZEROS
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
              STRING "REDE " WS-REDE-ARQUIVO " SEQ " WS-SEQ-ARQUIVO
                     " PEDIDOS " WS-QTD-PEDIDOS
                  DELIMITED BY SIZE INTO MENS
              END-STRING
           ELSE
              MOVE SPACES TO MENS
              STRING "ARQUIVO RECUSADO: " WS-MOTIVO-RECUSA
                  DELIMITED BY SIZE INTO MENS
              END-STRING
           END-IF
           PERFORM FECHA-CONFIRMACAO
           PERFORM GRAVA-AUDITORIA
           CLOSE ARQ-AUD
           IF WS-MODO-BATCH NOT = "S"
              PERFORM ROT-MENS THRU ROT-MENS-FIM
           END-IF
           EXIT PROGRAM
           .

      * TABELA DAS ULTIMAS SEQUENCIAS POR REDE; SEM ARQUIVO, TODAS AS
      * REDES COMECAM DO ZERO.
       LE-SEQUENCIAS-REDE.
           MOVE ZEROS TO WS-QTD-SEQ-REDE
           OPEN INPUT ARQ-SEQEDI
           IF WS-FS-ERRO = "00"
              MOVE "N" TO WS-EOF-SW
              PERFORM UNTIL EOF-SW
                 READ ARQ-SEQEDI AT END
                    MOVE "Y" TO WS-EOF-SW
                 END-READ
                 IF WS-EOF-SW = "N" AND WS-QTD-SEQ-REDE < 99
                    ADD 1 TO WS-QTD-SEQ-REDE
                    MOVE SQE-REDE
                      TO WS-SEQ-REDE-CODIGO(WS-QTD-SEQ-REDE)
                    MOVE SQE-ULTIMA
                      TO WS-SEQ-REDE-ULTIMA(WS-QTD-SEQ-REDE)
                 END-IF
              END-PERFORM
              CLOSE ARQ-SEQEDI
           END-IF
           .

       LOCALIZA-SEQUENCIA-REDE.
           MOVE ZEROS TO WS-SEQ-POS
                         WS-SEQ-ULTIMA
           PERFORM VARYING WS-SEQ-IDX FROM 1 BY 1
                   UNTIL WS-SEQ-IDX > WS-QTD-SEQ-REDE
              IF WS-SEQ-REDE-CODIGO(WS-SEQ-IDX) = WS-REDE-ARQUIVO
                 MOVE WS-SEQ-IDX TO WS-SEQ-POS
                 MOVE WS-SEQ-REDE-ULTIMA(WS-SEQ-IDX) TO WS-SEQ-ULTIMA
              END-IF
           END-PERFORM
           .

       GRAVA-SEQUENCIAS-REDE.
           PERFORM LOCALIZA-SEQUENCIA-REDE
           IF WS-SEQ-POS = ZEROS AND WS-QTD-SEQ-REDE < 99
              ADD 1 TO WS-QTD-SEQ-REDE
              MOVE WS-QTD-SEQ-REDE TO WS-SEQ-POS
              MOVE WS-REDE-ARQUIVO
                TO WS-SEQ-REDE-CODIGO(WS-SEQ-POS)
           END-IF
           IF WS-SEQ-POS > ZEROS
              MOVE WS-SEQ-ARQUIVO TO WS-SEQ-REDE-ULTIMA(WS-SEQ-POS)
           END-IF
           OPEN OUTPUT ARQ-SEQEDI
           PERFORM VARYING WS-SEQ-IDX FROM 1 BY 1
                   UNTIL WS-SEQ-IDX > WS-QTD-SEQ-REDE
              MOVE WS-SEQ-REDE-CODIGO(WS-SEQ-IDX) TO SQE-REDE
              MOVE WS-SEQ-REDE-ULTIMA(WS-SEQ-IDX) TO SQE-ULTIMA
              WRITE REGSEQEDI
           END-PERFORM
           CLOSE ARQ-SEQEDI
           .

      * PASSADA DE VALIDACAO DE ESTRUTURA, IDENTICA AO IMPPED COM A
      * SEQUENCIA DA REDE DO HEADER: SEQUENCIA REPETIDA/ANTIGA,
      * CONTAGEM OU HASH DIVERGENTE, LINHA DE OUTRA REDE E FALTA DE
      * HEADER/TRAILER RECUSAM O ARQUIVO COMO UM TODO.
       VALIDA-ARQUIVO.
           MOVE "N" TO WS-ARQUIVO-OK
                       WS-TEM-HEADER
                       WS-TEM-TRAILER
           MOVE ZEROS TO WS-QTD-DETALHES
                         WS-HASH-CALCULADO
                         WS-QTD-OUTRA-REDE
                         WS-SEQ-ARQUIVO
           MOVE SPACES TO WS-MOTIVO-RECUSA
                          WS-REDE-ARQUIVO
           MOVE "N" TO WS-EOF-SW
           PERFORM UNTIL EOF-SW
              READ ENTRADA-EDI AT END
                 MOVE "Y" TO WS-EOF-SW
              END-READ
              IF WS-EOF-SW = "N"
                 EVALUATE ETX-TIPO
                   WHEN "H"
                      MOVE "S" TO WS-TEM-HEADER
                      MOVE ETX-H-SEQUENCIA  TO WS-SEQ-ARQUIVO
                      MOVE ETX-H-QUANTIDADE TO WS-QTD-HEADER
                      MOVE ETX-H-HASH       TO WS-HASH-HEADER
                      MOVE ETX-H-REDE       TO WS-REDE-ARQUIVO
                   WHEN "D"
                      ADD 1 TO WS-QTD-DETALHES
                      ADD ETX-D-QTDE TO WS-HASH-CALCULADO
                      IF ETX-D-REDE NOT = WS-REDE-ARQUIVO
                         ADD 1 TO WS-QTD-OUTRA-REDE
                      END-IF
                   WHEN "T"
                      MOVE "S" TO WS-TEM-TRAILER
                      MOVE ETX-T-QUANTIDADE TO WS-QTD-TRAILER
                   WHEN OTHER
                      CONTINUE
                 END-EVALUATE
              END-IF
           END-PERFORM

           PERFORM LOCALIZA-SEQUENCIA-REDE
           EVALUATE TRUE
             WHEN WS-TEM-HEADER = "N"
                MOVE "SEM HEADER" TO WS-MOTIVO-RECUSA
             WHEN WS-TEM-TRAILER = "N"
                MOVE "SEM TRAILER" TO WS-MOTIVO-RECUSA
             WHEN WS-REDE-ARQUIVO = SPACES
                MOVE "HEADER SEM CODIGO DA REDE" TO WS-MOTIVO-RECUSA
             WHEN WS-QTD-OUTRA-REDE > ZEROS
                MOVE "LINHA DE OUTRA REDE NO ARQUIVO"
                       TO WS-MOTIVO-RECUSA
             WHEN WS-SEQ-ARQUIVO NOT > WS-SEQ-ULTIMA
                MOVE "SEQUENCIA REPETIDA/ANTIGA" TO WS-MOTIVO-RECUSA
             WHEN WS-QTD-DETALHES NOT = WS-QTD-HEADER
                MOVE "CONTAGEM DIVERGE DO HEADER" TO WS-MOTIVO-RECUSA
             WHEN WS-QTD-DETALHES NOT = WS-QTD-TRAILER
                MOVE "CONTAGEM DIVERGE DO TRAILER"
                       TO WS-MOTIVO-RECUSA
             WHEN WS-HASH-CALCULADO NOT = WS-HASH-HEADER
                MOVE "HASH DIVERGE DO HEADER" TO WS-MOTIVO-RECUSA
             WHEN OTHER
                MOVE "S" TO WS-ARQUIVO-OK
           END-EVALUATE
           .

      * A CONFIRMACAO SAI SEMPRE, ACEITO OU NAO O ARQUIVO: A REDE
      * PRECISA SABER QUE O ARQUIVO FOI RECUSADO PARA REENVIAR.
       ABRE-CONFIRMACAO.
           MOVE SPACES TO WS-NOME-ACK
           STRING WCF-DIR-EDI     DELIMITED BY SPACE
                  "ACK_"          DELIMITED BY SIZE
                  WS-REDE-ARQUIVO DELIMITED BY SPACE
                  "_"             DELIMITED BY SIZE
                  WS-SEQ-ARQUIVO  DELIMITED BY SIZE
                  ".TXT"          DELIMITED BY SIZE
               INTO WS-NOME-ACK
           END-STRING
           OPEN OUTPUT ARQ-ACKEDI
           MOVE SPACES TO REG-ACK
           MOVE "H"             TO ACK-TIPO
           MOVE WS-REDE-ARQUIVO TO ACK-H-REDE
           MOVE WS-SEQ-ARQUIVO  TO ACK-H-SEQUENCIA
           MOVE WS-DATA-HOJE    TO ACK-H-DATA
           IF WS-ARQUIVO-OK = "S"
              MOVE "A" TO ACK-H-SITUACAO
           ELSE
              MOVE "R" TO ACK-H-SITUACAO
              MOVE WS-MOTIVO-RECUSA TO ACK-H-MOTIVO
           END-IF
           WRITE REG-ACK
           MOVE ZEROS TO WS-QTD-PEDIDOS-REDE
           .

       FECHA-CONFIRMACAO.
           MOVE SPACES TO REG-ACK
           MOVE "T" TO ACK-TIPO
           MOVE WS-QTD-PEDIDOS-REDE TO ACK-T-PEDIDOS
           IF WS-ARQUIVO-OK = "S"
              MOVE WS-QTD-LIDOS TO ACK-T-LINHAS
           ELSE
              MOVE ZEROS TO ACK-T-LINHAS
           END-IF
           WRITE REG-ACK
           CLOSE ARQ-ACKEDI
           .

      * PASSADA DE APLICACAO: AS LINHAS SEGUIDAS DO MESMO PEDIDO DA
      * REDE E LOJA VIRAM UM PEDIDO; A QUEBRA FECHA O PEDIDO EM
      * MONTAGEM (E A SUA CONFIRMACAO) E ABRE OUTRO. O ERRO_
      * CARIMBADO RECEBE AS LINHAS REJEITADAS UMA A UMA.
       APLICA-ARQUIVO.
           MOVE WS-NOME-ENTRADA(20:80) TO WS-ARQERRO-ORIGINAL
           MOVE FUNCTION CURRENT-DATE(1:14) TO WS-DATA-HORA-EXECUCAO
           MOVE SPACES TO WTD-ARQERRO
           MOVE WS-DATA-HORA-EXECUCAO TO WTD-ARQERRO(1:14)
           MOVE "_" TO WTD-ARQERRO(15:1)
           MOVE WS-ARQERRO-ORIGINAL TO WTD-ARQERRO(16:69)

           PERFORM OPEN-ARQUIVOS
           MOVE ZEROS TO WS-QTD-LIDOS
                         WS-QTD-ITENS-OK
                         WS-QTD-REJEITADOS
                         WS-QTD-PEDIDOS
                         WS-QTD-RETIDOS
                         WS-GRAVACAO-ERRO
                         WS-RES-FALTAS
           MOVE "N" TO WS-PEDIDO-ABERTO
                       WS-PEDIDO-EDI-ABERTO
           OPEN INPUT ENTRADA-EDI
           MOVE "N" TO WS-EOF-SW
           PERFORM UNTIL EOF-SW
              READ ENTRADA-EDI AT END
                 MOVE "Y" TO WS-EOF-SW
              END-READ
              IF WS-EOF-SW = "N"
                 IF ETX-TIPO = "D"
                    ADD 1 TO WS-QTD-LIDOS
                    PERFORM APLICA-LINHA
                 END-IF
              END-IF
           END-PERFORM
           PERFORM FECHA-PEDIDO-EDI
           CLOSE ENTRADA-EDI
           PERFORM CLOSE-ARQUIVOS
           .

       APLICA-LINHA.
           IF WS-PEDIDO-EDI-ABERTO = "S" AND
              (ETX-D-PEDIDO-REDE NOT = WS-PEDIDO-REDE-ATU OR
               ETX-D-LOJA NOT = WS-LOJA-ATU)
              PERFORM FECHA-PEDIDO-EDI
           END-IF
           IF WS-PEDIDO-EDI-ABERTO = "N"
              PERFORM ABRE-PEDIDO-EDI
           END-IF
           IF WS-CLIENTE-OK = "S"
              PERFORM APLICA-ITEM
           ELSE
              MOVE "N" TO WS-LINHA-OK
              MOVE WS-MOTIVO-CLIENTE TO MENS
              PERFORM GRAVACAO-ERRO
           END-IF
           PERFORM GUARDA-LINHA-CONFIRMACAO
           .

      * ABRE O GRUPO DE LINHAS DE UM PEDIDO DA REDE: A LOJA PRECISA
      * TER DE-PARA PARA UM CLIENTE DA FILIAL, E O CLIENTE PRECISA
      * EXISTIR, ESTAR ATIVO, NAO BLOQUEADO PELA COBRANCA E COM OS
      * DOCUMENTOS OBRIGATORIOS EM DIA (MESMAS REGRAS DO IMPPED);
      * FALHANDO, TODAS AS LINHAS DO GRUPO CAEM NO ERRO_ E O PEDIDO
      * VOLTA RECUSADO NA CONFIRMACAO.
       ABRE-PEDIDO-EDI.
           MOVE ETX-D-PEDIDO-REDE TO WS-PEDIDO-REDE-ATU
           MOVE ETX-D-LOJA        TO WS-LOJA-ATU
           MOVE "S" TO WS-PEDIDO-EDI-ABERTO
           MOVE "N" TO WS-CLIENTE-OK
           MOVE ZEROS TO WS-ACK-QTD
                         WS-ACK-ACEITAS
           MOVE ETX-D-REDE TO LJR_REDE
           MOVE ETX-D-LOJA TO LJR_LOJA
           READ ARQ-LOJRED
               INVALID KEY
                  MOVE "00" TO WS-RESULTADO-ACESSO
                  MOVE "LOJA DA REDE SEM DE-PARA" TO WS-MOTIVO-CLIENTE
               NOT INVALID KEY
                  MOVE LJR_CODIGO_CLIENTE TO WS-CLIENTE-ATU
                  PERFORM ABRE-PEDIDO-NOVO
           END-READ
           .

       ABRE-PEDIDO-NOVO.
           MOVE WS-CLIENTE-ATU TO CLI_CODIGO_CLIENTE
           READ ARQ-CLIENTE
               INVALID KEY
                  MOVE "00" TO WS-RESULTADO-ACESSO
                  MOVE "CLIENTE NAO CADASTRADO" TO WS-MOTIVO-CLIENTE
               NOT INVALID KEY
                  IF CLI_STATUS NOT = "A"
                     MOVE "CLIENTE NAO ESTA ATIVO" TO WS-MOTIVO-CLIENTE
                  ELSE
                  IF CLI_BLOQUEIO = "S"
                     MOVE "CLIENTE BLOQUEADO P/ COBRANCA"
                       TO WS-MOTIVO-CLIENTE
                  ELSE
                  MOVE WS-CLIENTE-ATU TO WS-DOC-CLIENTE
                  PERFORM VERIFICA-DOCUMENTOS-CLIENTE
                     THRU VERIFICA-DOCUMENTOS-FIM
                  IF WS-DOC-SITUACAO NOT = SPACES
                     MOVE WS-DOC-MENSAGEM TO WS-MOTIVO-CLIENTE
                  ELSE
                     MOVE CLI_TIPO TO WS-TIPO-CLIENTE
                     MOVE CLI_LIMITE_CREDITO TO WS-LIMITE-CLIENTE
                     PERFORM PROXIMO-NUMERO-PEDIDO
                     MOVE SPACES TO REGPED
                     MOVE WS-PROXIMO-PEDIDO TO PED_NUMERO_PEDIDO
                     MOVE WS-CLIENTE-ATU    TO PED_CODIGO_CLIENTE
                     MOVE CLI_COD_VENDEDOR  TO PED_COD_VENDEDOR
                     MOVE WS-DATA-HOJE      TO PED_DATA_PEDIDO
                     MOVE "A" TO PED_SITUACAO
                     MOVE ZEROS TO PED_QTD_ITENS
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
                          TO PED_ITEM_PRODUTO(WS-ITEM-IDX)
                             PED_ITEM_QTDE(WS-ITEM-IDX)
                             PED_ITEM_VALOR_UNIT(WS-ITEM-IDX)
                             PED_ITEM_VALOR(WS-ITEM-IDX)
                             PED_ITEM_QTDE_ATEND(WS-ITEM-IDX)
                     END-PERFORM
                     MOVE ZEROS TO WS-QTD-ITN
                     MOVE ZEROS TO WS-TAB-ITN
      * O VINCULO COM O PEDIDO DA REDE E MONTADO JUNTO: UM EAN POR
      * LINHA ACEITA, NA MESMA ORDEM DE WS-ITN.
                     MOVE SPACES TO REGPDE
                     MOVE ZEROS  TO PDE_NUMERO_PEDIDO
                                    PDE_QTD_LINHAS
                     PERFORM VARYING WS-ITEM-IDX FROM 1 BY 1
                             UNTIL WS-ITEM-IDX > 99
                        MOVE ZEROS TO PDE_EAN(WS-ITEM-IDX)
                     END-PERFORM
                     MOVE ETX-D-REDE        TO PDE_REDE
                     MOVE ETX-D-PEDIDO-REDE TO PDE_PEDIDO_REDE
                     MOVE ETX-D-LOJA        TO PDE_LOJA
                     MOVE WS-DATA-HOJE      TO PDE_DATA_RECEBIMENTO
                     MOVE WS-SEQ-ARQUIVO    TO PDE_SEQ_ARQUIVO
                     MOVE "S" TO WS-PEDIDO-ABERTO
                     MOVE "S" TO WS-CLIENTE-OK
                  END-IF
                  END-IF
                  END-IF
           END-READ
           .

      * UMA LINHA VIRA UM ITEM DO PEDIDO EM MONTAGEM: O EAN PRECISA
      * DE DE-PARA PARA UM PRODUTO DA CASA; DALI EM DIANTE SAO AS
      * MESMAS REGRAS DO IMPPED (PRODUTO ATIVO, QUANTIDADE VALIDA,
      * PRECO ACORDO > PROMOCAO > TABELA, TETO DE 99 ITENS).
       APLICA-ITEM.
           MOVE "N" TO WS-LINHA-OK
           IF WS-QTD-ITN NOT < 99
              MOVE "PEDIDO COM MAIS DE 99 ITENS" TO MENS
              PERFORM GRAVACAO-ERRO
           ELSE
           IF ETX-D-QTDE = ZEROS
              MOVE "QUANTIDADE INVALIDA" TO MENS
              PERFORM GRAVACAO-ERRO
           ELSE
              MOVE ETX-D-EAN TO EAN_CODIGO
              READ ARQ-EANPRO
                  INVALID KEY
                     MOVE "00" TO WS-RESULTADO-ACESSO
                     MOVE "EAN SEM DE-PARA PARA PRODUTO" TO MENS
                     PERFORM GRAVACAO-ERRO
                  NOT INVALID KEY
                     MOVE EAN_CODIGO_PRODUTO TO WS-PRODUTO-ATU
                     PERFORM VALIDA-PRODUTO-ITEM
              END-READ
           END-IF
           END-IF

           IF WS-LINHA-OK = "S"
              ADD 1 TO WS-QTD-ITENS-OK
              ADD 1 TO WS-QTD-ITN
              COMPUTE WS-ITEM-VALOR =
                  ETX-D-QTDE * WS-ITEM-VALOR-UNIT
              MOVE WS-PRODUTO-ATU
                TO WS-ITN-PRODUTO(WS-QTD-ITN)
              MOVE ETX-D-QTDE
                TO WS-ITN-QTDE(WS-QTD-ITN)
              MOVE WS-ITEM-VALOR-UNIT
                TO WS-ITN-VALOR-UNIT(WS-QTD-ITN)
              MOVE WS-ITEM-VALOR
                TO WS-ITN-VALOR(WS-QTD-ITN)
              MOVE ZEROS
                TO WS-ITN-QTDE-ATEND(WS-QTD-ITN)
              MOVE ETX-D-EAN TO PDE_EAN(WS-QTD-ITN)
              ADD WS-ITEM-VALOR TO PED_VALOR_TOTAL
           END-IF
           .

       VALIDA-PRODUTO-ITEM.
           MOVE WS-PRODUTO-ATU TO PRO_CODIGO_PRODUTO
           READ ARQ-PRODUTO
               INVALID KEY
                  MOVE "00" TO WS-RESULTADO-ACESSO
                  MOVE "PRODUTO NAO CADASTRADO" TO MENS
                  PERFORM GRAVACAO-ERRO
               NOT INVALID KEY
                  IF PRO_STATUS NOT = "A"
                     MOVE "PRODUTO NAO ESTA ATIVO" TO MENS
                     PERFORM GRAVACAO-ERRO
                  ELSE
                     PERFORM BUSCA-PRECO
                     IF WS-ACHOU-PRECO = "N"
                        MOVE "SEM PRECO DE TABELA" TO MENS
                        PERFORM GRAVACAO-ERRO
                     ELSE
                        MOVE "S" TO WS-LINHA-OK
                     END-IF
                  END-IF
           END-READ
           .

      * MESMA CADEIA DE PRECO DA DIGITACAO (VER BUSCA-PRECO-TABELA
      * EM CADPED): ACORDO DO CLIENTE, PROMOCAO EM VIGOR NA DATA,
      * TABELA COMUM.
       BUSCA-PRECO.
           MOVE "N" TO WS-ACHOU-PRECO
           IF WS-SEM-ACORDO NOT = "S"
              MOVE WS-CLIENTE-ATU TO ACO_CODIGO_CLIENTE
              MOVE WS-PRODUTO-ATU TO ACO_CODIGO_PRODUTO
              READ ARQ-ACORDO
                  INVALID KEY
                     CONTINUE
                  NOT INVALID KEY
                     IF ACO_STATUS = "A" AND
                        ACO_VALOR_UNITARIO > ZEROS
                        MOVE ACO_VALOR_UNITARIO
                          TO WS-ITEM-VALOR-UNIT
                        MOVE "S" TO WS-ACHOU-PRECO
                     END-IF
              END-READ
           END-IF
           IF WS-ACHOU-PRECO = "N" AND WS-SEM-PROMO NOT = "S"
              PERFORM BUSCA-PRECO-PROMOCAO
           END-IF
           IF WS-ACHOU-PRECO = "N"
              MOVE WS-PRODUTO-ATU  TO PRE_CODIGO_PRODUTO
              MOVE WS-TIPO-CLIENTE TO PRE_TIPO_CLIENTE
              READ ARQ-PRECO
                  INVALID KEY
                     CONTINUE
                  NOT INVALID KEY
                     IF PRE_VALOR_UNITARIO > ZEROS
                        MOVE PRE_VALOR_UNITARIO
                          TO WS-ITEM-VALOR-UNIT
                        MOVE "S" TO WS-ACHOU-PRECO
                     END-IF
              END-READ
           END-IF
           MOVE "00" TO WS-RESULTADO-ACESSO
           .

       BUSCA-PRECO-PROMOCAO.
           MOVE "N" TO WS-EOF-TIT
           MOVE WS-PRODUTO-ATU  TO PMO_CODIGO_PRODUTO
           MOVE WS-TIPO-CLIENTE TO PMO_TIPO_CLIENTE
           MOVE ZEROS           TO PMO_DATA_INICIO
           START ARQ-PROMO
               KEY IS NOT LESS THAN PMO_CHAVE
                    INVALID KEY
                       MOVE "Y" TO WS-EOF-TIT
           END-START
           PERFORM UNTIL WS-EOF-TIT = "Y"
               READ ARQ-PROMO NEXT AT END
                   MOVE "Y" TO WS-EOF-TIT
               END-READ
               IF WS-EOF-TIT = "N"
                  IF PMO_CODIGO_PRODUTO NOT = WS-PRODUTO-ATU OR
                     PMO_TIPO_CLIENTE   NOT = WS-TIPO-CLIENTE
                     MOVE "Y" TO WS-EOF-TIT
                  ELSE
                     IF PMO_DATA_INICIO NOT > WS-DATA-HOJE AND
                        PMO_DATA_FIM NOT < WS-DATA-HOJE AND
                        PMO_VALOR_UNITARIO > ZEROS
                        MOVE PMO_VALOR_UNITARIO
                          TO WS-ITEM-VALOR-UNIT
                        MOVE "S" TO WS-ACHOU-PRECO
                     END-IF
                  END-IF
               END-IF
           END-PERFORM
           .

      * GUARDA A LINHA "I" DA CONFIRMACAO: QUANTIDADE ACEITA E A
      * PEDIDA QUANDO O ITEM ENTROU NO PEDIDO, ZERO COM O MOTIVO DA
      * REJEICAO QUANDO NAO.
       GUARDA-LINHA-CONFIRMACAO.
           IF WS-ACK-QTD < 200
              ADD 1 TO WS-ACK-QTD
              MOVE ETX-D-EAN  TO WS-ACK-EAN(WS-ACK-QTD)
              MOVE ETX-D-QTDE TO WS-ACK-QTDE(WS-ACK-QTD)
              IF WS-LINHA-OK = "S"
                 ADD 1 TO WS-ACK-ACEITAS
                 MOVE ETX-D-QTDE TO WS-ACK-ACEITA(WS-ACK-QTD)
                 MOVE SPACES     TO WS-ACK-MOTIVO(WS-ACK-QTD)
              ELSE
                 MOVE ZEROS      TO WS-ACK-ACEITA(WS-ACK-QTD)
                 MOVE MENS(1:30) TO WS-ACK-MOTIVO(WS-ACK-QTD)
              END-IF
           END-IF
           .

      * FECHA O PEDIDO DA REDE EM MONTAGEM: GRAVA O PEDIDO (SE HOUVE
      * ITEM ACEITO) E O VINCULO COM O PEDIDO DA REDE, E ESCREVE A
      * CONFIRMACAO DO PEDIDO COM AS SUAS LINHAS.
       FECHA-PEDIDO-EDI.
           IF WS-PEDIDO-EDI-ABERTO = "S"
              MOVE "N" TO WS-PEDIDO-GRAVADO
              PERFORM FECHA-PEDIDO-ABERTO
              MOVE SPACES TO REG-ACK
              MOVE "P" TO ACK-TIPO
              MOVE WS-PEDIDO-REDE-ATU TO ACK-P-PEDIDO-REDE
              MOVE WS-LOJA-ATU        TO ACK-P-LOJA
              MOVE WS-ACK-QTD         TO ACK-P-LINHAS
              IF WS-PEDIDO-GRAVADO = "S"
                 MOVE PED_NUMERO_PEDIDO     TO PDE_NUMERO_PEDIDO
                 MOVE WS-QTD-ITN            TO PDE_QTD_LINHAS
                 WRITE REGPDE
                 IF WS-RESULTADO-ACESSO NOT = "00"
                    MOVE "ERRO NA GRAVACAO DO VINCULO EDI" TO MENS
                    PERFORM ROT-MENS THRU ROT-MENS-FIM
                    MOVE "00" TO WS-RESULTADO-ACESSO
                 END-IF
                 MOVE PED_NUMERO_PEDIDO     TO ACK-P-PEDIDO
                 MOVE PED_DATA_PREV_ENTREGA TO ACK-P-PREVISAO
                 MOVE WS-ACK-ACEITAS        TO ACK-P-ACEITAS
                 IF WS-ACK-ACEITAS = WS-ACK-QTD
                    MOVE "A" TO ACK-P-SITUACAO
                 ELSE
                    MOVE "P" TO ACK-P-SITUACAO
                 END-IF
              ELSE
                 MOVE ZEROS TO ACK-P-PEDIDO
                               ACK-P-PREVISAO
                               ACK-P-ACEITAS
                 MOVE "R" TO ACK-P-SITUACAO
              END-IF
              WRITE REG-ACK
              ADD 1 TO WS-QTD-PEDIDOS-REDE
              PERFORM VARYING WS-ACK-IDX FROM 1 BY 1
                      UNTIL WS-ACK-IDX > WS-ACK-QTD
                 MOVE SPACES TO REG-ACK
                 MOVE "I" TO ACK-TIPO
                 MOVE WS-PEDIDO-REDE-ATU TO ACK-I-PEDIDO-REDE
                 MOVE WS-ACK-EAN(WS-ACK-IDX)    TO ACK-I-EAN
                 MOVE WS-ACK-QTDE(WS-ACK-IDX)   TO ACK-I-QTDE
                 MOVE WS-ACK-ACEITA(WS-ACK-IDX) TO ACK-I-ACEITA
                 MOVE WS-ACK-MOTIVO(WS-ACK-IDX) TO ACK-I-MOTIVO
                 WRITE REG-ACK
              END-PERFORM
              MOVE "N" TO WS-PEDIDO-EDI-ABERTO
                          WS-CLIENTE-OK
           END-IF
           .

      * FECHA O PEDIDO EM MONTAGEM: SEM ITEM ACEITO NAO HA O QUE
      * GRAVAR; COM ITENS, O MESMO CONTROLE DE LIMITE DE CREDITO DA
      * DIGITACAO DECIDE ENTRE "A" E RETIDO "S" E O PEDIDO E
      * GRAVADO, RESERVANDO O ESTOQUE DOS ITENS COMO NA DIGITACAO
      * (VER SISRSPGER.CPY).
       FECHA-PEDIDO-ABERTO.
           IF WS-PEDIDO-ABERTO = "S"
              IF WS-QTD-ITN > ZEROS
                 PERFORM VERIFICA-LIMITE-CREDITO
      * AS LINHAS VAO PARA O ARQUIVO DE ITENS E AS 10 PRIMEIRAS SAO
      * ESPELHADAS NO REGISTRO (VER SISITPGER.CPY).
                 PERFORM GRAVA-ITENS-PEDIDO
                 WRITE REGPED
                 IF WS-RESULTADO-ACESSO = "00" OR "02"
                    MOVE "S" TO WS-PEDIDO-GRAVADO
                    ADD 1 TO WS-QTD-PEDIDOS
                    MOVE 1 TO WS-RES-SINAL
                    PERFORM RESERVA-ITENS-PEDIDO
                    IF PED_SITUACAO = "S"
                       ADD 1 TO WS-QTD-RETIDOS
                    END-IF
                 ELSE
                    MOVE "ERRO NA GRAVACAO DO PEDIDO" TO MENS
                    PERFORM ROT-MENS THRU ROT-MENS-FIM
                 END-IF
              END-IF
              MOVE "N" TO WS-PEDIDO-ABERTO
           END-IF
           .

      * MESMA REGRA DO VERIFICA-LIMITE-CREDITO DO CADPED: TITULOS EM
      * ABERTO + O PEDIDO NOVO ACIMA DO LIMITE DA LOJA OU DO GRUPO
      * ECONOMICO RETEM O PEDIDO (PED_SITUACAO "S"), FORA DO
      * FATURAMENTO ATE A MESA DE CREDITO DECIDIR.
       VERIFICA-LIMITE-CREDITO.
           MOVE "A" TO PED_SITUACAO
           IF WS-LIMITE-CLIENTE > ZEROS AND WS-SEM-TITULOS NOT = "S"
              MOVE ZEROS TO WS-SALDO-ABERTO
              MOVE "N"   TO WS-EOF-TIT
              MOVE PED_CODIGO_CLIENTE TO TIT_CODIGO_CLIENTE
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
                     IF TIT_CODIGO_CLIENTE NOT = PED_CODIGO_CLIENTE
                        MOVE "Y" TO WS-EOF-TIT
                     ELSE
                        IF TIT_SITUACAO = "A"
                           ADD TIT_VALOR TO WS-SALDO-ABERTO
                        END-IF
                     END-IF
                  END-IF
              END-PERFORM
              IF WS-SALDO-ABERTO + PED_VALOR_TOTAL >
                 WS-LIMITE-CLIENTE
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
      * PROXIMO-NUMERO-PEDIDO DO CADPED).
       PROXIMO-NUMERO-PEDIDO.
           MOVE 1 TO WS-PROXIMO-PEDIDO
           MOVE 999999999 TO PED_NUMERO_PEDIDO
           MOVE "N" TO WS-EOF-SW
           START ARQ-PEDIDO
               KEY IS LESS THAN PED_NUMERO_PEDIDO
                    INVALID KEY
                       MOVE "Y" TO WS-EOF-SW
           END-START
           IF WS-EOF-SW = "N"
              READ ARQ-PEDIDO PREVIOUS AT END
                 MOVE "Y" TO WS-EOF-SW
              END-READ
              IF WS-EOF-SW = "N"
                 COMPUTE WS-PROXIMO-PEDIDO = PED_NUMERO_PEDIDO + 1
              END-IF
           END-IF
           MOVE "N" TO WS-EOF-SW
           .

      * A LINHA REJEITADA VAI INTEIRA (LAYOUT "D" DO EDI) PARA O
      * ERRO_, QUE O CORERR CORRIGE PELO TIPO "E".
       GRAVACAO-ERRO.
           IF WS-GRAVACAO-ERRO = 0
              MOVE 1 TO WS-GRAVACAO-ERRO
              OPEN OUTPUT ARQ-ERR
              .
           ADD 1 TO WS-QTD-REJEITADOS
           MOVE MENS        TO ERRO-MSG
           MOVE REG-EDI-TXT TO ERRO-REG
           WRITE REGERR
           .

      * LIDOS = ITENS ACEITOS + REJEITADOS (CADA LINHA DE DETALHE
      * TEM UM DESTINO CONTABILIZADO).
       VERIFICA-RECONCILIACAO.
           ADD WS-QTD-ITENS-OK WS-QTD-REJEITADOS
               GIVING WS-QTD-PROCESSADOS
           IF WS-QTD-PROCESSADOS = WS-QTD-LIDOS
              MOVE "OK"         TO WS-RECONCILIACAO
           ELSE
              MOVE "DIVERGENTE" TO WS-RECONCILIACAO
           END-IF
           .

       GRAVA-AUDITORIA.
           MOVE FUNCTION CURRENT-DATE(1:14) TO AUD-DATA-HORA
           MOVE "IMPEDI"    TO AUD-PROGRAMA
           MOVE LS-ID       TO AUD-OPERADOR
           MOVE "INTERFACE" TO AUD-OPERACAO
           MOVE WS-QTD-PEDIDOS TO AUD-CODIGO
           MOVE MENS        TO AUD-RESULTADO
           WRITE REGAUD
           .

       OPEN-ARQUIVOS.
           OPEN I-O ARQ-PEDIDO
           IF WS-RESULTADO-ACESSO NOT = "00"
               IF WS-RESULTADO-ACESSO = "05"
                  OPEN OUTPUT ARQ-PEDIDO
                  CLOSE ARQ-PEDIDO
                  OPEN I-O ARQ-PEDIDO
               END-IF
           END-IF
           OPEN I-O ARQ-PEDEDI
           IF WS-RESULTADO-ACESSO NOT = "00"
               IF WS-RESULTADO-ACESSO = "05"
                  OPEN OUTPUT ARQ-PEDEDI
                  CLOSE ARQ-PEDEDI
                  OPEN I-O ARQ-PEDEDI
               END-IF
           END-IF
      * SEM DE-PARA CADASTRADO TODA LINHA CAI NO ERRO_, E O CORERR
      * CADASTRA O DE-PARA NA CORRECAO.
           OPEN INPUT ARQ-LOJRED
           IF WS-RESULTADO-ACESSO NOT = "00"
              OPEN OUTPUT ARQ-LOJRED
              CLOSE ARQ-LOJRED
              OPEN INPUT ARQ-LOJRED
           END-IF
           OPEN INPUT ARQ-EANPRO
           IF WS-RESULTADO-ACESSO NOT = "00"
              OPEN OUTPUT ARQ-EANPRO
              CLOSE ARQ-EANPRO
              OPEN INPUT ARQ-EANPRO
           END-IF
           OPEN INPUT ARQ-CLIENTE
           OPEN INPUT ARQ-PRODUTO
           OPEN INPUT ARQ-PRECO
      * ACORDOS, PROMOCOES E TITULOS SAO OPCIONAIS, MESMO ESQUEMA
      * DO CADPED.
           MOVE "N" TO WS-SEM-ACORDO
           OPEN INPUT ARQ-ACORDO
           IF WS-RESULTADO-ACESSO NOT = "00"
              MOVE "S" TO WS-SEM-ACORDO
              MOVE "00" TO WS-RESULTADO-ACESSO
           END-IF
           MOVE "N" TO WS-SEM-PROMO
           OPEN INPUT ARQ-PROMO
           IF WS-RESULTADO-ACESSO NOT = "00"
              MOVE "S" TO WS-SEM-PROMO
              MOVE "00" TO WS-RESULTADO-ACESSO
           END-IF
           MOVE "N" TO WS-SEM-TITULOS
           OPEN INPUT ARQ-TITULO
           IF WS-RESULTADO-ACESSO NOT = "00"
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
           CLOSE ARQ-PEDIDO
                 ARQ-PEDEDI
                 ARQ-LOJRED
                 ARQ-EANPRO
                 ARQ-CLIENTE
                 ARQ-PRODUTO
                 ARQ-PRECO
           IF WS-SEM-ACORDO NOT = "S"
              CLOSE ARQ-ACORDO
           END-IF
           IF WS-SEM-PROMO NOT = "S"
              CLOSE ARQ-PROMO
           END-IF
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
              MOVE 1 TO W-SEL
           ELSE
              IF W-SN NOT = "S" AND "s"
                 MOVE "*** DIGITE APENAS S=SIM e N=NAO ***" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
              ELSE
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

      * ITENS DE PEDIDO NO ARQUIVO PROPRIO: VER COPYBOOK,
      * COMPARTILHADO COM O CADPED/FATPED.
       COPY "copybook\SISITPGER.CPY".

      * CONTADOR DE REJEICOES PENDENTES: VER COPYBOOK, COMPARTILHADO
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
      * CADPED E IMPPED.
       COPY "copybook\SISDCPGER.CPY".

      * CARREGA-FILIAL E MONTA-CAMINHOS-FILIAL: VER COPYBOOK,
      * COMPARTILHADO POR TODOS OS PROGRAMAS DA FILIAL.
       COPY "copybook\SISFIPGER.CPY".
