      **************************************************
      * RETORNO DA SEFAZ PARA AS NF-E (AUTORIZACAO,    *
      * REJEICAO E EVENTO DE CANCELAMENTO)             *
      **************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RETNFE.
       AUTHOR. ALVARO LIMA.
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       COPY "copybook\SISSLGER.CPY".

      * ARQUIVO DE RETORNO DEIXADO PELO TRANSMISSOR NA PASTA DE
      * IMPORTACAO (WCF-ARQ-RETORNO-NFE): UMA LINHA POR DOCUMENTO
      * PROCESSADO NA SEFAZ, "N" = NOTA, "C" = EVENTO DE
      * CANCELAMENTO, COM A CHAVE DE ACESSO, O CSTAT, O PROTOCOLO, A
      * DATA E O MOTIVO. MESMO ESQUEMA DO FINCONF DO EXTFIN.
           SELECT ARQ-RETNFE ASSIGN TO WCF-ARQ-RETORNO-NFE
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS  IS WS-FS.
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
       COPY "copybook\SISFDGER.CPY".

       FD ARQ-RETNFE
           RECORD CONTAINS 116 CHARACTERS.
       01 REGRETNFE.
           05 RNF-TIPO                PIC X(001).
           05 FILLER                  PIC X(001).
           05 RNF-CHAVE               PIC X(044).
           05 RNF-CHAVE-R REDEFINES RNF-CHAVE.
              10 FILLER               PIC X(025).
              10 RNF-NUMERO           PIC 9(009).
              10 FILLER               PIC X(010).
           05 FILLER                  PIC X(001).
           05 RNF-COD                 PIC 9(003).
           05 FILLER                  PIC X(001).
           05 RNF-PROTOCOLO           PIC X(015).
           05 FILLER                  PIC X(001).
           05 RNF-DATA                PIC 9(008).
           05 FILLER                  PIC X(001).
           05 RNF-MOTIVO              PIC X(040).
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       COPY "copybook\SISWSGER.CPY".
       COPY "copybook\SISCFGER.CPY".

       77 WS-MODO-BATCH        PIC X(001) VALUE "N".

      * CONTAGENS DA IMPORTACAO, MOSTRADAS NO FIM E GRAVADAS NO
      * ARQ-AUD. "IGNORADAS" SAO LINHAS QUE NAO MUDAM NADA (RETORNO
      * REPETIDO OU FORA DE ORDEM); "NAO LOCALIZADAS" SAO CHAVES QUE
      * NAO BATEM COM NENHUMA NOTA DA FILIAL.
       77 WS-QTD-LIDAS         PIC 9(005) VALUE ZEROS.
       77 WS-QTD-AUTORIZADAS   PIC 9(005) VALUE ZEROS.
       77 WS-QTD-REJEITADAS    PIC 9(005) VALUE ZEROS.
       77 WS-QTD-CANC-HOMOLOG  PIC 9(005) VALUE ZEROS.
       77 WS-QTD-CANC-RECUSADO PIC 9(005) VALUE ZEROS.
       77 WS-QTD-IGNORADAS     PIC 9(005) VALUE ZEROS.
       77 WS-QTD-NAO-LOCALIZ   PIC 9(005) VALUE ZEROS.
       77 WS-ALTEROU           PIC X(001) VALUE "N".

       LINKAGE SECTION.
       01 LS-ID PIC X(5).

       SCREEN SECTION.
       COPY "copybook\SISSTGER.CPY".

       01 TELA-RETNFE.
        02 BLANK SCREEN.
        02 LINE 02 COL 28 VALUE "Sistema de Franquia AMBEV".
        02 LINE 07 COL 24 VALUE
           "RETORNO DA SEFAZ (NF-E)".
        02 LINE 09 COL 10 VALUE
          "LE O ARQUIVO DE RETORNO DO TRANSMISSOR E GRAVA NAS".
        02 LINE 10 COL 10 VALUE
          "NOTAS O PROTOCOLO DE AUTORIZACAO OU O MOTIVO DA".
        02 LINE 11 COL 10 VALUE
          "REJEICAO. NOTA REJEITADA NAO ENTRA NO ROMANEIO ATE".
        02 LINE 12 COL 10 VALUE
          "VOLTAR AUTORIZADA (LISTA DE CORRECAO: OPCAO 07.09).".
        02 LINE 14 COL 10 VALUE "ARQUIVO:".
      *-----------------------------------------------------------------
       PROCEDURE DIVISION  USING LS-ID.
       INICIO.
      * RESOLVE OS CAMINHOS DA FILIAL SELECIONADA NO LOGIN ANTES DE
      * ABRIR QUALQUER ARQUIVO DE DADOS (VER SISFIPGER.CPY).
           MOVE LS-ID TO WS-SESSAO-ID
           PERFORM CARREGA-FILIAL
           MOVE "N" TO WS-MODO-BATCH
           IF LS-ID = "BATCH"
              MOVE "S" TO WS-MODO-BATCH
              MOVE "S" TO W-SN
           ELSE
              DISPLAY TELA-RETNFE
              DISPLAY WCF-ARQ-RETORNO-NFE(1:50) AT 1419
              MOVE 0 TO W-SEL
              PERFORM CONFIRMA-TELA UNTIL W-SEL > 0
           END-IF
           IF W-SN NOT = "S"
              EXIT PROGRAM
           END-IF

           OPEN INPUT ARQ-RETNFE
           IF WS-FS NOT = "00"
              MOVE "*** SEM ARQUIVO DE RETORNO DA SEFAZ ***" TO MENS
              IF WS-MODO-BATCH NOT = "S"
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
              END-IF
              EXIT PROGRAM
           END-IF
           OPEN I-O ARQ-NF
           IF WS-RESULTADO-ACESSO NOT = "00"
              MOVE "*** NAO HA FATURAMENTO GRAVADO ***" TO MENS
              IF WS-MODO-BATCH NOT = "S"
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
              END-IF
              CLOSE ARQ-RETNFE
              EXIT PROGRAM
           END-IF
           PERFORM OPEN-AUDITORIA
           PERFORM OPEN-JORNAL
           MOVE "RETNFE" TO WS-JRN-PROGRAMA
           MOVE LS-ID    TO WS-JRN-OPERADOR
           MOVE ZEROS    TO WS-JRN-LOTE

           MOVE ZEROS TO WS-QTD-LIDAS
                         WS-QTD-AUTORIZADAS
                         WS-QTD-REJEITADAS
                         WS-QTD-CANC-HOMOLOG
                         WS-QTD-CANC-RECUSADO
                         WS-QTD-IGNORADAS
                         WS-QTD-NAO-LOCALIZ
           MOVE "N" TO WS-EOF-SW
           PERFORM TRATA-UM-RETORNO UNTIL WS-EOF-SW = "Y"

           PERFORM GRAVA-AUDITORIA
           CLOSE ARQ-RETNFE ARQ-NF ARQ-AUD ARQ-JRN
           MOVE SPACES TO MENS
           STRING "AUTORIZ " WS-QTD-AUTORIZADAS
                  " REJEIT " WS-QTD-REJEITADAS
                  " CANC " WS-QTD-CANC-HOMOLOG
                  " N/LOC " WS-QTD-NAO-LOCALIZ
               DELIMITED BY SIZE INTO MENS
           END-STRING
           IF WS-MODO-BATCH NOT = "S"
              PERFORM ROT-MENS THRU ROT-MENS-FIM
           END-IF
           EXIT PROGRAM
           .

      * UMA LINHA DO RETORNO: A NOTA E LOCALIZADA PELO NUMERO QUE
      * FAZ PARTE DA CHAVE E A CHAVE INTEIRA TEM QUE CONFERIR (NOTA
      * DE OUTRA FILIAL OU DE OUTRA SERIE NAO E TOCADA).
       TRATA-UM-RETORNO.
           READ ARQ-RETNFE AT END
              MOVE "Y" TO WS-EOF-SW
           END-READ
           IF WS-EOF-SW = "N"
              ADD 1 TO WS-QTD-LIDAS
              IF RNF-NUMERO NOT NUMERIC
                 ADD 1 TO WS-QTD-NAO-LOCALIZ
              ELSE
                 MOVE RNF-NUMERO TO NF_NUMERO
                 READ ARQ-NF WITH LOCK
                     INVALID KEY
                        ADD 1 TO WS-QTD-NAO-LOCALIZ
                     NOT INVALID KEY
                        IF NF_CHAVE_ACESSO NOT = RNF-CHAVE
                           ADD 1 TO WS-QTD-NAO-LOCALIZ
                           UNLOCK ARQ-NF
                        ELSE
                           PERFORM APLICA-RETORNO
                        END-IF
                 END-READ
              END-IF
           END-IF
           .

      * CSTAT 100/150 = NOTA AUTORIZADA; 135/155 = EVENTO
      * REGISTRADO; QUALQUER OUTRO = REJEICAO. NOTA JA AUTORIZADA NAO
      * VOLTA A REJEITADA POR UM RETORNO ATRASADO (DUPLICIDADE ETC.).
      * A AUTORIZACAO QUE CHEGA DEPOIS DO ESTORNO ("E") TRAZ O
      * PROTOCOLO QUE O EVENTO DE CANCELAMENTO PRECISA: O EVENTO E
      * REGRAVADO COM ELE (VER SISNEPGER.CPY).
       APLICA-RETORNO.
           MOVE "N" TO WS-ALTEROU
           MOVE REGNF TO WS-JRN-ANTES
           IF RNF-TIPO = "C"
              IF NF_SITUACAO_SEFAZ = "E"
                 IF RNF-COD = 135 OR RNF-COD = 155
                    MOVE "X" TO NF_SITUACAO_SEFAZ
                    ADD 1 TO WS-QTD-CANC-HOMOLOG
                 ELSE
                    ADD 1 TO WS-QTD-CANC-RECUSADO
                 END-IF
                 MOVE "S" TO WS-ALTEROU
              END-IF
           ELSE
              IF RNF-COD = 100 OR RNF-COD = 150
                 EVALUATE NF_SITUACAO_SEFAZ
                   WHEN "P"
                   WHEN "R"
                      MOVE "A" TO NF_SITUACAO_SEFAZ
                      MOVE RNF-PROTOCOLO TO NF_PROTOCOLO
                      MOVE "S" TO WS-ALTEROU
                      ADD 1 TO WS-QTD-AUTORIZADAS
                   WHEN "E"
                      IF NF_PROTOCOLO = SPACES
                         MOVE RNF-PROTOCOLO TO NF_PROTOCOLO
                         MOVE "S" TO WS-ALTEROU
                         ADD 1 TO WS-QTD-AUTORIZADAS
                         PERFORM GERA-EVENTO-CANCELAMENTO
                      END-IF
                 END-EVALUATE
              ELSE
                 IF NF_SITUACAO_SEFAZ = "P" OR "R"
                    MOVE "R" TO NF_SITUACAO_SEFAZ
                    MOVE "S" TO WS-ALTEROU
                    ADD 1 TO WS-QTD-REJEITADAS
                 END-IF
              END-IF
           END-IF

           IF WS-ALTEROU = "N"
              ADD 1 TO WS-QTD-IGNORADAS
              UNLOCK ARQ-NF
           ELSE
              MOVE RNF-COD    TO NF_COD_SEFAZ
              MOVE RNF-MOTIVO TO NF_MOTIVO_SEFAZ
              MOVE RNF-DATA   TO NF_DATA_SEFAZ
              REWRITE REGNF
              IF WS-RESULTADO-ACESSO = "00" OR "02"
                 MOVE "NF "     TO WS-JRN-ARQUIVO
                 MOVE "A"       TO WS-JRN-OPERACAO
                 MOVE NF_NUMERO TO WS-JRN-CHAVE
                 MOVE REGNF     TO WS-JRN-DEPOIS
                 PERFORM GRAVA-JORNAL
              ELSE
                 MOVE "ERRO NA GRAVACAO DA NOTA FISCAL" TO MENS
                 IF WS-MODO-BATCH NOT = "S"
                    PERFORM ROT-MENS THRU ROT-MENS-FIM
                 END-IF
              END-IF
           END-IF
           .

       GRAVA-AUDITORIA.
           MOVE FUNCTION CURRENT-DATE(1:14) TO AUD-DATA-HORA
           MOVE "RETNFE"   TO AUD-PROGRAMA
           MOVE LS-ID      TO AUD-OPERADOR
           MOVE "RETSEFAZ" TO AUD-OPERACAO
           MOVE WS-QTD-LIDAS TO AUD-CODIGO
           MOVE SPACES TO AUD-RESULTADO
           STRING "A" WS-QTD-AUTORIZADAS
                  " R" WS-QTD-REJEITADAS
                  " C" WS-QTD-CANC-HOMOLOG
                  " N" WS-QTD-NAO-LOCALIZ
               DELIMITED BY SIZE INTO AUD-RESULTADO
           END-STRING
           WRITE REGAUD
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
      * CADCLI/CADVEN/DISTVEN.
       COPY "copybook\SISJRPGER.CPY".

      * GERA-EVENTO-CANCELAMENTO E MONTA-DATA-HORA-NFE: VER COPYBOOK,
      * COMPARTILHADO COM ESTNF/RETCAR/FATPED.
       COPY "copybook\SISNEPGER.CPY".

      * CARREGA-FILIAL E MONTA-CAMINHOS-FILIAL: VER COPYBOOK,
      * COMPARTILHADO POR TODOS OS PROGRAMAS DA FILIAL.
       COPY "copybook\SISFIPGER.CPY".
