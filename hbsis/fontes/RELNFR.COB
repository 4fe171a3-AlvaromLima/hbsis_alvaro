      **************************************************
      * NF-E PENDENTES DE CORRECAO NA SEFAZ            *
      **************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RELNFR.
       AUTHOR. ALVARO LIMA.
      *------------------------------------------------------
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
      *------------------------------------------------------
       WORKING-STORAGE SECTION.
       COPY "copybook\SISWSGER.CPY".
       COPY "copybook\SISCFGER.CPY".
       77 WRL-ARQ-IMPRESSAO    PIC X(100) VALUE SPACES.

       77 WS-DATA-HOJE         PIC 9(008) VALUE ZEROS.
       77 WS-QTD-IMPRESSOS     PIC 9(005) VALUE ZEROS.
       77 WS-QTD-REJEITADAS    PIC 9(005) VALUE ZEROS.
       77 WS-QTD-SEM-RETORNO   PIC 9(005) VALUE ZEROS.
       77 WS-QTD-CANC-PEND     PIC 9(005) VALUE ZEROS.
       77 WS-EOF-NF            PIC X(001) VALUE "N".
       77 WS-SEM-CLIENTE       PIC X(001) VALUE "N".
       77 WS-NFR-SITUACAO      PIC X(012) VALUE SPACES.

       01 CABEC.
          03 FILLER PIC X(45) VALUE
             "NF-E PENDENTES DE CORRECAO NA SEFAZ - EM ".
          03 CAB-DATA PIC 9(008).

       01 CABEC2.
          03 FILLER PIC X(11) VALUE "NOTA".
          03 FILLER PIC X(10) VALUE "EMISSAO".
          03 FILLER PIC X(09) VALUE "CLIENTE".
          03 FILLER PIC X(27) VALUE "RAZAO SOCIAL".
          03 FILLER PIC X(17) VALUE "         VALOR".
          03 FILLER PIC X(14) VALUE "SITUACAO".
          03 FILLER PIC X(05) VALUE "COD".
          03 FILLER PIC X(40) VALUE "MOTIVO".

       01 DETAL.
          03 IMPNF        PIC 9(009).
          03 FILLER       PIC X(02) VALUE SPACES.
          03 IMPEMISSAO   PIC 9(008).
          03 FILLER       PIC X(02) VALUE SPACES.
          03 IMPCLIENTE   PIC 9(007).
          03 FILLER       PIC X(02) VALUE SPACES.
          03 IMPRAZAO     PIC X(025).
          03 FILLER       PIC X(02) VALUE SPACES.
          03 IMPVALOR     PIC ZZ.ZZZ.ZZ9,99.
          03 FILLER       PIC X(03) VALUE SPACES.
          03 IMPSITUACAO  PIC X(012).
          03 FILLER       PIC X(02) VALUE SPACES.
          03 IMPCOD       PIC ZZ9.
          03 FILLER       PIC X(02) VALUE SPACES.
          03 IMPMOTIVO    PIC X(040).

       01 RODAPE.
          03 FILLER       PIC X(12) VALUE "REJEITADAS:".
          03 FOOT-REJEITADAS  PIC ZZ.ZZ9.
          03 FILLER       PIC X(17) VALUE "   SEM RETORNO:".
          03 FOOT-SEM-RETORNO PIC ZZ.ZZ9.
          03 FILLER       PIC X(26) VALUE
             "   CANCELAMENTO PENDENTE:".
          03 FOOT-CANC-PEND   PIC ZZ.ZZ9.

       01 WS-MENS-TOTAL.
          03 FILLER     PIC X(27) VALUE "RELATORIO CONCLUIDO OK - ".
          03 WS-MENS-QTD PIC ZZZZ9.
          03 FILLER     PIC X(12) VALUE " REGISTRO(S)".

       LINKAGE SECTION.
       01 LS-ID PIC X(5).

       SCREEN SECTION.
       COPY "copybook\SISSTGER.CPY".

       01 TELA-NFE-REJ.
        02 BLANK SCREEN.
        02 LINE 02 COL 28 VALUE "Sistema de Franquia AMBEV".
        02 LINE 07 COL 21 VALUE
          "NF-E PENDENTES DE CORRECAO NA SEFAZ".
        02 LINE 09 COL 10 VALUE
          "NOTAS REJEITADAS PELA SEFAZ (BLOQUEADAS NO ROMANEIO),".
        02 LINE 10 COL 10 VALUE
          "NOTAS DE DIAS ANTERIORES AINDA SEM RETORNO E ESTORNOS".
        02 LINE 11 COL 10 VALUE
          "CUJO EVENTO DE CANCELAMENTO NAO FOI HOMOLOGADO.".
        02 LINE 13 COL 10 VALUE
          "CORRIGIR NO EMISSOR E IMPORTAR O NOVO RETORNO (09.08).".
      *-------------------------------------------------------
       PROCEDURE DIVISION  USING LS-ID.
       INICIO.
      * RESOLVE OS CAMINHOS DA FILIAL SELECIONADA NO LOGIN ANTES DE
      * ABRIR QUALQUER ARQUIVO DE DADOS (VER SISFIPGER.CPY).
           MOVE LS-ID TO WS-SESSAO-ID
           PERFORM CARREGA-FILIAL
           MOVE WCF-ARQ-IMPRESSAO-NFEREJ TO WRL-ARQ-IMPRESSAO
           MOVE ZEROS TO WS-QTD-IMPRESSOS

           OPEN INPUT ARQ-NF
           IF WS-RESULTADO-ACESSO NOT = "00"
              MOVE "*** NAO HA NOTAS FISCAIS EMITIDAS ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              EXIT PROGRAM
              .
      * SEM CADASTRO DE CLIENTES A RAZAO SOCIAL SAI EM BRANCO.
           OPEN INPUT ARQ-CLIENTE
           IF WS-RESULTADO-ACESSO NOT = "00"
              MOVE "00" TO WS-RESULTADO-ACESSO
              MOVE "S" TO WS-SEM-CLIENTE
           ELSE
              MOVE "N" TO WS-SEM-CLIENTE
           END-IF

           DISPLAY TELA-NFE-REJ
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-DATA-HOJE
           MOVE 0 TO W-SEL
           PERFORM CONFIRMA-TELA UNTIL W-SEL > 0
           IF W-SN = "S"
              PERFORM GERA-RELATORIO
              MOVE WS-QTD-IMPRESSOS TO WS-MENS-QTD
              MOVE WS-MENS-TOTAL TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
           END-IF
           CLOSE ARQ-NF
           IF WS-SEM-CLIENTE = "N"
              CLOSE ARQ-CLIENTE
           END-IF
           EXIT PROGRAM
           .

       GERA-RELATORIO.
           MOVE ZEROS TO WS-QTD-REJEITADAS WS-QTD-SEM-RETORNO
                         WS-QTD-CANC-PEND CONLIN
           OPEN OUTPUT ARQIMP
           MOVE WS-DATA-HOJE TO CAB-DATA
           WRITE REGIMP FROM CABEC
           MOVE SPACES TO REGIMP
           WRITE REGIMP
           WRITE REGIMP FROM CABEC2
           MOVE SPACES TO REGIMP
           WRITE REGIMP

           MOVE "N"   TO WS-EOF-NF
           MOVE ZEROS TO NF_NUMERO
           START ARQ-NF
               KEY IS GREATER THAN NF_NUMERO
                    INVALID KEY
                       MOVE "Y" TO WS-EOF-NF
           END-START
           PERFORM UNTIL WS-EOF-NF = "Y"
               READ ARQ-NF NEXT AT END
                   MOVE "Y" TO WS-EOF-NF
               END-READ
               IF WS-EOF-NF = "N"
                  PERFORM AVALIA-NOTA
               END-IF
           END-PERFORM
           MOVE "00" TO WS-RESULTADO-ACESSO

           MOVE SPACES TO REGIMP
           WRITE REGIMP
           MOVE WS-QTD-REJEITADAS  TO FOOT-REJEITADAS
           MOVE WS-QTD-SEM-RETORNO TO FOOT-SEM-RETORNO
           MOVE WS-QTD-CANC-PEND   TO FOOT-CANC-PEND
           WRITE REGIMP FROM RODAPE
           CLOSE ARQIMP
      * COPIA DATADA + CATALOGO DE SPOOL (VER SISSPPGER.CPY).
           MOVE "RELNFR" TO WS-SPL-PROGRAMA
           MOVE WRL-ARQ-IMPRESSAO TO WS-SPL-ORIGEM
           PERFORM REGISTRA-SPOOL THRU REGISTRA-SPOOL-FIM
           .

      * ENTRAM NA LISTA: REJEITADA ("R"), XML GERADO EM DIA ANTERIOR
      * AINDA SEM RETORNO ("P") E ESTORNO COM EVENTO DE CANCELAMENTO
      * AINDA NAO HOMOLOGADO ("E"). A NOTA "P" DO PROPRIO DIA AINDA
      * ESTA NO PRAZO NORMAL DE TRANSMISSAO E NAO E LISTADA.
       AVALIA-NOTA.
           MOVE SPACES TO WS-NFR-SITUACAO
           EVALUATE NF_SITUACAO_SEFAZ
               WHEN "R"
                  IF NF_SITUACAO NOT = "C"
                     MOVE "REJEITADA" TO WS-NFR-SITUACAO
                     ADD 1 TO WS-QTD-REJEITADAS
                  END-IF
               WHEN "P"
                  IF NF_SITUACAO NOT = "C" AND
                     NF_DATA_EMISSAO < WS-DATA-HOJE
                     MOVE "SEM RETORNO" TO WS-NFR-SITUACAO
                     ADD 1 TO WS-QTD-SEM-RETORNO
                  END-IF
               WHEN "E"
                  MOVE "CANC.PEND." TO WS-NFR-SITUACAO
                  ADD 1 TO WS-QTD-CANC-PEND
           END-EVALUATE
           IF WS-NFR-SITUACAO NOT = SPACES
              PERFORM IMPRIME-NOTA
           END-IF
           .

       IMPRIME-NOTA.
           ADD 1 TO WS-QTD-IMPRESSOS
           MOVE SPACES TO CLI_RAZAO_SOCIAL
           IF WS-SEM-CLIENTE = "N"
              MOVE NF_CODIGO_CLIENTE TO CLI_CODIGO_CLIENTE
              READ ARQ-CLIENTE
                  INVALID KEY
                     MOVE SPACES TO CLI_RAZAO_SOCIAL
              END-READ
              MOVE "00" TO WS-RESULTADO-ACESSO
           END-IF
           MOVE NF_NUMERO         TO IMPNF
           MOVE NF_DATA_EMISSAO   TO IMPEMISSAO
           MOVE NF_CODIGO_CLIENTE TO IMPCLIENTE
           MOVE CLI_RAZAO_SOCIAL  TO IMPRAZAO
           MOVE NF_VALOR_TOTAL    TO IMPVALOR
           MOVE WS-NFR-SITUACAO   TO IMPSITUACAO
           MOVE NF_COD_SEFAZ      TO IMPCOD
           MOVE NF_MOTIVO_SEFAZ   TO IMPMOTIVO
           WRITE REGIMP FROM DETAL
           ADD 1 TO CONLIN
           IF CONLIN > LINPAG
              MOVE ZEROS TO CONLIN
              MOVE SPACES TO REGIMP
              WRITE REGIMP
              WRITE REGIMP FROM CABEC2
              MOVE SPACES TO REGIMP
              WRITE REGIMP
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
      *
       ROT-MENS.
           MOVE ZEROS TO W-CONT.
       ROT-MENS1.
           DISPLAY TELA-MENS.
           ACCEPT TELA-MENS.
       ROT-MENS2.
           MOVE SPACES TO MENS
           DISPLAY TELA-MENS.
       ROT-MENS-FIM.
           EXIT.

      * REGISTRA-SPOOL: VER COPYBOOK, COMPARTILHADO PELOS PROGRAMAS
      * DE RELATORIO.
       COPY "copybook\SISSPPGER.CPY".

      * CARREGA-FILIAL E MONTA-CAMINHOS-FILIAL: VER COPYBOOK,
      * COMPARTILHADO COM OS DEMAIS PROGRAMAS DA FILIAL.
       COPY "copybook\SISFIPGER.CPY".
