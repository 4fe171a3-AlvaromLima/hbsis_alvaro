      **************************************************
      * ARQUIVOS RECEBIDOS PELAS INTERFACES: UMA LINHA *
      * POR ARQUIVO, POR INTERFACE E POR DIA, COM OS   *
      * RECUSADOS POR REPETICAO E OS FORCADOS          *
      **************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RELREC.
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

      * "S" = EXECUCAO SEM OPERADOR NA TELA (LS-ID = "BATCH"): NA
      * CADEIA O RELATORIO SAI COM O PERIODO PADRAO (ULTIMOS 30 DIAS).
       77 WS-MODO-BATCH        PIC X(001) VALUE "N".
       77 WS-EOF-RCB           PIC X(001) VALUE "N".

      * PERIODO DA EMISSAO (AAAAMMDD), PELA DATA DO RECEBIMENTO.
       77 WS-DATA-HOJE         PIC 9(008) VALUE ZEROS.
       77 WS-DIAS-AUX          PIC 9(008) VALUE ZEROS.
       77 WS-DATA-DE           PIC 9(008) VALUE ZEROS.
       77 WS-DATA-ATE          PIC 9(008) VALUE ZEROS.
       77 WS-DATA-RECEB        PIC 9(008) VALUE ZEROS.

      * QUEBRAS: O REGISTRO DE RECEBIDOS JA VEM EM ORDEM DE INTERFACE
      * E DATA/HORA, ENTAO BASTA COMPARAR COM O ANTERIOR.
       77 WS-INTERFACE-ANT     PIC X(006) VALUE SPACES.
       77 WS-DIA-ANT           PIC 9(008) VALUE ZEROS.

      * TOTAIS (ARQUIVOS, REGISTROS, RECUSADOS, FORCADOS) DO DIA, DA
      * INTERFACE E GERAL. RECUSADO = REPETIDO BARRADO ("R") OU
      * REJEITADO PELA VALIDACAO DO PROGRAMA ("X").
       01 WS-TOT-DIA.
          05 WS-TD-ARQUIVOS    PIC 9(007).
          05 WS-TD-REGISTROS   PIC 9(009).
          05 WS-TD-RECUSADOS   PIC 9(007).
          05 WS-TD-FORCADOS    PIC 9(007).
       01 WS-TOT-INTERFACE.
          05 WS-TI-ARQUIVOS    PIC 9(007).
          05 WS-TI-REGISTROS   PIC 9(009).
          05 WS-TI-RECUSADOS   PIC 9(007).
          05 WS-TI-FORCADOS    PIC 9(007).
       01 WS-TOT-GERAL.
          05 WS-TG-ARQUIVOS    PIC 9(007).
          05 WS-TG-REGISTROS   PIC 9(009).
          05 WS-TG-RECUSADOS   PIC 9(007).
          05 WS-TG-FORCADOS    PIC 9(007).

       01 CABEC.
          03 FILLER PIC X(47) VALUE
             "ARQUIVOS RECEBIDOS PELAS INTERFACES - PERIODO: ".
          03 CAB-DE   PIC 9999/99/99.
          03 FILLER   PIC X(03) VALUE " A ".
          03 CAB-ATE  PIC 9999/99/99.
          03 FILLER   PIC X(12) VALUE "  EMISSAO: ".
          03 CAB-HOJE PIC 9999/99/99.
       01 CABEC-INTERFACE.
          03 FILLER       PIC X(15) VALUE "*** INTERFACE: ".
          03 CABI-NOME    PIC X(006).
       01 CABEC-DIA.
          03 FILLER       PIC X(06) VALUE "  DIA ".
          03 CABD-DATA    PIC 9999/99/99.
       01 CABEC2.
          03 FILLER PIC X(50) VALUE
             "HORA      ARQUIVO                                 ".
          03 FILLER PIC X(50) VALUE
             " REGISTROS     TAMANHO   CHECKSUM HEADER     SITUA".
          03 FILLER PIC X(37) VALUE
             "CAO          F APLICADOS OPER. SUPER.".
       01 IMPRCB.
          03 IMPR-HORA        PIC X(008).
          03 FILLER           PIC X(02) VALUE SPACES.
          03 IMPR-NOME        PIC X(040).
          03 FILLER           PIC X(01) VALUE SPACES.
          03 IMPR-REGISTROS   PIC Z.ZZZ.ZZ9.
          03 FILLER           PIC X(01) VALUE SPACES.
          03 IMPR-TAMANHO     PIC ZZZ.ZZZ.ZZ9.
          03 FILLER           PIC X(01) VALUE SPACES.
          03 IMPR-CHECKSUM    PIC 9(010).
          03 FILLER           PIC X(01) VALUE SPACES.
          03 IMPR-HDR         PIC X(010).
          03 FILLER           PIC X(01) VALUE SPACES.
          03 IMPR-SITUACAO    PIC X(017).
          03 FILLER           PIC X(01) VALUE SPACES.
          03 IMPR-FORCADO     PIC X(001).
          03 FILLER           PIC X(01) VALUE SPACES.
          03 IMPR-APLICADOS   PIC Z.ZZZ.ZZ9.
          03 FILLER           PIC X(01) VALUE SPACES.
          03 IMPR-OPERADOR    PIC X(005).
          03 FILLER           PIC X(01) VALUE SPACES.
          03 IMPR-SUPERVISOR  PIC X(005).
       01 IMPMOT.
          03 FILLER           PIC X(10) VALUE SPACES.
          03 FILLER           PIC X(08) VALUE "MOTIVO: ".
          03 IMPM-MOTIVO      PIC X(030).
          03 IMPM-DUPLICADO   PIC X(040).
       01 IMPTOT.
          03 IMPT-ROTULO      PIC X(030).
          03 IMPT-ARQUIVOS    PIC Z.ZZZ.ZZ9.
          03 FILLER           PIC X(11) VALUE " ARQUIVOS, ".
          03 IMPT-REGISTROS   PIC ZZZ.ZZZ.ZZ9.
          03 FILLER           PIC X(12) VALUE " REGISTROS, ".
          03 IMPT-RECUSADOS   PIC Z.ZZZ.ZZ9.
          03 FILLER           PIC X(13) VALUE " RECUSADO(S),".
          03 IMPT-FORCADOS    PIC Z.ZZZ.ZZ9.
          03 FILLER           PIC X(12) VALUE " FORCADO(S)".

       LINKAGE SECTION.
       01 LS-ID PIC X(5).

       SCREEN SECTION.
       COPY "copybook\SISSTGER.CPY".

       01 TELA-RELREC.
        02 BLANK SCREEN.
        02 LINE 02 COL 28 VALUE "Sistema de Franquia AMBEV".
        02 LINE 07 COL 19 VALUE
          "ARQUIVOS RECEBIDOS PELAS INTERFACES".
        02 LINE 09 COL 10 VALUE "DATA INICIAL (AAAAMMDD): [        ]".
        02 LINE 10 COL 10 VALUE "DATA FINAL   (AAAAMMDD): [        ]".
        02 LINE 12 COL 10 VALUE
          "TODO ARQUIVO REGISTRADO POR INTERP, IMPPED, IMPPRO,".
        02 LINE 13 COL 10 VALUE
          "IMPVIS, IMPENT, CNBTIT (RETORNO), CADCLI E CADVEN, POR".
        02 LINE 14 COL 10 VALUE
          "INTERFACE E DIA, COM OS RECUSADOS E OS FORCADOS.".
      *-----------------------------------------------------------------
       PROCEDURE DIVISION  USING LS-ID.
       INICIO.
      * RESOLVE OS CAMINHOS DA FILIAL SELECIONADA NO LOGIN ANTES DE
      * ABRIR QUALQUER ARQUIVO DE DADOS (VER SISFIPGER.CPY). O
      * REGISTRO DE RECEBIDOS E DA FILIAL.
           MOVE LS-ID TO WS-SESSAO-ID
           PERFORM CARREGA-FILIAL
           MOVE WCF-ARQ-IMPRESSAO-RECEB TO WRL-ARQ-IMPRESSAO
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-DATA-HOJE
           COMPUTE WS-DIAS-AUX =
               FUNCTION INTEGER-OF-DATE(WS-DATA-HOJE) - 30
           COMPUTE WS-DATA-DE = FUNCTION DATE-OF-INTEGER(WS-DIAS-AUX)
           MOVE WS-DATA-HOJE TO WS-DATA-ATE
           MOVE "RECEBIDOS" TO DOPCAO
           PERFORM OPEN-AUDITORIA
           MOVE "N" TO WS-MODO-BATCH
           IF LS-ID = "BATCH"
              MOVE "S" TO WS-MODO-BATCH
              MOVE "S" TO W-SN
           ELSE
              DISPLAY TELA-RELREC
              MOVE "S" TO W-SN
              MOVE 0 TO W-SEL
              PERFORM ENTRA-PARAMETROS UNTIL W-SEL > 0
              IF W-SN = "S"
                 MOVE 0 TO W-SEL
                 PERFORM CONFIRMA-TELA UNTIL W-SEL > 0
              END-IF
           END-IF
           IF W-SN = "S"
              PERFORM GERA-RELATORIO
           END-IF
           CLOSE ARQ-AUD
           EXIT PROGRAM
           .

       ENTRA-PARAMETROS.
           ACCEPT WS-DATA-DE WITH UPDATE AT 0936
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 02
              MOVE "N" TO W-SN
              MOVE 1 TO W-SEL
           ELSE
              ACCEPT WS-DATA-ATE WITH UPDATE AT 1036
              IF WS-DATA-DE = ZEROS OR WS-DATA-ATE = ZEROS
                 MOVE "*** INFORME O PERIODO ***" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
              ELSE
              IF WS-DATA-ATE < WS-DATA-DE
                 MOVE "*** PERIODO INVALIDO ***" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
              ELSE
                 MOVE 1 TO W-SEL
              END-IF
              END-IF
           END-IF
           .

      *******************************************
      * GERACAO DO RELATORIO DE RECEBIDOS       *
      *******************************************
       GERA-RELATORIO.
           MOVE ZEROS TO WS-TOT-DIA WS-TOT-INTERFACE WS-TOT-GERAL
           PERFORM LE-RECEBIDOS THRU LE-RECEBIDOS-FIM
           PERFORM GRAVA-AUDITORIA
           IF WS-SEM-RECEB = "S"
              MOVE "*** SEM REGISTRO DE RECEBIDOS ***" TO MENS
           ELSE
           IF WS-TG-RECUSADOS > ZEROS OR WS-TG-FORCADOS > ZEROS
              MOVE "*** HA RECUSADOS/FORCADOS, VER RELATORIO ***"
                TO MENS
           ELSE
              MOVE "*** RELATORIO DE RECEBIDOS EMITIDO ***" TO MENS
           END-IF
           END-IF
           PERFORM ROT-MENS THRU ROT-MENS-FIM
           .

      * LE O REGISTRO INTEIRO NA ORDEM DA CHAVE (INTERFACE, DATA/HORA)
      * E LISTA SO O QUE FOI RECEBIDO NO PERIODO.
       LE-RECEBIDOS.
           MOVE "N" TO WS-SEM-RECEB
           OPEN INPUT ARQ-RECEB
           IF WS-RESULTADO-ACESSO NOT = "00"
              MOVE "S" TO WS-SEM-RECEB
              GO TO LE-RECEBIDOS-FIM
           END-IF
           OPEN OUTPUT ARQIMP
           MOVE WS-DATA-DE   TO CAB-DE
           MOVE WS-DATA-ATE  TO CAB-ATE
           MOVE WS-DATA-HOJE TO CAB-HOJE
           WRITE REGIMP FROM CABEC
           MOVE SPACES TO REGIMP
           WRITE REGIMP
           MOVE SPACES TO WS-INTERFACE-ANT
           MOVE ZEROS  TO WS-DIA-ANT
           MOVE "N" TO WS-EOF-RCB
           PERFORM UNTIL WS-EOF-RCB = "Y"
              READ ARQ-RECEB NEXT AT END
                 MOVE "Y" TO WS-EOF-RCB
              END-READ
              IF WS-EOF-RCB = "N"
                 MOVE RCB_DATA_HORA(1:8) TO WS-DATA-RECEB
                 IF WS-DATA-RECEB NOT < WS-DATA-DE AND
                    WS-DATA-RECEB NOT > WS-DATA-ATE
                    PERFORM TRATA-RECEBIDO
                 END-IF
              END-IF
           END-PERFORM
           CLOSE ARQ-RECEB
           IF WS-INTERFACE-ANT = SPACES
              MOVE "NENHUM ARQUIVO RECEBIDO NO PERIODO." TO REGIMP
              WRITE REGIMP
           ELSE
              PERFORM FECHA-DIA
              PERFORM FECHA-INTERFACE
           END-IF
           MOVE SPACES TO IMPTOT
           MOVE "TOTAL GERAL"   TO IMPT-ROTULO
           MOVE WS-TG-ARQUIVOS  TO IMPT-ARQUIVOS
           MOVE WS-TG-REGISTROS TO IMPT-REGISTROS
           MOVE WS-TG-RECUSADOS TO IMPT-RECUSADOS
           MOVE WS-TG-FORCADOS  TO IMPT-FORCADOS
           WRITE REGIMP FROM IMPTOT
           CLOSE ARQIMP
      * COPIA DATADA + CATALOGO DE SPOOL (VER SISSPPGER.CPY).
           MOVE "RELREC" TO WS-SPL-PROGRAMA
           MOVE WRL-ARQ-IMPRESSAO TO WS-SPL-ORIGEM
           PERFORM REGISTRA-SPOOL THRU REGISTRA-SPOOL-FIM
           .
       LE-RECEBIDOS-FIM.
           EXIT.

      * MUDOU A INTERFACE: FECHA O DIA E A INTERFACE ANTERIORES E
      * ABRE A NOVA; MUDOU SO O DIA: FECHA O DIA E ABRE O NOVO.
       TRATA-RECEBIDO.
           IF RCB_INTERFACE NOT = WS-INTERFACE-ANT
              IF WS-INTERFACE-ANT NOT = SPACES
                 PERFORM FECHA-DIA
                 PERFORM FECHA-INTERFACE
              END-IF
              MOVE RCB_INTERFACE TO WS-INTERFACE-ANT CABI-NOME
              WRITE REGIMP FROM CABEC-INTERFACE
              MOVE ZEROS TO WS-DIA-ANT
           END-IF
           IF WS-DATA-RECEB NOT = WS-DIA-ANT
              IF WS-DIA-ANT NOT = ZEROS
                 PERFORM FECHA-DIA
              END-IF
              MOVE WS-DATA-RECEB TO WS-DIA-ANT CABD-DATA
              WRITE REGIMP FROM CABEC-DIA
              WRITE REGIMP FROM CABEC2
           END-IF
           PERFORM IMPRIME-RECEBIDO
           ADD 1 TO WS-TD-ARQUIVOS
           ADD RCB_QTD_REGISTROS TO WS-TD-REGISTROS
           IF RCB_SITUACAO = "R" OR RCB_SITUACAO = "X"
              ADD 1 TO WS-TD-RECUSADOS
           END-IF
           IF RCB_FORCADO = "S"
              ADD 1 TO WS-TD-FORCADOS
           END-IF
           .

       IMPRIME-RECEBIDO.
           MOVE SPACES TO IMPRCB
           STRING RCB_DATA_HORA(9:2) ":" RCB_DATA_HORA(11:2) ":"
                  RCB_DATA_HORA(13:2)
               DELIMITED BY SIZE INTO IMPR-HORA
           END-STRING
           MOVE RCB_NOME           TO IMPR-NOME
           MOVE RCB_QTD_REGISTROS  TO IMPR-REGISTROS
           MOVE RCB_TAMANHO        TO IMPR-TAMANHO
           MOVE RCB_CHECKSUM       TO IMPR-CHECKSUM
           MOVE RCB_HDR_SEQUENCIA  TO IMPR-HDR
           EVALUATE RCB_SITUACAO
              WHEN "A"
                 MOVE "APLICADO"          TO IMPR-SITUACAO
              WHEN "P"
                 MOVE "EM PROCESSAMENTO"  TO IMPR-SITUACAO
              WHEN "X"
                 MOVE "REJEITADO"         TO IMPR-SITUACAO
              WHEN "R"
                 MOVE "RECUSADO-REPETIDO" TO IMPR-SITUACAO
              WHEN OTHER
                 MOVE RCB_SITUACAO        TO IMPR-SITUACAO
           END-EVALUATE
           IF RCB_FORCADO = "S"
              MOVE "F" TO IMPR-FORCADO
           END-IF
           MOVE RCB_QTD_APLICADA   TO IMPR-APLICADOS
           MOVE RCB_OPERADOR       TO IMPR-OPERADOR
           MOVE RCB_SUPERVISOR     TO IMPR-SUPERVISOR
           WRITE REGIMP FROM IMPRCB
           IF RCB_MOTIVO NOT = SPACES
              MOVE RCB_MOTIVO TO IMPM-MOTIVO
              MOVE SPACES     TO IMPM-DUPLICADO
              IF RCB_DUPLICADO_DE > ZEROS
                 STRING " (REPETE O DE " RCB_DUPLICADO_DE(7:2) "/"
                        RCB_DUPLICADO_DE(5:2) "/"
                        RCB_DUPLICADO_DE(1:4) " "
                        RCB_DUPLICADO_DE(9:2) ":"
                        RCB_DUPLICADO_DE(11:2) ")"
                     DELIMITED BY SIZE INTO IMPM-DUPLICADO
                 END-STRING
              END-IF
              WRITE REGIMP FROM IMPMOT
           END-IF
           .

       FECHA-DIA.
           MOVE SPACES TO IMPTOT
           MOVE "  TOTAL DO DIA"  TO IMPT-ROTULO
           MOVE WS-TD-ARQUIVOS    TO IMPT-ARQUIVOS
           MOVE WS-TD-REGISTROS   TO IMPT-REGISTROS
           MOVE WS-TD-RECUSADOS   TO IMPT-RECUSADOS
           MOVE WS-TD-FORCADOS    TO IMPT-FORCADOS
           WRITE REGIMP FROM IMPTOT
           MOVE SPACES TO REGIMP
           WRITE REGIMP
           ADD WS-TD-ARQUIVOS  TO WS-TI-ARQUIVOS
           ADD WS-TD-REGISTROS TO WS-TI-REGISTROS
           ADD WS-TD-RECUSADOS TO WS-TI-RECUSADOS
           ADD WS-TD-FORCADOS  TO WS-TI-FORCADOS
           MOVE ZEROS TO WS-TOT-DIA
           .

       FECHA-INTERFACE.
           MOVE SPACES TO IMPTOT
           STRING "TOTAL DA INTERFACE " WS-INTERFACE-ANT
               DELIMITED BY SIZE INTO IMPT-ROTULO
           END-STRING
           MOVE WS-TI-ARQUIVOS    TO IMPT-ARQUIVOS
           MOVE WS-TI-REGISTROS   TO IMPT-REGISTROS
           MOVE WS-TI-RECUSADOS   TO IMPT-RECUSADOS
           MOVE WS-TI-FORCADOS    TO IMPT-FORCADOS
           WRITE REGIMP FROM IMPTOT
           MOVE SPACES TO REGIMP
           WRITE REGIMP
           ADD WS-TI-ARQUIVOS  TO WS-TG-ARQUIVOS
           ADD WS-TI-REGISTROS TO WS-TG-REGISTROS
           ADD WS-TI-RECUSADOS TO WS-TG-RECUSADOS
           ADD WS-TI-FORCADOS  TO WS-TG-FORCADOS
           MOVE ZEROS TO WS-TOT-INTERFACE
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

      * O CODIGO DA AUDITORIA E A QUANTIDADE DE ARQUIVOS LISTADOS; NA
      * CADEIA ESTA LINHA E A QUE CONFIRMA O PASSO PARA O STRCTL.
       GRAVA-AUDITORIA.
           MOVE FUNCTION CURRENT-DATE(1:14) TO AUD-DATA-HORA
           MOVE "RELREC"         TO AUD-PROGRAMA
           MOVE LS-ID            TO AUD-OPERADOR
           MOVE DOPCAO           TO AUD-OPERACAO
           MOVE WS-TG-ARQUIVOS   TO AUD-CODIGO
           MOVE SPACES TO AUD-RESULTADO
           IF WS-SEM-RECEB = "S"
              MOVE "SEM REGISTRO DE RECEBIDOS" TO AUD-RESULTADO
           ELSE
              STRING "RECUS. " WS-TG-RECUSADOS
                     " FORC. " WS-TG-FORCADOS
                  DELIMITED BY SIZE INTO AUD-RESULTADO
              END-STRING
           END-IF
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

      * REGISTRA-SPOOL: VER COPYBOOK, COMPARTILHADO PELOS PROGRAMAS
      * DE RELATORIO.
       COPY "copybook\SISSPPGER.CPY".

      * CARREGA-FILIAL E MONTA-CAMINHOS-FILIAL: VER COPYBOOK,
      * COMPARTILHADO COM OS DEMAIS PROGRAMAS DA FILIAL.
       COPY "copybook\SISFIPGER.CPY".
