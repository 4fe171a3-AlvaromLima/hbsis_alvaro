      **************************************************
      * HISTORICO DA CADEIA NOTURNA: TENDENCIA DE      *
      * DURACAO POR PASSO (30/90 DIAS) E PREVISAO DE   *
      * QUANDO A CADEIA DEIXA DE CABER NA JANELA       *
      **************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RELSTR.
       AUTHOR. ALVARO LIMA.
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       COPY "copybook\SISSLGER.CPY".

      * CONTAGENS DIARIAS DAS BASES GRAVADAS PELO MONCAP (MESMO
      * ARQUIVO E MESMO LAYOUT, SO LEITURA): O VOLUME DE HOJE E O
      * CRESCIMENTO DIARIO SAEM DAQUI.
           SELECT ARQ-CAPHIS ASSIGN TO WS-NOME-CAPHIS
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS  IS WS-FS-CAP.
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
       COPY "copybook\SISFDGER.CPY".

       FD ARQ-CAPHIS
           RECORD CONTAINS 26 CHARACTERS.
       01 REGCAP.
           05 CAP-DATA                PIC 9(008).
           05 FILLER                  PIC X(001).
           05 CAP-BASE                PIC X(008).
           05 CAP-QTD                 PIC 9(009).
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       COPY "copybook\SISWSGER.CPY".
       COPY "copybook\SISCFGER.CPY".
       77 WRL-ARQ-IMPRESSAO    PIC X(100) VALUE SPACES.

      * "S" = EXECUCAO SEM OPERADOR NA TELA (LS-ID = "BATCH"): NA
      * CADEIA O PASSO RODA UMA VEZ POR SEMANA COM A JANELA E A
      * TOLERANCIA PADRAO DA CASA.
       77 WS-MODO-BATCH        PIC X(001) VALUE "N".
       77 WS-FS-CAP            PIC X(002) VALUE SPACES.
       77 WS-NOME-CAPHIS       PIC X(100) VALUE
               "dados\CAPACIDA.DAT".
       77 WS-EOF-HIS           PIC X(001) VALUE "N".
       77 WS-EOF-CAP           PIC X(001) VALUE "N".
       77 WS-SEM-HISTORICO     PIC X(001) VALUE "N".

      * PARAMETROS DA EMISSAO (SUGERIDOS PELO SISCFGER).
       77 WS-JANELA-MIN        PIC 9(004) VALUE ZEROS.
       77 WS-PCT-TOLERANCIA    PIC 9(003) VALUE ZEROS.
       77 WS-JANELA-SEG        PIC 9(007) VALUE ZEROS.

      * PERIODOS: RODADAS A PARTIR DE WS-LIMITE-90 ENTRAM NA MEDIA DE
      * 90 DIAS, A PARTIR DE WS-LIMITE-30 TAMBEM NA DE 30 DIAS.
       77 WS-DATA-HOJE         PIC 9(008) VALUE ZEROS.
       77 WS-DIAS-HOJE         PIC 9(008) VALUE ZEROS.
       77 WS-DIAS-AUX          PIC 9(008) VALUE ZEROS.
       77 WS-LIMITE-30         PIC 9(008) VALUE ZEROS.
       77 WS-LIMITE-90         PIC 9(008) VALUE ZEROS.
       77 WS-DATA-RODADA       PIC 9(008) VALUE ZEROS.

      * DURACAO POR PASSO (UMA LINHA POR PROGRAMA; O SEQ E O DA
      * ULTIMA RODADA). SO PASSO CONCLUIDO ("O") ENTRA NAS MEDIAS; O
      * QUE FALHOU PAROU NO MEIO E SO E CONTADO EM FALHAS.
       77 WS-QTD-PASSOS        PIC 9(002) VALUE ZEROS.
       77 WS-IDX               PIC 9(002) VALUE ZEROS.
       77 WS-SEQ-IMP           PIC 9(003) VALUE ZEROS.
       77 WS-TABELA-CHEIA      PIC X(001) VALUE "N".
       01 WS-TAB-PASSOS.
          05 WS-TP OCCURS 60 TIMES.
             10 WS-TP-SEQ         PIC 9(002).
             10 WS-TP-PROGRAMA    PIC X(008).
             10 WS-TP-N30         PIC 9(005).
             10 WS-TP-SOMA30      PIC 9(011).
             10 WS-TP-REG30       PIC 9(012).
             10 WS-TP-N90         PIC 9(005).
             10 WS-TP-SOMA90      PIC 9(011).
             10 WS-TP-MAX         PIC 9(007).
             10 WS-TP-ULT-DUR     PIC 9(007).
             10 WS-TP-ULT-REG     PIC 9(007).
             10 WS-TP-FALHAS      PIC 9(005).
             10 WS-TP-ULT-STATUS  PIC X(001).
       77 WS-MEDIA-30          PIC 9(007) VALUE ZEROS.
       77 WS-MEDIA-90          PIC 9(007) VALUE ZEROS.
       77 WS-VARIACAO          PIC S9(005) VALUE ZEROS.
       77 WS-QTD-APONTADOS     PIC 9(003) VALUE ZEROS.

      * DURACAO DA CADEIA POR RODADA (INVOCACAO DO STRCTL): DO INICIO
      * DO PRIMEIRO PASSO AO FIM DO ULTIMO, EM TEMPO DE RELOGIO, QUE
      * E O QUE OCUPA A JANELA. SO RODADA COMPLETA (NEM RETOMADA NEM
      * COM FALHA) ENTRA NA MEDIA USADA NA PREVISAO.
       77 WS-QTD-NOITES        PIC 9(003) VALUE ZEROS.
       77 WS-IDX-NOI           PIC 9(003) VALUE ZEROS.
       77 WS-NOITES-CHEIA      PIC X(001) VALUE "N".
       01 WS-TAB-NOITES.
          05 WS-TN OCCURS 400 TIMES.
             10 WS-TN-RODADA      PIC 9(014).
             10 WS-TN-SEG-INI     PIC 9(012).
             10 WS-TN-SEG-FIM     PIC 9(012).
             10 WS-TN-PASSOS      PIC 9(003).
             10 WS-TN-FALHOU      PIC X(001).
             10 WS-TN-RETOMADA    PIC X(001).
       77 WS-DURACAO-NOITE     PIC 9(009) VALUE ZEROS.
       77 WS-NOITES-30         PIC 9(003) VALUE ZEROS.
       77 WS-SOMA-NOITES-30    PIC 9(011) VALUE ZEROS.
       77 WS-MAIOR-NOITE-30    PIC 9(009) VALUE ZEROS.
       77 WS-NOITES-90         PIC 9(003) VALUE ZEROS.
       77 WS-SOMA-NOITES-90    PIC 9(011) VALUE ZEROS.
       77 WS-NOITE-MEDIA       PIC 9(009) VALUE ZEROS.

      * SEGUNDOS CORRIDOS DE UMA DATA/HORA AAAAMMDDHHMMSS (MESMA
      * CONTA DO STRCTL).
       77 WS-SEGUNDOS-CALC     PIC 9(012) VALUE ZEROS.
       01 WS-DATA-HORA-CALC.
          05 WS-DHC-DATA       PIC 9(008).
          05 WS-DHC-HORA       PIC 9(002).
          05 WS-DHC-MINUTO     PIC 9(002).
          05 WS-DHC-SEGUNDO    PIC 9(002).

      * VOLUME DAS BASES (SOMA DAS CONTAGENS DO MONCAP NUM DIA) NO
      * PRIMEIRO DIA DOS ULTIMOS 90 E NO ULTIMO DIA FOTOGRAFADO.
       77 WS-CAP-DATA-INI      PIC 9(008) VALUE ZEROS.
       77 WS-CAP-DATA-FIM      PIC 9(008) VALUE ZEROS.
       77 WS-CAP-VOL-INI       PIC 9(011) VALUE ZEROS.
       77 WS-CAP-VOL-FIM       PIC 9(011) VALUE ZEROS.

      * PREVISAO: A DURACAO DA CADEIA CRESCE NA PROPORCAO DO VOLUME
      * DAS BASES; O VOLUME CRESCE NO RITMO MEDIO DIARIO DO PERIODO.
       77 WS-DIAS-PERIODO      PIC 9(005) VALUE ZEROS.
       77 WS-CRESC-DIARIO      PIC 9(009)V9(04) VALUE ZEROS.
       77 WS-VOL-LIMITE        PIC 9(013)V9(02) VALUE ZEROS.
       77 WS-DIAS-PREVISAO     PIC 9(009) VALUE ZEROS.
       77 WS-DATA-PREVISAO     PIC 9(008) VALUE ZEROS.
       77 WS-PCT-JANELA        PIC 9(005) VALUE ZEROS.
       77 WS-PREVISAO-TEXTO    PIC X(060) VALUE SPACES.
       77 WS-PREVISAO-AVISO    PIC X(001) VALUE "N".

      * CAMPOS EDITADOS PARA MONTAR AS LINHAS DE TEXTO.
       77 WS-SEG-FMT           PIC 9(009) VALUE ZEROS.
       77 WS-HORAS-AUX         PIC 9(007) VALUE ZEROS.
       77 WS-RESTO-AUX         PIC 9(004) VALUE ZEROS.
       01 WS-HMS.
          05 WS-HMS-H          PIC 9(002).
          05 FILLER            PIC X(001) VALUE ":".
          05 WS-HMS-M          PIC 9(002).
          05 FILLER            PIC X(001) VALUE ":".
          05 WS-HMS-S          PIC 9(002).
       77 WS-ED-DATA           PIC 9999/99/99.
       77 WS-ED-QTD            PIC Z.ZZZ.ZZZ.ZZ9.
       77 WS-ED-PCT            PIC ZZZZ9.
       77 WS-ED-DIAS           PIC ZZZZ9.
       77 WS-ED-NOITES         PIC ZZ9.

       01 CABEC.
          03 FILLER PIC X(50) VALUE
             "HISTORICO E PREVISAO DA CADEIA NOTURNA - EMISSAO: ".
          03 CAB-DATA PIC 9999/99/99.
       01 CABEC-PARAM.
          03 FILLER PIC X(08) VALUE "JANELA: ".
          03 CABP-JANELA PIC ZZZ9.
          03 FILLER PIC X(19) VALUE " MIN   TOLERANCIA: ".
          03 CABP-TOLERANCIA PIC ZZ9.
          03 FILLER PIC X(29) VALUE
             "%   MEDIAS DE 30/90 DIAS ATE ".
          03 CABP-HOJE PIC 9999/99/99.
       01 CABEC-SECAO.
          03 FILLER      PIC X(04) VALUE "*** ".
          03 CABS-TITULO PIC X(070).

       01 CABEC2-PASSO.
          03 FILLER PIC X(50) VALUE
             "SQ PROGRAMA  EXEC30   MED.30D  EXEC90   MED.90D   ".
          03 FILLER PIC X(50) VALUE
             " VAR.    MAXIMO    ULTIMA  REG.ULT.  REG.MED.  FAL".
          03 FILLER PIC X(13) VALUE
             "HAS  SITUACAO".
       01 IMPPAS.
          03 IMPS-SEQ         PIC 9(002).
          03 FILLER           PIC X(01) VALUE SPACES.
          03 IMPS-PROGRAMA    PIC X(008).
          03 FILLER           PIC X(02) VALUE SPACES.
          03 IMPS-N30         PIC ZZZZZ9.
          03 FILLER           PIC X(02) VALUE SPACES.
          03 IMPS-MED30       PIC X(008).
          03 FILLER           PIC X(02) VALUE SPACES.
          03 IMPS-N90         PIC ZZZZZ9.
          03 FILLER           PIC X(02) VALUE SPACES.
          03 IMPS-MED90       PIC X(008).
          03 FILLER           PIC X(02) VALUE SPACES.
          03 IMPS-VAR         PIC -ZZZ9.
          03 IMPS-PCT         PIC X(001).
          03 FILLER           PIC X(02) VALUE SPACES.
          03 IMPS-MAX         PIC X(008).
          03 FILLER           PIC X(02) VALUE SPACES.
          03 IMPS-ULT         PIC X(008).
          03 FILLER           PIC X(01) VALUE SPACES.
          03 IMPS-ULT-REG     PIC Z.ZZZ.ZZ9.
          03 FILLER           PIC X(01) VALUE SPACES.
          03 IMPS-REG-MED     PIC Z.ZZZ.ZZ9.
          03 FILLER           PIC X(02) VALUE SPACES.
          03 IMPS-FALHAS      PIC ZZZZZ9.
          03 FILLER           PIC X(02) VALUE SPACES.
          03 IMPS-SITUACAO    PIC X(022).

       01 CABEC2-NOITE.
          03 FILLER PIC X(54) VALUE
             "DATA        HORA    DURACAO  PASSOS JANELA  OBSERVACAO".
       01 IMPNOI.
          03 IMPN-DATA        PIC 9999/99/99.
          03 FILLER           PIC X(02) VALUE SPACES.
          03 IMPN-HORA        PIC X(005).
          03 FILLER           PIC X(02) VALUE SPACES.
          03 IMPN-DURACAO     PIC X(008).
          03 FILLER           PIC X(02) VALUE SPACES.
          03 IMPN-PASSOS      PIC ZZZZZ9.
          03 FILLER           PIC X(02) VALUE SPACES.
          03 IMPN-PCT         PIC ZZZ9.
          03 FILLER           PIC X(01) VALUE "%".
          03 FILLER           PIC X(02) VALUE SPACES.
          03 IMPN-OBS         PIC X(040).

       01 IMPLIN.
          03 IMPL-ROTULO      PIC X(045).
          03 IMPL-VALOR       PIC X(060).

       LINKAGE SECTION.
       01 LS-ID PIC X(5).

       SCREEN SECTION.
       COPY "copybook\SISSTGER.CPY".

       01 TELA-RELSTR.
        02 BLANK SCREEN.
        02 LINE 02 COL 28 VALUE "Sistema de Franquia AMBEV".
        02 LINE 07 COL 19 VALUE
          "HISTORICO E PREVISAO DA CADEIA NOTURNA".
        02 LINE 09 COL 10 VALUE "JANELA DA CADEIA (MINUTOS) : [    ]".
        02 LINE 10 COL 10 VALUE "TOLERANCIA DE CRESCIMENTO %: [   ]".
        02 LINE 12 COL 10 VALUE
          "DURACAO DE CADA PASSO NOS ULTIMOS 30 E 90 DIAS (STRCTL),".
        02 LINE 13 COL 10 VALUE
          "APONTANDO O QUE CRESCEU ALEM DA TOLERANCIA, E A DATA EM".
        02 LINE 14 COL 10 VALUE
          "QUE, NO RITMO DE CRESCIMENTO DAS BASES (MONCAP), A".
        02 LINE 15 COL 10 VALUE
          "CADEIA DEIXA DE CABER NA JANELA.".
      *-----------------------------------------------------------------
       PROCEDURE DIVISION  USING LS-ID.
       INICIO.
      * RESOLVE OS CAMINHOS DA FILIAL SELECIONADA NO LOGIN ANTES DE
      * ABRIR QUALQUER ARQUIVO DE DADOS (VER SISFIPGER.CPY). O
      * HISTORICO DA CADEIA E GLOBAL, COMO O STREAM.CTL; AS CONTAGENS
      * DO MONCAP SAO DA FILIAL (MESMA REGRA DE NOME DO MONCAP).
           MOVE LS-ID TO WS-SESSAO-ID
           PERFORM CARREGA-FILIAL
           IF WS-FILIAL-ATUAL NOT = "001" AND
              WS-FILIAL-ATUAL NOT = "000"
              MOVE SPACES TO WS-NOME-CAPHIS
              STRING "dados\F" WS-FILIAL-ATUAL "\CAPACIDA.DAT"
                  DELIMITED BY SIZE INTO WS-NOME-CAPHIS
              END-STRING
           END-IF
           MOVE WCF-ARQ-IMPRESSAO-STREAM TO WRL-ARQ-IMPRESSAO
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-DATA-HOJE
           MOVE WCF-STR-JANELA-MIN     TO WS-JANELA-MIN
           MOVE WCF-STR-PCT-TOLERANCIA TO WS-PCT-TOLERANCIA
           MOVE "TENDENCIA" TO DOPCAO
           PERFORM OPEN-AUDITORIA
           MOVE "N" TO WS-MODO-BATCH
           IF LS-ID = "BATCH"
              MOVE "S" TO WS-MODO-BATCH
              MOVE "S" TO W-SN
           ELSE
              DISPLAY TELA-RELSTR
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
           ACCEPT WS-JANELA-MIN WITH UPDATE AT 0940
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 02
              MOVE "N" TO W-SN
              MOVE 1 TO W-SEL
           ELSE
              ACCEPT WS-PCT-TOLERANCIA WITH UPDATE AT 1040
              IF WS-JANELA-MIN = ZEROS OR WS-JANELA-MIN > 1440
                 MOVE "*** JANELA DE 1 A 1440 MINUTOS ***" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
              ELSE
              IF WS-PCT-TOLERANCIA = ZEROS
                 MOVE "*** INFORME A TOLERANCIA (%) ***" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
              ELSE
                 MOVE 1 TO W-SEL
              END-IF
              END-IF
           END-IF
           .

      *******************************************
      * GERACAO DO RELATORIO DE TENDENCIA       *
      *******************************************
       GERA-RELATORIO.
           COMPUTE WS-JANELA-SEG = WS-JANELA-MIN * 60
           COMPUTE WS-DIAS-HOJE = FUNCTION INTEGER-OF-DATE(WS-DATA-HOJE)
           COMPUTE WS-DIAS-AUX = WS-DIAS-HOJE - 30
           COMPUTE WS-LIMITE-30 = FUNCTION DATE-OF-INTEGER(WS-DIAS-AUX)
           COMPUTE WS-DIAS-AUX = WS-DIAS-HOJE - 90
           COMPUTE WS-LIMITE-90 = FUNCTION DATE-OF-INTEGER(WS-DIAS-AUX)
           PERFORM LE-HISTORICO-CADEIA THRU LE-HISTORICO-CADEIA-FIM
           PERFORM CALCULA-NOITES
           PERFORM LE-CAPACIDADE THRU LE-CAPACIDADE-FIM
           PERFORM CALCULA-PREVISAO THRU CALCULA-PREVISAO-FIM
           PERFORM EMITE-RELATORIO
           PERFORM GRAVA-AUDITORIA
           IF WS-SEM-HISTORICO = "S"
              MOVE "*** SEM HISTORICO DA CADEIA (RODE O STRCTL) ***"
                TO MENS
           ELSE
           IF WS-QTD-APONTADOS > ZEROS OR WS-PREVISAO-AVISO = "S"
              MOVE "*** HA PASSOS/PREVISAO APONTADOS, VER RELATORIO ***"
                TO MENS
           ELSE
              MOVE "*** RELATORIO DA CADEIA EMITIDO ***" TO MENS
           END-IF
           END-IF
           PERFORM ROT-MENS THRU ROT-MENS-FIM
           .

      * LE O HISTORICO INTEIRO (EM ORDEM DE GRAVACAO) E ACUMULA OS
      * ULTIMOS 90 DIAS POR PASSO E POR RODADA.
       LE-HISTORICO-CADEIA.
           MOVE ZEROS TO WS-QTD-PASSOS WS-QTD-NOITES
           MOVE "N" TO WS-SEM-HISTORICO WS-TABELA-CHEIA
                       WS-NOITES-CHEIA
           OPEN INPUT ARQ-STRHIS
           IF WS-FS NOT = "00"
              MOVE "S" TO WS-SEM-HISTORICO
              GO TO LE-HISTORICO-CADEIA-FIM
           END-IF
           MOVE "N" TO WS-EOF-HIS
           PERFORM UNTIL WS-EOF-HIS = "Y"
              READ ARQ-STRHIS AT END
                 MOVE "Y" TO WS-EOF-HIS
              END-READ
              IF WS-EOF-HIS = "N"
                 MOVE STH_RODADA(1:8) TO WS-DATA-RODADA
                 IF WS-DATA-RODADA NOT < WS-LIMITE-90 AND
                    STH_DATA_INI > ZEROS
                    PERFORM ACUMULA-PASSO
                    PERFORM ACUMULA-NOITE
                 END-IF
              END-IF
           END-PERFORM
           CLOSE ARQ-STRHIS
           IF WS-QTD-PASSOS = ZEROS
              MOVE "S" TO WS-SEM-HISTORICO
           END-IF
           .
       LE-HISTORICO-CADEIA-FIM.
           EXIT.

       ACUMULA-PASSO.
           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-QTD-PASSOS OR
                         WS-TP-PROGRAMA(WS-IDX) = STH_PROGRAMA
              CONTINUE
           END-PERFORM
           IF WS-IDX > WS-QTD-PASSOS
              IF WS-QTD-PASSOS < 60
                 ADD 1 TO WS-QTD-PASSOS
                 MOVE WS-QTD-PASSOS TO WS-IDX
                 MOVE ZEROS TO WS-TP(WS-IDX)
                 MOVE STH_PROGRAMA TO WS-TP-PROGRAMA(WS-IDX)
              ELSE
                 MOVE "S" TO WS-TABELA-CHEIA
                 MOVE ZEROS TO WS-IDX
              END-IF
           END-IF
           IF WS-IDX > ZEROS
              MOVE STH_SEQ    TO WS-TP-SEQ(WS-IDX)
              MOVE STH_STATUS TO WS-TP-ULT-STATUS(WS-IDX)
              IF STH_STATUS = "O"
                 ADD 1           TO WS-TP-N90(WS-IDX)
                 ADD STH_DURACAO TO WS-TP-SOMA90(WS-IDX)
                 IF STH_DURACAO > WS-TP-MAX(WS-IDX)
                    MOVE STH_DURACAO TO WS-TP-MAX(WS-IDX)
                 END-IF
                 MOVE STH_DURACAO       TO WS-TP-ULT-DUR(WS-IDX)
                 MOVE STH_QTD_REGISTROS TO WS-TP-ULT-REG(WS-IDX)
                 IF WS-DATA-RODADA NOT < WS-LIMITE-30
                    ADD 1                 TO WS-TP-N30(WS-IDX)
                    ADD STH_DURACAO       TO WS-TP-SOMA30(WS-IDX)
                    ADD STH_QTD_REGISTROS TO WS-TP-REG30(WS-IDX)
                 END-IF
              ELSE
                 ADD 1 TO WS-TP-FALHAS(WS-IDX)
              END-IF
           END-IF
           .

      * AS LINHAS DE UMA MESMA RODADA SAO GRAVADAS SEGUIDAS; RODADA
      * NOVA ABRE OUTRA ENTRADA. ACIMA DE 400 RODADAS EM 90 DIAS AS
      * DEMAIS FICAM DE FORA (SO DA LISTA DE NOITES E DA MEDIA).
       ACUMULA-NOITE.
           IF WS-QTD-NOITES = ZEROS OR
              WS-TN-RODADA(WS-QTD-NOITES) NOT = STH_RODADA
              IF WS-QTD-NOITES < 400
                 ADD 1 TO WS-QTD-NOITES
                 MOVE STH_RODADA   TO WS-TN-RODADA(WS-QTD-NOITES)
                 MOVE 999999999999 TO WS-TN-SEG-INI(WS-QTD-NOITES)
                 MOVE ZEROS        TO WS-TN-SEG-FIM(WS-QTD-NOITES)
                                      WS-TN-PASSOS(WS-QTD-NOITES)
                 MOVE "N"          TO WS-TN-FALHOU(WS-QTD-NOITES)
                 MOVE STH_RETOMADA TO WS-TN-RETOMADA(WS-QTD-NOITES)
              ELSE
                 MOVE "S" TO WS-NOITES-CHEIA
              END-IF
           END-IF
           IF WS-TN-RODADA(WS-QTD-NOITES) = STH_RODADA
              MOVE STH_DATA_INI TO WS-DATA-HORA-CALC
              PERFORM CALCULA-SEGUNDOS
              IF WS-SEGUNDOS-CALC < WS-TN-SEG-INI(WS-QTD-NOITES)
                 MOVE WS-SEGUNDOS-CALC TO WS-TN-SEG-INI(WS-QTD-NOITES)
              END-IF
              MOVE STH_DATA_FIM TO WS-DATA-HORA-CALC
              PERFORM CALCULA-SEGUNDOS
              IF WS-SEGUNDOS-CALC > WS-TN-SEG-FIM(WS-QTD-NOITES)
                 MOVE WS-SEGUNDOS-CALC TO WS-TN-SEG-FIM(WS-QTD-NOITES)
              END-IF
              ADD 1 TO WS-TN-PASSOS(WS-QTD-NOITES)
              IF STH_STATUS NOT = "O"
                 MOVE "S" TO WS-TN-FALHOU(WS-QTD-NOITES)
              END-IF
           END-IF
           .

       CALCULA-SEGUNDOS.
           COMPUTE WS-SEGUNDOS-CALC =
               FUNCTION INTEGER-OF-DATE(WS-DHC-DATA) * 86400 +
               WS-DHC-HORA * 3600 + WS-DHC-MINUTO * 60 +
               WS-DHC-SEGUNDO
           .

      * MEDIA DAS RODADAS COMPLETAS DOS ULTIMOS 30 DIAS; SEM NENHUMA
      * NO PERIODO, A DOS 90 DIAS.
       CALCULA-NOITES.
           MOVE ZEROS TO WS-NOITES-30 WS-SOMA-NOITES-30
                         WS-MAIOR-NOITE-30 WS-NOITES-90
                         WS-SOMA-NOITES-90 WS-NOITE-MEDIA
           PERFORM VARYING WS-IDX-NOI FROM 1 BY 1
                   UNTIL WS-IDX-NOI > WS-QTD-NOITES
              IF WS-TN-FALHOU(WS-IDX-NOI) = "N" AND
                 WS-TN-RETOMADA(WS-IDX-NOI) NOT = "S"
                 PERFORM CALCULA-DURACAO-NOITE
                 ADD 1                TO WS-NOITES-90
                 ADD WS-DURACAO-NOITE TO WS-SOMA-NOITES-90
                 MOVE WS-TN-RODADA(WS-IDX-NOI)(1:8) TO WS-DATA-RODADA
                 IF WS-DATA-RODADA NOT < WS-LIMITE-30
                    ADD 1                TO WS-NOITES-30
                    ADD WS-DURACAO-NOITE TO WS-SOMA-NOITES-30
                    IF WS-DURACAO-NOITE > WS-MAIOR-NOITE-30
                       MOVE WS-DURACAO-NOITE TO WS-MAIOR-NOITE-30
                    END-IF
                 END-IF
              END-IF
           END-PERFORM
           IF WS-NOITES-30 > ZEROS
              COMPUTE WS-NOITE-MEDIA =
                  WS-SOMA-NOITES-30 / WS-NOITES-30
           ELSE
              IF WS-NOITES-90 > ZEROS
                 COMPUTE WS-NOITE-MEDIA =
                     WS-SOMA-NOITES-90 / WS-NOITES-90
              END-IF
           END-IF
           .

       CALCULA-DURACAO-NOITE.
           IF WS-TN-SEG-FIM(WS-IDX-NOI) > WS-TN-SEG-INI(WS-IDX-NOI)
              COMPUTE WS-DURACAO-NOITE = WS-TN-SEG-FIM(WS-IDX-NOI)
                                       - WS-TN-SEG-INI(WS-IDX-NOI)
           ELSE
              MOVE ZEROS TO WS-DURACAO-NOITE
           END-IF
           .

      * VOLUME TOTAL DAS BASES POR DIA, SO DOS ULTIMOS 90 DIAS: O
      * PRIMEIRO DIA E O PONTO DE PARTIDA DO CRESCIMENTO, O ULTIMO
      * E O VOLUME ATUAL.
       LE-CAPACIDADE.
           MOVE ZEROS TO WS-CAP-DATA-INI WS-CAP-DATA-FIM
                         WS-CAP-VOL-INI WS-CAP-VOL-FIM
           OPEN INPUT ARQ-CAPHIS
           IF WS-FS-CAP NOT = "00"
              GO TO LE-CAPACIDADE-FIM
           END-IF
           MOVE "N" TO WS-EOF-CAP
           PERFORM UNTIL WS-EOF-CAP = "Y"
              READ ARQ-CAPHIS AT END
                 MOVE "Y" TO WS-EOF-CAP
              END-READ
              IF WS-EOF-CAP = "N" AND
                 CAP-DATA NOT < WS-LIMITE-90 AND
                 CAP-DATA NOT > WS-DATA-HOJE
                 PERFORM ACUMULA-CAPACIDADE
              END-IF
           END-PERFORM
           CLOSE ARQ-CAPHIS
           .
       LE-CAPACIDADE-FIM.
           EXIT.

       ACUMULA-CAPACIDADE.
           IF WS-CAP-DATA-INI = ZEROS OR CAP-DATA < WS-CAP-DATA-INI
              MOVE CAP-DATA TO WS-CAP-DATA-INI
              MOVE ZEROS    TO WS-CAP-VOL-INI
           END-IF
           IF CAP-DATA = WS-CAP-DATA-INI
              ADD CAP-QTD TO WS-CAP-VOL-INI
           END-IF
           IF CAP-DATA > WS-CAP-DATA-FIM
              MOVE CAP-DATA TO WS-CAP-DATA-FIM
              MOVE ZEROS    TO WS-CAP-VOL-FIM
           END-IF
           IF CAP-DATA = WS-CAP-DATA-FIM
              ADD CAP-QTD TO WS-CAP-VOL-FIM
           END-IF
           .

      * DURACAO PROPORCIONAL AO VOLUME: A CADEIA ESTOURA A JANELA
      * QUANDO O VOLUME CHEGAR A VOLUME ATUAL X JANELA / DURACAO
      * MEDIA; NO CRESCIMENTO DIARIO DO PERIODO, ISSO LEVA
      * (VOLUME LIMITE - VOLUME ATUAL) / CRESCIMENTO DIAS.
       CALCULA-PREVISAO.
           MOVE "N"    TO WS-PREVISAO-AVISO
           MOVE ZEROS  TO WS-DATA-PREVISAO WS-DIAS-PREVISAO
                          WS-CRESC-DIARIO WS-PCT-JANELA
           MOVE SPACES TO WS-PREVISAO-TEXTO
           IF WS-NOITE-MEDIA = ZEROS
              MOVE "SEM RODADA COMPLETA DA CADEIA NOS ULTIMOS 90 DIAS"
                TO WS-PREVISAO-TEXTO
              GO TO CALCULA-PREVISAO-FIM
           END-IF
           COMPUTE WS-PCT-JANELA ROUNDED =
               WS-NOITE-MEDIA * 100 / WS-JANELA-SEG
           IF WS-NOITE-MEDIA NOT < WS-JANELA-SEG
              MOVE "*** A CADEIA JA NAO CABE NA JANELA ***"
                TO WS-PREVISAO-TEXTO
              MOVE "S" TO WS-PREVISAO-AVISO
              GO TO CALCULA-PREVISAO-FIM
           END-IF
           IF WS-CAP-VOL-FIM = ZEROS
              MOVE "SEM CONTAGENS DO MONCAP NOS ULTIMOS 90 DIAS"
                TO WS-PREVISAO-TEXTO
              GO TO CALCULA-PREVISAO-FIM
           END-IF
           COMPUTE WS-DIAS-PERIODO =
               FUNCTION INTEGER-OF-DATE(WS-CAP-DATA-FIM) -
               FUNCTION INTEGER-OF-DATE(WS-CAP-DATA-INI)
           IF WS-DIAS-PERIODO = ZEROS OR
              WS-CAP-VOL-FIM NOT > WS-CAP-VOL-INI
              MOVE "BASES SEM CRESCIMENTO NO PERIODO: SEM ESTOURO PREVIS
      -            "TO" TO WS-PREVISAO-TEXTO
              GO TO CALCULA-PREVISAO-FIM
           END-IF
           COMPUTE WS-CRESC-DIARIO ROUNDED =
               (WS-CAP-VOL-FIM - WS-CAP-VOL-INI) / WS-DIAS-PERIODO
           COMPUTE WS-VOL-LIMITE ROUNDED =
               WS-CAP-VOL-FIM * WS-JANELA-SEG / WS-NOITE-MEDIA
           IF WS-CRESC-DIARIO = ZEROS
              MOVE 999999999 TO WS-DIAS-PREVISAO
           ELSE
              COMPUTE WS-DIAS-PREVISAO =
                  (WS-VOL-LIMITE - WS-CAP-VOL-FIM) / WS-CRESC-DIARIO
                  ON SIZE ERROR
                     MOVE 999999999 TO WS-DIAS-PREVISAO
              END-COMPUTE
           END-IF
           IF WS-DIAS-PREVISAO > 3650
              MOVE "MAIS DE 10 ANOS NO RITMO ATUAL DE CRESCIMENTO"
                TO WS-PREVISAO-TEXTO
              GO TO CALCULA-PREVISAO-FIM
           END-IF
           COMPUTE WS-DIAS-AUX = WS-DIAS-HOJE + WS-DIAS-PREVISAO
           COMPUTE WS-DATA-PREVISAO =
               FUNCTION DATE-OF-INTEGER(WS-DIAS-AUX)
           MOVE WS-DATA-PREVISAO TO WS-ED-DATA
           MOVE WS-DIAS-PREVISAO TO WS-ED-DIAS
           STRING "EM " WS-ED-DATA " (DAQUI A" WS-ED-DIAS " DIAS)"
               DELIMITED BY SIZE INTO WS-PREVISAO-TEXTO
           END-STRING
           IF WS-DIAS-PREVISAO NOT > WCF-STR-DIAS-AVISO
              MOVE "S" TO WS-PREVISAO-AVISO
           END-IF
           .
       CALCULA-PREVISAO-FIM.
           EXIT.

      * TEXTO HH:MM:SS DE UMA DURACAO EM SEGUNDOS (WS-SEG-FMT).
       FORMATA-DURACAO.
           DIVIDE WS-SEG-FMT BY 3600 GIVING WS-HORAS-AUX
               REMAINDER WS-RESTO-AUX
           IF WS-HORAS-AUX > 99
              MOVE 99 TO WS-HMS-H WS-HMS-M WS-HMS-S
           ELSE
              MOVE WS-HORAS-AUX TO WS-HMS-H
              DIVIDE WS-RESTO-AUX BY 60 GIVING WS-HMS-M
                  REMAINDER WS-HMS-S
           END-IF
           .

       EMITE-RELATORIO.
           OPEN OUTPUT ARQIMP
           MOVE WS-DATA-HOJE      TO CAB-DATA CABP-HOJE
           MOVE WS-JANELA-MIN     TO CABP-JANELA
           MOVE WS-PCT-TOLERANCIA TO CABP-TOLERANCIA
           WRITE REGIMP FROM CABEC
           WRITE REGIMP FROM CABEC-PARAM
           MOVE SPACES TO REGIMP
           WRITE REGIMP

           MOVE "DURACAO POR PASSO (HH:MM:SS), SO RODADAS CONCLUIDAS"
             TO CABS-TITULO
           WRITE REGIMP FROM CABEC-SECAO
           MOVE ZEROS TO WS-QTD-APONTADOS
           IF WS-SEM-HISTORICO = "S"
              MOVE "NENHUM PASSO NO HISTORICO DOS ULTIMOS 90 DIAS."
                TO REGIMP
              WRITE REGIMP
           ELSE
              WRITE REGIMP FROM CABEC2-PASSO
              PERFORM VARYING WS-SEQ-IMP FROM 0 BY 1
                      UNTIL WS-SEQ-IMP > 99
                 PERFORM VARYING WS-IDX FROM 1 BY 1
                         UNTIL WS-IDX > WS-QTD-PASSOS
                    IF WS-TP-SEQ(WS-IDX) = WS-SEQ-IMP
                       PERFORM IMPRIME-PASSO
                    END-IF
                 END-PERFORM
              END-PERFORM
              IF WS-TABELA-CHEIA = "S"
                 MOVE "*** LISTA PARCIAL: MAIS DE 60 PROGRAMAS ***"
                   TO REGIMP
                 WRITE REGIMP
              END-IF
           END-IF

           MOVE SPACES TO REGIMP
           WRITE REGIMP
           MOVE "DURACAO DA CADEIA POR RODADA NOS ULTIMOS 30 DIAS"
             TO CABS-TITULO
           WRITE REGIMP FROM CABEC-SECAO
           WRITE REGIMP FROM CABEC2-NOITE
           PERFORM VARYING WS-IDX-NOI FROM 1 BY 1
                   UNTIL WS-IDX-NOI > WS-QTD-NOITES
              MOVE WS-TN-RODADA(WS-IDX-NOI)(1:8) TO WS-DATA-RODADA
              IF WS-DATA-RODADA NOT < WS-LIMITE-30
                 PERFORM IMPRIME-NOITE
              END-IF
           END-PERFORM
           IF WS-NOITES-CHEIA = "S"
              MOVE "*** LISTA PARCIAL: MAIS DE 400 RODADAS ***"
                TO REGIMP
              WRITE REGIMP
           END-IF

           MOVE SPACES TO REGIMP
           WRITE REGIMP
           MOVE "PREVISAO DA JANELA DA CADEIA" TO CABS-TITULO
           WRITE REGIMP FROM CABEC-SECAO
           PERFORM IMPRIME-PREVISAO
           CLOSE ARQIMP
      * COPIA DATADA + CATALOGO DE SPOOL (VER SISSPPGER.CPY).
           MOVE "RELSTR" TO WS-SPL-PROGRAMA
           MOVE WRL-ARQ-IMPRESSAO TO WS-SPL-ORIGEM
           PERFORM REGISTRA-SPOOL THRU REGISTRA-SPOOL-FIM
           .

      * VARIACAO = MEDIA 30 DIAS CONTRA MEDIA 90 DIAS. SO APONTA COM
      * RODADAS ANTERIORES AOS 30 DIAS PARA COMPARAR E COM MEDIA
      * ACIMA DO PISO DE SEGUNDOS DA CASA.
       IMPRIME-PASSO.
           MOVE SPACES TO IMPPAS
           MOVE ZEROS  TO WS-MEDIA-30 WS-MEDIA-90 WS-VARIACAO
           MOVE WS-TP-SEQ(WS-IDX)      TO IMPS-SEQ
           MOVE WS-TP-PROGRAMA(WS-IDX) TO IMPS-PROGRAMA
           MOVE WS-TP-N30(WS-IDX)      TO IMPS-N30
           MOVE WS-TP-N90(WS-IDX)      TO IMPS-N90
           MOVE WS-TP-FALHAS(WS-IDX)   TO IMPS-FALHAS
           IF WS-TP-N30(WS-IDX) > ZEROS
              COMPUTE WS-MEDIA-30 ROUNDED =
                  WS-TP-SOMA30(WS-IDX) / WS-TP-N30(WS-IDX)
              MOVE WS-MEDIA-30 TO WS-SEG-FMT
              PERFORM FORMATA-DURACAO
              MOVE WS-HMS TO IMPS-MED30
              COMPUTE IMPS-REG-MED ROUNDED =
                  WS-TP-REG30(WS-IDX) / WS-TP-N30(WS-IDX)
           END-IF
           IF WS-TP-N90(WS-IDX) > ZEROS
              COMPUTE WS-MEDIA-90 ROUNDED =
                  WS-TP-SOMA90(WS-IDX) / WS-TP-N90(WS-IDX)
              MOVE WS-MEDIA-90 TO WS-SEG-FMT
              PERFORM FORMATA-DURACAO
              MOVE WS-HMS TO IMPS-MED90
              MOVE WS-TP-MAX(WS-IDX) TO WS-SEG-FMT
              PERFORM FORMATA-DURACAO
              MOVE WS-HMS TO IMPS-MAX
              MOVE WS-TP-ULT-DUR(WS-IDX) TO WS-SEG-FMT
              PERFORM FORMATA-DURACAO
              MOVE WS-HMS TO IMPS-ULT
              MOVE WS-TP-ULT-REG(WS-IDX) TO IMPS-ULT-REG
           END-IF
           IF WS-TP-N30(WS-IDX) > ZEROS AND WS-MEDIA-90 > ZEROS
              COMPUTE WS-VARIACAO ROUNDED =
                  (WS-MEDIA-30 - WS-MEDIA-90) * 100 / WS-MEDIA-90
              MOVE WS-VARIACAO TO IMPS-VAR
              MOVE "%" TO IMPS-PCT
           END-IF
           IF WS-TP-N90(WS-IDX) > WS-TP-N30(WS-IDX) AND
              WS-TP-N30(WS-IDX) > ZEROS AND
              WS-MEDIA-30 NOT < WCF-STR-SEG-DESPREZO AND
              WS-VARIACAO > WS-PCT-TOLERANCIA
              ADD 1 TO WS-QTD-APONTADOS
              MOVE "*** CRESCEU" TO IMPS-SITUACAO
              IF WS-TP-ULT-STATUS(WS-IDX) NOT = "O"
                 MOVE "*** CRESCEU / FALHOU" TO IMPS-SITUACAO
              END-IF
           ELSE
              IF WS-TP-ULT-STATUS(WS-IDX) NOT = "O"
                 MOVE "ULTIMA RODADA FALHOU" TO IMPS-SITUACAO
              END-IF
           END-IF
           WRITE REGIMP FROM IMPPAS
           .

       IMPRIME-NOITE.
           MOVE SPACES TO IMPNOI
           PERFORM CALCULA-DURACAO-NOITE
           MOVE WS-DATA-RODADA TO IMPN-DATA
           STRING WS-TN-RODADA(WS-IDX-NOI)(9:2) ":"
                  WS-TN-RODADA(WS-IDX-NOI)(11:2)
               DELIMITED BY SIZE INTO IMPN-HORA
           END-STRING
           MOVE WS-DURACAO-NOITE TO WS-SEG-FMT
           PERFORM FORMATA-DURACAO
           MOVE WS-HMS TO IMPN-DURACAO
           MOVE WS-TN-PASSOS(WS-IDX-NOI) TO IMPN-PASSOS
           COMPUTE IMPN-PCT ROUNDED =
               WS-DURACAO-NOITE * 100 / WS-JANELA-SEG
           IF WS-TN-RETOMADA(WS-IDX-NOI) = "S"
              MOVE "RETOMADA (FORA DA MEDIA)" TO IMPN-OBS
           ELSE
           IF WS-TN-FALHOU(WS-IDX-NOI) = "S"
              MOVE "PAROU EM FALHA (FORA DA MEDIA)" TO IMPN-OBS
           ELSE
           IF WS-DURACAO-NOITE > WS-JANELA-SEG
              MOVE "*** PASSOU DA JANELA" TO IMPN-OBS
           END-IF
           END-IF
           END-IF
           WRITE REGIMP FROM IMPNOI
           .

       IMPRIME-PREVISAO.
           MOVE SPACES TO IMPLIN
           MOVE "JANELA DA CADEIA" TO IMPL-ROTULO
           MOVE WS-JANELA-SEG TO WS-SEG-FMT
           PERFORM FORMATA-DURACAO
           MOVE WS-HMS TO IMPL-VALOR
           WRITE REGIMP FROM IMPLIN

           MOVE SPACES TO IMPLIN
           IF WS-NOITES-30 > ZEROS
              MOVE "DURACAO MEDIA DA CADEIA (30 DIAS)" TO IMPL-ROTULO
              MOVE WS-NOITES-30 TO WS-ED-NOITES
           ELSE
              MOVE "DURACAO MEDIA DA CADEIA (90 DIAS)" TO IMPL-ROTULO
              MOVE WS-NOITES-90 TO WS-ED-NOITES
           END-IF
           MOVE WS-NOITE-MEDIA TO WS-SEG-FMT
           PERFORM FORMATA-DURACAO
           MOVE WS-PCT-JANELA TO WS-ED-PCT
           STRING WS-HMS " =" WS-ED-PCT "% DA JANELA, "
                  WS-ED-NOITES " RODADA(S) COMPLETA(S)"
               DELIMITED BY SIZE INTO IMPL-VALOR
           END-STRING
           WRITE REGIMP FROM IMPLIN

           MOVE SPACES TO IMPLIN
           MOVE "MAIOR RODADA COMPLETA (30 DIAS)" TO IMPL-ROTULO
           MOVE WS-MAIOR-NOITE-30 TO WS-SEG-FMT
           PERFORM FORMATA-DURACAO
           MOVE WS-HMS TO IMPL-VALOR
           WRITE REGIMP FROM IMPLIN

           MOVE SPACES TO IMPLIN
           MOVE "REGISTROS NAS BASES (ULTIMA CONTAGEM MONCAP)"
             TO IMPL-ROTULO
           IF WS-CAP-VOL-FIM > ZEROS
              MOVE WS-CAP-VOL-FIM  TO WS-ED-QTD
              MOVE WS-CAP-DATA-FIM TO WS-ED-DATA
              STRING WS-ED-QTD " EM " WS-ED-DATA
                  DELIMITED BY SIZE INTO IMPL-VALOR
              END-STRING
           ELSE
              MOVE "SEM CONTAGEM (RODE O MONCAP)" TO IMPL-VALOR
           END-IF
           WRITE REGIMP FROM IMPLIN

           MOVE SPACES TO IMPLIN
           MOVE "CRESCIMENTO MEDIO DIARIO DAS BASES" TO IMPL-ROTULO
           IF WS-CRESC-DIARIO > ZEROS
              MOVE WS-CRESC-DIARIO TO WS-ED-QTD
              MOVE WS-CAP-DATA-INI TO WS-ED-DATA
              STRING WS-ED-QTD " REG/DIA DESDE " WS-ED-DATA
                  DELIMITED BY SIZE INTO IMPL-VALOR
              END-STRING
           ELSE
              MOVE "-" TO IMPL-VALOR
           END-IF
           WRITE REGIMP FROM IMPLIN

           MOVE SPACES TO IMPLIN
           MOVE "CADEIA DEIXA DE CABER NA JANELA" TO IMPL-ROTULO
           MOVE WS-PREVISAO-TEXTO TO IMPL-VALOR
           WRITE REGIMP FROM IMPLIN
           IF WS-PREVISAO-AVISO = "S" AND WS-DATA-PREVISAO > ZEROS
              MOVE SPACES TO REGIMP
              WRITE REGIMP
              MOVE WCF-STR-DIAS-AVISO TO WS-ED-DIAS
              MOVE SPACES TO REGIMP
              STRING "*** ATENCAO: ESTOURO PREVISTO EM MENOS DE"
                     WS-ED-DIAS " DIAS - REVER A CADEIA OU A JANELA"
                  DELIMITED BY SIZE INTO REGIMP
              END-STRING
              WRITE REGIMP
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

      * O CODIGO DA AUDITORIA E A QUANTIDADE DE PASSOS APONTADOS; NA
      * CADEIA ESTA LINHA E A QUE CONFIRMA O PASSO PARA O STRCTL.
       GRAVA-AUDITORIA.
           MOVE FUNCTION CURRENT-DATE(1:14) TO AUD-DATA-HORA
           MOVE "RELSTR"         TO AUD-PROGRAMA
           MOVE LS-ID            TO AUD-OPERADOR
           MOVE DOPCAO           TO AUD-OPERACAO
           MOVE WS-QTD-APONTADOS TO AUD-CODIGO
           MOVE SPACES TO AUD-RESULTADO
           IF WS-SEM-HISTORICO = "S"
              MOVE "SEM HISTORICO DA CADEIA" TO AUD-RESULTADO
           ELSE
           IF WS-DATA-PREVISAO > ZEROS
              STRING "ESTOURO PREVISTO " WS-DATA-PREVISAO
                  DELIMITED BY SIZE INTO AUD-RESULTADO
              END-STRING
           ELSE
              MOVE "PASSOS APONTADOS NA TENDENCIA" TO AUD-RESULTADO
           END-IF
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
