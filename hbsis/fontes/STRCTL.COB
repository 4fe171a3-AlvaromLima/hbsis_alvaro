      * CONFIGURACAO DA CADEIA (EDITAVEL NUM EDITOR DE TEXTO):
      * COLUNAS FIXAS SEQ(2) PROGRAMA(8) NOME-AUDITORIA(6)
      * CONDICAO(1), SEPARADOS POR UM ESPACO. CONDICAO "D" RODA
      * TODA NOITE, "M" SO NA ULTIMA NOITE DO MES (CALCOM), "S" UMA
      * VEZ POR SEMANA, NO DIA WCF-STR-DIA-SEMANAL (RELDOC). O
      * STRCTL SEMEIA A CADEIA PADRAO NA PRIMEIRA EXECUCAO.
           SELECT ARQ-STRCFG ASSIGN TO WID-ARQ-STREAM-CFG
                  ORGANIZATION IS LINE SEQUENTIAL
       COPY "copybook\SISCFGER.CPY".
       77 WS-FS-CFG            PIC X(002) VALUE SPACES.

      * CADEIA CARREGADA DA CONFIGURACAO (ATE 30 PASSOS, NA ORDEM).
       77 WS-QTD-PASSOS        PIC 9(002) VALUE ZEROS.
       77 WS-IDX               PIC 9(002) VALUE ZEROS.
       01 WS-TAB-CADEIA.
          05 WS-PASSO OCCURS 30 TIMES.
             10 WS-PA-SEQ        PIC 9(002).
             10 WS-PA-PROGRAMA   PIC X(008).
             10 WS-PA-AUDNOME    PIC X(006).
       77 WS-PASSO-CONFIRMADO  PIC X(001) VALUE "N".
       77 WS-EOF-AUD           PIC X(001) VALUE "N".

      * HISTORICO DA CADEIA (STREAM.HIS): UMA LINHA POR PASSO QUE
      * RODOU, COM A DURACAO E O CODIGO/TEXTO DA LINHA DE AUDITORIA
      * QUE CONFIRMOU O PASSO (A ULTIMA, SE O PASSO GRAVOU VARIAS).
       77 WS-INICIO-RODADA     PIC 9(014) VALUE ZEROS.
       77 WS-QTD-REG-PASSO     PIC 9(007) VALUE ZEROS.
       77 WS-RESULTADO-PASSO   PIC X(030) VALUE SPACES.
       77 WS-SEGUNDOS-INI      PIC 9(012) VALUE ZEROS.
       77 WS-SEGUNDOS-FIM      PIC 9(012) VALUE ZEROS.
       77 WS-SEGUNDOS-CALC     PIC 9(012) VALUE ZEROS.
       01 WS-DATA-HORA-CALC.
          05 WS-DHC-DATA       PIC 9(008).
          05 WS-DHC-HORA       PIC 9(002).
          05 WS-DHC-MINUTO     PIC 9(002).
          05 WS-DHC-SEGUNDO    PIC 9(002).

      * ULTIMA NOITE DO MES: O DIA DE AMANHA E 01.
       77 WS-DATA-HOJE         PIC 9(008) VALUE ZEROS.
       77 WS-DIAS-INTEIRO      PIC 9(008) VALUE ZEROS.
       77 WS-DATA-AMANHA       PIC 9(008) VALUE ZEROS.
       77 WS-FIM-DE-MES        PIC X(001) VALUE "N".

      * NOITE DO PASSO SEMANAL: DIA DA SEMANA DE HOJE (1 = SEGUNDA
      * ... 7 = DOMINGO, MESMA CONTA DO ROTVIS) IGUAL AO CONFIGURADO.
       77 WS-DIA-SEMANA        PIC 9(001) VALUE ZEROS.
       77 WS-DIA-SEMANAL       PIC X(001) VALUE "N".

       77 WS-ID-BATCH          PIC X(005) VALUE "BATCH".
       77 WS-MODO-BATCH        PIC X(001) VALUE "N".

              EXIT PROGRAM
           END-IF
           PERFORM CALCULA-FIM-DE-MES
           MOVE FUNCTION CURRENT-DATE(1:14) TO WS-INICIO-RODADA
           PERFORM PREPARA-RODADA
           PERFORM EXECUTA-CADEIA
           PERFORM GRAVA-AUDITORIA-CADEIA
           READ ARQ-STRCFG AT END
              MOVE "Y" TO WS-EOF-SW
           END-READ
           IF WS-EOF-SW = "N" AND WS-QTD-PASSOS < 30
              IF CFG_PROGRAMA NOT = SPACES
                 ADD 1 TO WS-QTD-PASSOS
                 MOVE CFG_SEQ      TO WS-PA-SEQ(WS-QTD-PASSOS)
           WRITE REGCFG
           MOVE "07 MONCAP   MONCAP D" TO REGCFG
           WRITE REGCFG
           MOVE "08 SUGCOM   SUGCOM D" TO REGCFG
           WRITE REGCFG
           MOVE "09 EXTCTB   EXTCTB M" TO REGCFG
           WRITE REGCFG
           MOVE "10 CHQCUS   CHQCUS D" TO REGCFG
           WRITE REGCFG
           MOVE "11 NEGCOB   NEGCOB D" TO REGCFG
           WRITE REGCFG
           MOVE "12 PDDTIT   PDDTIT M" TO REGCFG
           WRITE REGCFG
           MOVE "13 REVLIM   REVLIM M" TO REGCFG
           WRITE REGCFG
           MOVE "14 EXTCLI   EXTCLI M" TO REGCFG
           WRITE REGCFG
           MOVE "15 AGRVEN   AGRVEN M" TO REGCFG
           WRITE REGCFG
           MOVE "16 CADRAP   CADRAP M" TO REGCFG
           WRITE REGCFG
           MOVE "17 CADVBA   CADVBA M" TO REGCFG
           WRITE REGCFG
           MOVE "18 GERPPG   GERPPG D" TO REGCFG
           WRITE REGCFG
           MOVE "19 CALKMV   CALKMV M" TO REGCFG
           WRITE REGCFG
           MOVE "20 SCOVEN   SCOVEN M" TO REGCFG
           WRITE REGCFG
           MOVE "21 RELOCO   RELOCO D" TO REGCFG
           WRITE REGCFG
           MOVE "22 ROICOM   ROICOM M" TO REGCFG
           WRITE REGCFG
           MOVE "23 RELDOC   RELDOC S" TO REGCFG
           WRITE REGCFG
           MOVE "24 ENVMSG   ENVMSG D" TO REGCFG
           WRITE REGCFG
           MOVE "25 SELOUT   SELOUT M" TO REGCFG
           WRITE REGCFG
           MOVE "26 OPOMIX   OPOMIX M" TO REGCFG
           WRITE REGCFG
           MOVE "27 SIMPRC   SIMPRC D" TO REGCFG
           WRITE REGCFG
           MOVE "28 RELSTR   RELSTR S" TO REGCFG
           WRITE REGCFG
           CLOSE ARQ-STRCFG
           .

           ELSE
              MOVE "N" TO WS-FIM-DE-MES
           END-IF
           COMPUTE WS-DIA-SEMANA = FUNCTION MOD
               (FUNCTION INTEGER-OF-DATE(WS-DATA-HOJE), 7)
           IF WS-DIA-SEMANA = 0
              MOVE 7 TO WS-DIA-SEMANA
           END-IF
           IF WS-DIA-SEMANA = WCF-STR-DIA-SEMANAL
              MOVE "S" TO WS-DIA-SEMANAL
           ELSE
              MOVE "N" TO WS-DIA-SEMANAL
           END-IF
           .

      * DECIDE ENTRE RODADA NOVA E RETOMADA OLHANDO O CONTROLE DA
           IF STP_STATUS = "O" OR STP_STATUS = "D"
              CONTINUE
           ELSE
              IF (WS-PA-CONDICAO(WS-IDX) = "M" AND
                  WS-FIM-DE-MES = "N") OR
                 (WS-PA-CONDICAO(WS-IDX) = "S" AND
                  WS-DIA-SEMANAL = "N")
                 MOVE "D" TO STP_STATUS
                 MOVE FUNCTION CURRENT-DATE(1:14) TO STP_DATA_FIM
                 REWRITE REGSTP
           REWRITE REGSTP

           MOVE "N" TO WS-PASSO-CONFIRMADO
           MOVE ZEROS TO WS-QTD-REG-PASSO
           MOVE "PASSO SEM LINHA DE AUDITORIA" TO WS-RESULTADO-PASSO
           CALL WS-PA-PROGRAMA(WS-IDX) USING WS-ID-BATCH
               ON EXCEPTION
                  MOVE "PROGRAMA NAO ENCONTRADO" TO WS-RESULTADO-PASSO
               NOT ON EXCEPTION
                  PERFORM CONFIRMA-PASSO-AUDITORIA
                     THRU CONFIRMA-PASSO-FIM
              MOVE WS-PA-SEQ(WS-IDX) TO WS-SEQ-FALHA
           END-IF
           REWRITE REGSTP
           PERFORM GRAVA-HISTORICO-PASSO
           .

      * ACRESCENTA O PASSO AO HISTORICO (CUMULATIVO, OPEN EXTEND; SO
      * CRIA O ARQUIVO NA PRIMEIRA VEZ). ABRE E FECHA A CADA PASSO
      * PARA O QUE JA RODOU FICAR GRAVADO MESMO QUE UM PASSO SEGUINTE
      * DERRUBE A CADEIA.
       GRAVA-HISTORICO-PASSO.
           MOVE SPACES TO REGSTH
           MOVE WS-INICIO-RODADA       TO STH_RODADA
           MOVE STP_SEQ                TO STH_SEQ
           MOVE WS-PA-PROGRAMA(WS-IDX) TO STH_PROGRAMA
           MOVE WS-PA-AUDNOME(WS-IDX)  TO STH_AUDNOME
           MOVE WS-PA-CONDICAO(WS-IDX) TO STH_CONDICAO
           MOVE STP_DATA_INI           TO STH_DATA_INI
           MOVE STP_DATA_FIM           TO STH_DATA_FIM
           MOVE STP_STATUS             TO STH_STATUS
           MOVE WS-RETOMADA            TO STH_RETOMADA
           MOVE WS-QTD-REG-PASSO       TO STH_QTD_REGISTROS
           MOVE WS-RESULTADO-PASSO     TO STH_RESULTADO
           MOVE STP_DATA_INI TO WS-DATA-HORA-CALC
           PERFORM CALCULA-SEGUNDOS
           MOVE WS-SEGUNDOS-CALC TO WS-SEGUNDOS-INI
           MOVE STP_DATA_FIM TO WS-DATA-HORA-CALC
           PERFORM CALCULA-SEGUNDOS
           MOVE WS-SEGUNDOS-CALC TO WS-SEGUNDOS-FIM
           IF WS-SEGUNDOS-FIM > WS-SEGUNDOS-INI
              COMPUTE STH_DURACAO = WS-SEGUNDOS-FIM - WS-SEGUNDOS-INI
           ELSE
              MOVE ZEROS TO STH_DURACAO
           END-IF
           OPEN EXTEND ARQ-STRHIS
           IF WS-FS NOT = "00"
              OPEN OUTPUT ARQ-STRHIS
              CLOSE ARQ-STRHIS
              OPEN EXTEND ARQ-STRHIS
           END-IF
           WRITE REGSTH
           CLOSE ARQ-STRHIS
           .

      * SEGUNDOS CORRIDOS DE UMA DATA/HORA AAAAMMDDHHMMSS (DIAS
      * INTEIROS DO CALENDARIO X 86400 + HORA DO DIA EM SEGUNDOS).
       CALCULA-SEGUNDOS.
           COMPUTE WS-SEGUNDOS-CALC =
               FUNCTION INTEGER-OF-DATE(WS-DHC-DATA) * 86400 +
               WS-DHC-HORA * 3600 + WS-DHC-MINUTO * 60 +
               WS-DHC-SEGUNDO
           .

      * PROCURA NO LOG DE AUDITORIA UMA LINHA DO PASSO GRAVADA
              IF AUD-PROGRAMA = WS-PA-AUDNOME(WS-IDX) AND
                 AUD-DATA-HORA NOT < WS-INICIO-PASSO
                 MOVE "S" TO WS-PASSO-CONFIRMADO
                 MOVE AUD-CODIGO    TO WS-QTD-REG-PASSO
                 MOVE AUD-RESULTADO TO WS-RESULTADO-PASSO
              END-IF
           END-IF
           .
