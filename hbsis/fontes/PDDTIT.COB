      **************************************************
      * PROVISAO PARA DEVEDORES DUVIDOSOS (PDD) POR    *
      * FAIXA DE ATRASO, BAIXA DE TITULO COMO PERDA E  *
      * RELATORIO MENSAL DE PDD, PERDAS E RECUPERACOES *
      **************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PDDTIT.
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
      * "BATCH"), MESMO IDIOMA DO EXTCTB: CALCULA A PDD DO MES
      * ANTERIOR E EMITE O RELATORIO.
       77 WS-MODO-BATCH        PIC X(001) VALUE "N".

       77 WS-DATA-HOJE         PIC 9(008) VALUE ZEROS.
       77 WS-ANO-MES-HOJE      PIC 9(006) VALUE ZEROS.

      * COMPETENCIA DO CALCULO/RELATORIO E SUA DATA DE REFERENCIA
      * (ULTIMO DIA DO MES): O SALDO DA PDD E A POSICAO DOS TITULOS
      * EM ABERTO NESSA DATA, NAO NA DATA DA EXECUCAO.
       77 WS-ANO-MES           PIC 9(006) VALUE ZEROS.
       77 WS-ANO-MES-ANT       PIC 9(006) VALUE ZEROS.
       77 WS-ANO-AUX           PIC 9(004) VALUE ZEROS.
       77 WS-MES-AUX           PIC 9(002) VALUE ZEROS.
       77 WS-DATA-AUX          PIC 9(008) VALUE ZEROS.
       77 WS-DATA-REF          PIC 9(008) VALUE ZEROS.
       77 WS-REF-INTEIRO       PIC 9(008) VALUE ZEROS.
       77 WS-DIAS-ATRASO       PIC S9(006) VALUE ZEROS.
       77 WS-FX                PIC 9(001) VALUE ZEROS.
       77 WS-FX-ULTIMA         PIC 9(001) VALUE ZEROS.
       77 WS-EOF-TIT           PIC X(001) VALUE "N".
       77 WS-EOF-PDA           PIC X(001) VALUE "N".
       77 WS-EM-ABERTO         PIC X(001) VALUE "N".
       77 WS-SEM-PERDA         PIC X(001) VALUE "N".
       77 WS-PDD-CALCULADA     PIC X(001) VALUE "N".
       77 WS-QTD-TITULOS       PIC 9(007) VALUE ZEROS.

       01 WS-TAB-PDD.
          03 WS-TB-FAIXA OCCURS 6 TIMES.
             05 WS-TB-QTD      PIC 9(007).
             05 WS-TB-SALDO    PIC 9(013)V9(02).
             05 WS-TB-PROVISAO PIC 9(013)V9(02).

       77 WS-TOT-QTD           PIC 9(007) VALUE ZEROS.
       77 WS-TOT-SALDO         PIC 9(013)V9(02) VALUE ZEROS.
       77 WS-TOT-PROVISAO      PIC 9(013)V9(02) VALUE ZEROS.
       77 WS-TOT-PROV-ANT      PIC 9(013)V9(02) VALUE ZEROS.
       77 WS-VARIACAO          PIC S9(013)V9(02) VALUE ZEROS.
       77 WS-QTD-PERDAS        PIC 9(005) VALUE ZEROS.
       77 WS-TOT-PERDAS        PIC 9(013)V9(02) VALUE ZEROS.
       77 WS-QTD-RECUP         PIC 9(005) VALUE ZEROS.
       77 WS-TOT-RECUP         PIC 9(013)V9(02) VALUE ZEROS.

      * BAIXA COMO PERDA: MOTIVO, OBSERVACAO E O SUPERVISOR QUE
      * AUTORIZOU (MESMO ESQUEMA DO CADACO/CADPED).
       77 WS-PER-NF            PIC 9(009) VALUE ZEROS.
       77 WS-PER-PARCELA       PIC 9(002) VALUE ZEROS.
       77 WS-PER-MOTIVO        PIC 9(001) VALUE ZEROS.
       77 WS-PER-OBSERVACAO    PIC X(040) VALUE SPACES.
       77 WS-AUT-ID            PIC X(005) VALUE SPACES.
       77 WS-AUT-SENHA         PIC X(010) VALUE SPACES.
       77 WS-AUT-OK            PIC X(001) VALUE "N".
       77 WS-VALOR-EDIT        PIC ZZ.ZZZ.ZZZ.ZZ9,99.
       77 WS-DIAS-EDIT         PIC ---.--9.

       01 CABEC-PDD.
          03 FILLER PIC X(47) VALUE
             "PROVISAO PARA DEVEDORES DUVIDOSOS - COMPETENCIA".
          03 FILLER PIC X(01) VALUE SPACES.
          03 CAB-ANO-MES  PIC 9(006).
          03 FILLER PIC X(16) VALUE " - POSICAO EM".
          03 CAB-DATA-REF PIC 9(008).

       01 CABEC2-PDD.
          03 FILLER PIC X(22) VALUE "FAIXA DE ATRASO".
          03 FILLER PIC X(10) VALUE "  PERC. %".
          03 FILLER PIC X(10) VALUE "    QTDE".
          03 FILLER PIC X(22) VALUE "        SALDO ABERTO".
          03 FILLER PIC X(22) VALUE "            PROVISAO".

       01 DET-PDD.
          03 DPD-FAIXA      PIC X(020).
          03 FILLER         PIC X(02) VALUE SPACES.
          03 DPD-PERCENTUAL PIC ZZ9,99.
          03 FILLER         PIC X(02) VALUE SPACES.
          03 DPD-QTD        PIC ZZZ.ZZ9.
          03 FILLER         PIC X(04) VALUE SPACES.
          03 DPD-SALDO      PIC ZZZ.ZZZ.ZZZ.ZZ9,99.
          03 FILLER         PIC X(02) VALUE SPACES.
          03 DPD-PROVISAO   PIC ZZZ.ZZZ.ZZZ.ZZ9,99.

       01 WS-DESC-FAIXA.
          03 FILLER         PIC X(03) VALUE "DE ".
          03 WDF-DE         PIC ZZZ9.
          03 FILLER         PIC X(03) VALUE " A ".
          03 WDF-ATE        PIC ZZZ9.
          03 FILLER         PIC X(05) VALUE " DIAS".

       01 CABEC-PERDAS.
          03 FILLER PIC X(40) VALUE
             "TITULOS BAIXADOS COMO PERDA NO MES".

       01 CABEC-RECUP.
          03 FILLER PIC X(40) VALUE
             "RECUPERACOES DE PERDA NO MES".

       01 CABEC2-PERDA.
          03 FILLER PIC X(14) VALUE "NF/PARCELA".
          03 FILLER PIC X(09) VALUE "CLIENTE".
          03 FILLER PIC X(10) VALUE "VENCTO".
          03 FILLER PIC X(10) VALUE "DATA".
          03 FILLER PIC X(04) VALUE "MOT".
          03 FILLER PIC X(06) VALUE "SUPER".
          03 FILLER PIC X(18) VALUE "             VALOR".
          03 FILLER PIC X(02) VALUE SPACES.
          03 FILLER PIC X(10) VALUE "OBSERVACAO".

       01 DET-PERDA.
          03 DPE-NF         PIC 9(009).
          03 FILLER         PIC X(01) VALUE "/".
          03 DPE-PARCELA    PIC 9(002).
          03 FILLER         PIC X(02) VALUE SPACES.
          03 DPE-CLIENTE    PIC 9(007).
          03 FILLER         PIC X(02) VALUE SPACES.
          03 DPE-VENCIMENTO PIC 9(008).
          03 FILLER         PIC X(02) VALUE SPACES.
          03 DPE-DATA       PIC 9(008).
          03 FILLER         PIC X(02) VALUE SPACES.
          03 DPE-MOTIVO     PIC 9(001).
          03 FILLER         PIC X(03) VALUE SPACES.
          03 DPE-SUPERVISOR PIC X(005).
          03 FILLER         PIC X(01) VALUE SPACES.
          03 DPE-VALOR      PIC ZZ.ZZZ.ZZZ.ZZ9,99.
          03 FILLER         PIC X(02) VALUE SPACES.
          03 DPE-OBSERVACAO PIC X(040).

       01 DET-TOTAL.
          03 TOT-TITULO PIC X(40).
          03 TOT-QTD    PIC ZZ.ZZ9.
          03 FILLER     PIC X(02) VALUE SPACES.
          03 TOT-VALOR  PIC ZZZ.ZZZ.ZZZ.ZZ9,99-.

       LINKAGE SECTION.
       01 LS-ID PIC X(5).

       SCREEN SECTION.
       COPY "copybook\SISSTGER.CPY".

       01 TELA-PDDTIT.
        02 BLANK SCREEN.
        02 LINE 02 COL 28 VALUE "Sistema de Franquia AMBEV".
        02 LINE 07 COL 22 VALUE "PROVISAO (PDD) E BAIXA COMO PERDA".
        02 LINE 09 COL 10 VALUE "1 - Calcular PDD do Mes".
        02 LINE 10 COL 10 VALUE "2 - Baixa de Titulo como Perda".
        02 LINE 11 COL 10 VALUE
          "3 - Relatorio Mensal (PDD, Perdas e Recuperacoes)".
        02 LINE 12 COL 10 VALUE "4 - Retornar".
        02 LINE 14 COL 10 VALUE
          "A PDD E A POSICAO DOS TITULOS EM ABERTO NO ULTIMO DIA DO".
        02 LINE 15 COL 10 VALUE
          "MES, POR FAIXA DE ATRASO, COM OS PERCENTUAIS CONFIGURADOS.".
        02 LINE 20 COL 10 "Digite a opcao desejada[.]".
        02 OPCAO LINE 20 COL 34 PIC X(01) USING W-OPCAO AUTO.

       01 TELA-PDD-MES.
        02 BLANK SCREEN.
        02 LINE 02 COL 28 VALUE "Sistema de Franquia AMBEV".
        02 LINE 07 COL 28 VALUE "PDD - COMPETENCIA".
        02 LINE 09 COL 15 VALUE "ANO/MES (AAAAMM): [      ]".
        02 LINE 11 COL 10 VALUE
          "SO COMPETENCIA JA ENCERRADA (ANTERIOR AO MES CORRENTE).".
        02 LINE 12 COL 10 VALUE
          "RECALCULAR SUBSTITUI A PDD GRAVADA, SALVO MES FECHADO.".

       01 TELA-PERDA.
        02 BLANK SCREEN.
        02 LINE 02 COL 28 VALUE "Sistema de Franquia AMBEV".
        02 LINE 04 COL 26 VALUE "BAIXA DE TITULO COMO PERDA".
        02 LINE 06 COL 10 VALUE "NF / PARCELA : [         ] [  ]".
        02 LINE 07 COL 10 VALUE "(NF 0 SAI)".
        02 LINE 08 COL 10 VALUE "CLIENTE      :".
        02 LINE 09 COL 10 VALUE "VENCIMENTO   :".
        02 LINE 09 COL 45 VALUE "DIAS ATRASO:".
        02 LINE 10 COL 10 VALUE "VALOR        :".
        02 LINE 11 COL 10 VALUE "SITUACAO     :".
        02 LINE 11 COL 30 VALUE "A=ABERTO P=PAGO I=PERDA".
        02 LINE 13 COL 10 VALUE "MOTIVO       : [ ]".
        02 LINE 14 COL 10 VALUE
          "1=FALENCIA/REC.JUDICIAL 2=NAO LOCALIZADO".
        02 LINE 15 COL 10 VALUE
          "3=COBRANCA ESGOTADA 4=CUSTO MAIOR QUE O VALOR 9=OUTROS".
        02 LINE 17 COL 10 VALUE "OBSERVACAO   : [".
        02 LINE 17 COL 66 VALUE "]".
      *-----------------------------------------------------------------
       PROCEDURE DIVISION  USING LS-ID.
       INICIO.
      * RESOLVE OS CAMINHOS DA FILIAL SELECIONADA NO LOGIN ANTES DE
      * ABRIR QUALQUER ARQUIVO DE DADOS (VER SISFIPGER.CPY).
           MOVE LS-ID TO WS-SESSAO-ID
           PERFORM CARREGA-FILIAL
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-DATA-HOJE
           MOVE WS-DATA-HOJE(1:6) TO WS-ANO-MES-HOJE
           MOVE "N" TO WS-MODO-BATCH
           IF LS-ID = "BATCH"
              MOVE "S" TO WS-MODO-BATCH
              PERFORM CALCULA-MES-ANTERIOR
              PERFORM CALCULA-PDD THRU CALCULA-PDD-FIM
              PERFORM EMITE-RELATORIO THRU EMITE-RELATORIO-FIM
              EXIT PROGRAM
           END-IF
           MOVE "F" TO WFIM.
           PERFORM TELA-PDDTIT-0 UNTIL WFIM = "T".
       TELA-PDDTIT-0.
           MOVE SPACES TO W-OPCAO
           DISPLAY TELA-PDDTIT
           ACCEPT TELA-PDDTIT
           EVALUATE W-OPCAO
             WHEN "1"
                PERFORM ENTRA-COMPETENCIA
                IF W-SN = "S"
                   PERFORM CALCULA-PDD THRU CALCULA-PDD-FIM
                END-IF
             WHEN "2"
                PERFORM BAIXA-PERDA THRU BAIXA-PERDA-FIM
             WHEN "3"
                PERFORM ENTRA-COMPETENCIA
                IF W-SN = "S"
                   PERFORM EMITE-RELATORIO THRU EMITE-RELATORIO-FIM
                END-IF
             WHEN "4"
                MOVE "T" TO WFIM
                EXIT PROGRAM
           END-EVALUATE.

      * NA RODADA AGENDADA SEM OPERADOR O MES E SEMPRE O ANTERIOR AO
      * CORRENTE, MESMO CRITERIO DO EXTCTB/CALCOM.
       CALCULA-MES-ANTERIOR.
           MOVE WS-DATA-HOJE(1:4) TO WS-ANO-AUX
           MOVE WS-DATA-HOJE(5:2) TO WS-MES-AUX
           IF WS-MES-AUX = 01
              SUBTRACT 1 FROM WS-ANO-AUX
              MOVE 12 TO WS-MES-AUX
           ELSE
              SUBTRACT 1 FROM WS-MES-AUX
           END-IF
           COMPUTE WS-ANO-MES = WS-ANO-AUX * 100 + WS-MES-AUX
           PERFORM MONTA-DATA-REF
           .

      * DATA DE REFERENCIA = VESPERA DO PRIMEIRO DIA DO MES SEGUINTE;
      * WS-ANO-MES-ANT E A COMPETENCIA ANTERIOR, PARA A VARIACAO.
       MONTA-DATA-REF.
           DIVIDE WS-ANO-MES BY 100 GIVING WS-ANO-AUX
                  REMAINDER WS-MES-AUX
           IF WS-MES-AUX = 01
              COMPUTE WS-ANO-MES-ANT = (WS-ANO-AUX - 1) * 100 + 12
           ELSE
              COMPUTE WS-ANO-MES-ANT = WS-ANO-MES - 1
           END-IF
           IF WS-MES-AUX = 12
              ADD 1 TO WS-ANO-AUX
              MOVE 01 TO WS-MES-AUX
           ELSE
              ADD 1 TO WS-MES-AUX
           END-IF
           COMPUTE WS-DATA-AUX =
               WS-ANO-AUX * 10000 + WS-MES-AUX * 100 + 1
           COMPUTE WS-REF-INTEIRO =
               FUNCTION INTEGER-OF-DATE(WS-DATA-AUX) - 1
           COMPUTE WS-DATA-REF =
               FUNCTION DATE-OF-INTEGER(WS-REF-INTEIRO)
           .

      * COMPETENCIA DIGITADA PELO OPERADOR: SO MES JA ENCERRADO, QUE
      * A POSICAO DO ULTIMO DIA DE UM MES EM CURSO AINDA NAO EXISTE.
       ENTRA-COMPETENCIA.
           DISPLAY TELA-PDD-MES
           MOVE "N" TO W-SN
           PERFORM CALCULA-MES-ANTERIOR
           MOVE 0 TO W-SEL
           PERFORM ENTRA-ANO-MES UNTIL W-SEL > 0
           .

       ENTRA-ANO-MES.
           ACCEPT WS-ANO-MES WITH UPDATE AT 0934
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 02
              MOVE "N" TO W-SN
              MOVE 1 TO W-SEL
           ELSE
              IF WS-ANO-MES < 190001 OR
                 WS-ANO-MES(5:2) < "01" OR
                 WS-ANO-MES(5:2) > "12"
                 MOVE "ANO/MES INVALIDO (AAAAMM)" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
              ELSE
              IF WS-ANO-MES NOT < WS-ANO-MES-HOJE
                 MOVE "*** COMPETENCIA AINDA NAO ENCERRADA ***"
                   TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
              ELSE
                 PERFORM MONTA-DATA-REF
                 MOVE "S" TO W-SN
                 MOVE 1 TO W-SEL
              END-IF
              END-IF
           END-IF
           .

      ************************************
      * CALCULO DA PDD DO MES            *
      ************************************
      * PERCORRE TODOS OS TITULOS E RECONSTROI A POSICAO EM ABERTO NA
      * DATA DE REFERENCIA (VER AVALIA-TITULO); CADA SALDO CAI NA
      * PRIMEIRA FAIXA CUJO LIMITE DE DIAS COBRE O ATRASO E A FAIXA
      * PROVISIONA O SEU PERCENTUAL. GRAVA UM REGISTRO POR FAIXA NO
      * ARQ-PDD; EM COMPETENCIA FECHADA A PDD JA GRAVADA NAO MUDA.
       CALCULA-PDD.
           MOVE "PDD" TO DOPCAO
           OPEN INPUT ARQ-TITULO
           IF WS-RESULTADO-ACESSO NOT = "00"
              MOVE "ERRO NA ABERTURA DO ARQUIVO DE TITULOS" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO CALCULA-PDD-FIM
           END-IF
           PERFORM OPEN-PDD
           IF WS-RESULTADO-ACESSO NOT = "00"
              MOVE "ERRO NA ABERTURA DO ARQUIVO DA PDD" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              CLOSE ARQ-TITULO
              GO TO CALCULA-PDD-FIM
           END-IF
           MOVE "N" TO WS-SEM-PERDA
           OPEN INPUT ARQ-PERDA
           IF WS-RESULTADO-ACESSO NOT = "00"
              MOVE "S" TO WS-SEM-PERDA
           END-IF
           PERFORM OPEN-AUDITORIA

           PERFORM ABRE-PERIODOS
           MOVE WS-DATA-REF TO WS-PERIODO-DATA
           PERFORM VERIFICA-PERIODO-FECHADO
           PERFORM FECHA-PERIODOS
           MOVE WS-ANO-MES TO PDD_ANO_MES
           MOVE 1          TO PDD_FAIXA
           READ ARQ-PDD
               INVALID KEY
                  MOVE "N" TO WS-PDD-CALCULADA
               NOT INVALID KEY
                  MOVE "S" TO WS-PDD-CALCULADA
           END-READ
           IF WS-PERIODO-FECHADO = "S" AND WS-PDD-CALCULADA = "S"
              MOVE "*** PDD DE COMPETENCIA FECHADA NAO RECALCULA ***"
                TO MENS
              PERFORM GRAVA-AUDITORIA
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO CALCULA-PDD-FECHA
           END-IF

           MOVE ZEROS TO WS-TAB-PDD WS-QTD-TITULOS
           COMPUTE WS-REF-INTEIRO =
               FUNCTION INTEGER-OF-DATE(WS-DATA-REF)
           MOVE "N"   TO WS-EOF-TIT
           MOVE ZEROS TO TIT_CHAVE
           START ARQ-TITULO KEY IS NOT LESS THAN TIT_CHAVE
               INVALID KEY
                  MOVE "Y" TO WS-EOF-TIT
           END-START
           PERFORM UNTIL WS-EOF-TIT = "Y"
              READ ARQ-TITULO NEXT AT END
                 MOVE "Y" TO WS-EOF-TIT
              END-READ
              IF WS-EOF-TIT = "N"
                 PERFORM AVALIA-TITULO
                 IF WS-EM-ABERTO = "S"
                    PERFORM ACUMULA-FAIXA
                 END-IF
              END-IF
           END-PERFORM

           MOVE ZEROS TO WS-TOT-PROVISAO
           PERFORM VARYING WS-FX FROM 1 BY 1
                   UNTIL WS-FX > WCF-PDD-QTD-FAIXAS
              COMPUTE WS-TB-PROVISAO(WS-FX) ROUNDED =
                  WS-TB-SALDO(WS-FX) * WCF-PDD-PERCENTUAL(WS-FX)
                  / 100
              ADD WS-TB-PROVISAO(WS-FX) TO WS-TOT-PROVISAO
              PERFORM GRAVA-PDD
           END-PERFORM

           MOVE WS-TOT-PROVISAO TO WS-VALOR-EDIT
           MOVE SPACES TO MENS
           STRING "PROVISAO " WS-VALOR-EDIT
               DELIMITED BY SIZE INTO MENS
           END-STRING
           PERFORM GRAVA-AUDITORIA
           IF WS-MODO-BATCH NOT = "S"
              MOVE "*** PDD DO MES CALCULADA ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
           END-IF
           .
       CALCULA-PDD-FECHA.
           CLOSE ARQ-TITULO ARQ-PDD ARQ-AUD
           IF WS-SEM-PERDA = "N"
              CLOSE ARQ-PERDA
           END-IF
           .
       CALCULA-PDD-FIM.
           EXIT.

      * EM ABERTO NA DATA DE REFERENCIA: EMITIDO ATE ELA E AINDA "A",
      * OU FECHADO ("P" PAGO, "R" RENEGOCIADO, "I" PERDA) SO DEPOIS
      * DELA. "C" E "D" NAO ENTRAM (NAO HA DATA DO CANCELAMENTO NO
      * TITULO). O QUE JA ESTAVA BAIXADO COMO PERDA NA DATA SAI DA
      * PDD MESMO QUE TENHA SIDO RECUPERADO DEPOIS.
       AVALIA-TITULO.
           MOVE "N" TO WS-EM-ABERTO
           IF TIT_DATA_EMISSAO > WS-DATA-REF
              EXIT PARAGRAPH
           END-IF
           EVALUATE TIT_SITUACAO
             WHEN "A"
             WHEN SPACE
                MOVE "S" TO WS-EM-ABERTO
             WHEN "P"
             WHEN "R"
             WHEN "I"
                IF TIT_DATA_PAGAMENTO > WS-DATA-REF
                   MOVE "S" TO WS-EM-ABERTO
                END-IF
           END-EVALUATE
           IF WS-EM-ABERTO = "S" AND WS-SEM-PERDA = "N"
              MOVE TIT_CHAVE TO PDA_CHAVE
              READ ARQ-PERDA
                  INVALID KEY
                     CONTINUE
                  NOT INVALID KEY
                     IF PDA_DATA_BAIXA NOT > WS-DATA-REF
                        MOVE "N" TO WS-EM-ABERTO
                     END-IF
              END-READ
              MOVE "00" TO WS-RESULTADO-ACESSO
           END-IF
           .

      * A VENCER (OU SEM VENCIMENTO) CAI NA PRIMEIRA FAIXA; ACIMA DO
      * LIMITE DA PENULTIMA, NA ULTIMA.
       ACUMULA-FAIXA.
           MOVE ZEROS TO WS-DIAS-ATRASO
           IF TIT_DATA_VENCIMENTO NOT = ZEROS AND
              TIT_DATA_VENCIMENTO < WS-DATA-REF
              COMPUTE WS-DIAS-ATRASO = WS-REF-INTEIRO -
                  FUNCTION INTEGER-OF-DATE(TIT_DATA_VENCIMENTO)
           END-IF
           COMPUTE WS-FX-ULTIMA = WCF-PDD-QTD-FAIXAS - 1
           PERFORM VARYING WS-FX FROM 1 BY 1
                   UNTIL WS-FX > WS-FX-ULTIMA OR
                         WS-DIAS-ATRASO NOT > WCF-PDD-DIAS-ATE(WS-FX)
              CONTINUE
           END-PERFORM
           ADD 1         TO WS-TB-QTD(WS-FX) WS-QTD-TITULOS
           ADD TIT_VALOR TO WS-TB-SALDO(WS-FX)
           .

       GRAVA-PDD.
           MOVE WS-ANO-MES                TO PDD_ANO_MES
           MOVE WS-FX                     TO PDD_FAIXA
           MOVE WCF-PDD-DIAS-ATE(WS-FX)   TO PDD_DIAS_ATE
           MOVE WCF-PDD-PERCENTUAL(WS-FX) TO PDD_PERCENTUAL
           MOVE WS-TB-QTD(WS-FX)          TO PDD_QTD_TITULOS
           MOVE WS-TB-SALDO(WS-FX)        TO PDD_SALDO
           MOVE WS-TB-PROVISAO(WS-FX)     TO PDD_PROVISAO
           MOVE WS-DATA-HOJE              TO PDD_DATA_CALCULO
           MOVE LS-ID                     TO PDD_OPERADOR
           WRITE REGPDD
           IF WS-RESULTADO-ACESSO = "22"
              REWRITE REGPDD
           END-IF
           .

      ************************************
      * BAIXA DE TITULO COMO PERDA       *
      ************************************
      * TITULO VENCIDO E EM ABERTO QUE NAO SERA MAIS RECEBIDO SAI DO
      * CONTAS A RECEBER COMO "I" (INCOBRAVEL), COM O MOTIVO, A
      * OBSERVACAO E O SUPERVISOR QUE AUTORIZOU GRAVADOS NO
      * ARQ-PERDA. O TITULO CONTINUA DEVIDO: SE O CLIENTE PAGAR, O
      * CADTIT BAIXA COMO RECUPERACAO.
       BAIXA-PERDA.
           MOVE "PERDA" TO DOPCAO
           OPEN I-O ARQ-TITULO
           IF WS-RESULTADO-ACESSO NOT = "00"
              MOVE "ERRO NA ABERTURA DO ARQUIVO DE TITULOS" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO BAIXA-PERDA-FIM
           END-IF
           OPEN INPUT ARQ-CLIENTE
           IF WS-RESULTADO-ACESSO NOT = "00"
              MOVE "ERRO NA ABERTURA DO ARQUIVO CLIENTE" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              CLOSE ARQ-TITULO
              GO TO BAIXA-PERDA-FIM
           END-IF
           OPEN INPUT ARQ-OPERADOR
           IF WS-RESULTADO-ACESSO NOT = "00"
              MOVE "ERRO ABERTURA DO ARQ. OPERADORES" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              CLOSE ARQ-TITULO ARQ-CLIENTE
              GO TO BAIXA-PERDA-FIM
           END-IF
           PERFORM OPEN-PERDA
           IF WS-RESULTADO-ACESSO NOT = "00"
              MOVE "ERRO NA ABERTURA DO ARQUIVO DE PERDAS" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              CLOSE ARQ-TITULO ARQ-CLIENTE ARQ-OPERADOR
              GO TO BAIXA-PERDA-FIM
           END-IF
           PERFORM ABRE-PERIODOS
           PERFORM OPEN-AUDITORIA
           PERFORM OPEN-JORNAL
           MOVE "PDDTIT" TO WS-JRN-PROGRAMA
           MOVE LS-ID    TO WS-JRN-OPERADOR
           MOVE ZEROS    TO WS-JRN-LOTE
           COMPUTE WS-REF-INTEIRO =
               FUNCTION INTEGER-OF-DATE(WS-DATA-HOJE)

           MOVE 0 TO W-SEL
           PERFORM PERDA-000 UNTIL W-SEL = 9

           CLOSE ARQ-TITULO ARQ-CLIENTE ARQ-OPERADOR ARQ-PERDA
                 ARQ-AUD ARQ-JRN
           PERFORM FECHA-PERIODOS
           .
       BAIXA-PERDA-FIM.
           EXIT.

       PERDA-000.
           DISPLAY TELA-PERDA
           MOVE ZEROS TO WS-PER-NF WS-PER-PARCELA
           ACCEPT WS-PER-NF AT 0626
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 02 OR WS-PER-NF = ZEROS
              MOVE 9 TO W-SEL
           ELSE
              ACCEPT WS-PER-PARCELA AT 0638
              MOVE WS-PER-NF      TO TIT_NUMERO_NF
              MOVE WS-PER-PARCELA TO TIT_PARCELA
              READ ARQ-TITULO WITH LOCK
              IF WS-RESULTADO-ACESSO = "9D"
                 MOVE "*** TITULO EM USO EM OUTRO TERMINAL ***"
                        TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
              ELSE
              IF WS-RESULTADO-ACESSO NOT = "00"
                 MOVE "*** TITULO NAO CADASTRADO ***" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
              ELSE
                 PERFORM MOSTRA-TITULO
                 IF TIT_SITUACAO NOT = "A" AND
                    TIT_SITUACAO NOT = SPACE
                    MOVE "*** TITULO NAO ESTA EM ABERTO ***" TO MENS
                    PERFORM ROT-MENS THRU ROT-MENS-FIM
                 ELSE
                 IF TIT_DATA_VENCIMENTO NOT < WS-DATA-HOJE
                    MOVE "*** TITULO AINDA NAO VENCIDO ***" TO MENS
                    PERFORM ROT-MENS THRU ROT-MENS-FIM
                 ELSE
                    PERFORM ENTRA-PERDA
                 END-IF
                 END-IF
              END-IF
              END-IF
              UNLOCK ARQ-TITULO
              MOVE 0 TO W-SEL
           END-IF
           .

       MOSTRA-TITULO.
           MOVE TIT_CODIGO_CLIENTE TO CLI_CODIGO_CLIENTE
           READ ARQ-CLIENTE
               INVALID KEY
                  MOVE SPACES TO CLI_RAZAO_SOCIAL
           END-READ
           DISPLAY TIT_CODIGO_CLIENTE     AT 0826
           DISPLAY CLI_RAZAO_SOCIAL(1:40) AT 0835
           DISPLAY TIT_DATA_VENCIMENTO    AT 0926
           MOVE ZEROS TO WS-DIAS-ATRASO
           IF TIT_DATA_VENCIMENTO NOT = ZEROS AND
              TIT_DATA_VENCIMENTO < WS-DATA-HOJE
              COMPUTE WS-DIAS-ATRASO = WS-REF-INTEIRO -
                  FUNCTION INTEGER-OF-DATE(TIT_DATA_VENCIMENTO)
           END-IF
           MOVE WS-DIAS-ATRASO TO WS-DIAS-EDIT
           DISPLAY WS-DIAS-EDIT           AT 0958
           MOVE TIT_VALOR TO WS-VALOR-EDIT
           DISPLAY WS-VALOR-EDIT          AT 1026
           DISPLAY TIT_SITUACAO           AT 1126
           MOVE "00" TO WS-RESULTADO-ACESSO
           .

      * A BAIXA ENTRA NA COMPETENCIA DO DIA; MES FECHADO RECUSA.
       ENTRA-PERDA.
           MOVE ZEROS  TO WS-PER-MOTIVO
           MOVE SPACES TO WS-PER-OBSERVACAO
           ACCEPT WS-PER-MOTIVO AT 1326
           ACCEPT WS-PER-OBSERVACAO AT 1726
           MOVE WS-DATA-HOJE TO WS-PERIODO-DATA
           PERFORM VERIFICA-PERIODO-FECHADO
           IF WS-PERIODO-FECHADO = "S"
              MOVE "*** COMPETENCIA FECHADA P/ BAIXA ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              EXIT PARAGRAPH
           END-IF
           IF WS-PER-MOTIVO NOT = 1 AND NOT = 2 AND NOT = 3 AND
              NOT = 4 AND NOT = 9
              MOVE "MOTIVO INVALIDO (1, 2, 3, 4 OU 9)" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              EXIT PARAGRAPH
           END-IF
           IF WS-PER-OBSERVACAO = SPACES
              MOVE "INFORME A OBSERVACAO DA BAIXA" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              EXIT PARAGRAPH
           END-IF
           MOVE 0 TO W-SEL
           PERFORM CONFIRMA-TELA UNTIL W-SEL > 0
           IF W-SN = "S"
              PERFORM AUTORIZA-SUPERVISOR
              IF WS-AUT-OK = "S"
                 PERFORM GRAVA-PERDA
              ELSE
                 MOVE "*** BAIXA NAO AUTORIZADA ***" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
              END-IF
           END-IF
           .

      * O REGISTRO DA PERDA VEM PRIMEIRO: SEM ELE O TITULO "I" NAO
      * TERIA COMO SER RECUPERADO NEM LANCADO. UM TITULO RECUPERADO
      * E BAIXADO DE NOVO SOBREPOE O REGISTRO ANTERIOR.
       GRAVA-PERDA.
           MOVE TIT_CHAVE           TO PDA_CHAVE
           MOVE TIT_CODIGO_CLIENTE  TO PDA_CODIGO_CLIENTE
           MOVE TIT_DATA_VENCIMENTO TO PDA_DATA_VENCIMENTO
           MOVE TIT_VALOR           TO PDA_VALOR
           MOVE WS-DATA-HOJE        TO PDA_DATA_BAIXA
           MOVE WS-PER-MOTIVO       TO PDA_MOTIVO
           MOVE WS-PER-OBSERVACAO   TO PDA_OBSERVACAO
           MOVE LS-ID               TO PDA_OPERADOR
           MOVE WS-AUT-ID           TO PDA_SUPERVISOR
           MOVE "B"                 TO PDA_SITUACAO
           MOVE ZEROS               TO PDA_DATA_RECUPERACAO
                                       PDA_VALOR_RECUPERADO
           WRITE REGPDA
               INVALID KEY
                  REWRITE REGPDA
           END-WRITE
           IF WS-RESULTADO-ACESSO NOT = "00"
              MOVE "ERRO NA GRAVACAO DO ARQUIVO DE PERDAS" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              EXIT PARAGRAPH
           END-IF

           MOVE REGTIT       TO WS-JRN-ANTES
           MOVE "I"          TO TIT_SITUACAO
           MOVE WS-DATA-HOJE TO TIT_DATA_PAGAMENTO
           REWRITE REGTIT
           IF WS-RESULTADO-ACESSO NOT = "00"
              MOVE "ERRO NA ATUALIZACAO DO TITULO" TO MENS
           ELSE
              MOVE "TIT" TO WS-JRN-ARQUIVO
              MOVE "A"   TO WS-JRN-OPERACAO
              COMPUTE WS-JRN-CHAVE = TIT_NUMERO_NF * 100 + TIT_PARCELA
              MOVE REGTIT TO WS-JRN-DEPOIS
              PERFORM GRAVA-JORNAL
              MOVE SPACES TO MENS
              STRING "NF " TIT_NUMERO_NF "/" TIT_PARCELA
                     " M" WS-PER-MOTIVO " AUT " WS-AUT-ID
                  DELIMITED BY SIZE INTO MENS
              END-STRING
              PERFORM GRAVA-AUDITORIA
              MOVE "*** TITULO BAIXADO COMO PERDA ***" TO MENS
           END-IF
           PERFORM ROT-MENS THRU ROT-MENS-FIM
           .

      * MESMO ESQUEMA DO CADACO/CADPED: O SUPERVISOR DIGITA ID E
      * SENHA NO PROPRIO TERMINAL, A SENHA E COMPARADA NA FORMA
      * EMBARALHADA E SO PERFIL "S" OU "A" ATIVO APROVA A BAIXA.
       AUTORIZA-SUPERVISOR.
           MOVE "N" TO WS-AUT-OK
           MOVE SPACES TO WS-AUT-ID WS-AUT-SENHA
           DISPLAY "APROVACAO SUPERV. - ID: [     ]" AT 2210
           ACCEPT WS-AUT-ID AT 2235
           DISPLAY "SENHA: [          ]" AT 2243
           ACCEPT WS-AUT-SENHA AT 2251 WITH SECURE
           MOVE WS-AUT-ID TO OPER_ID
           READ ARQ-OPERADOR
               INVALID KEY
                  CONTINUE
               NOT INVALID KEY
                  MOVE WS-AUT-SENHA TO WS-SENHA-ABERTA
                  PERFORM EMBARALHA-SENHA
                  IF OPER_SENHA = WS-SENHA-CIFRADA AND
                     OPER_STATUS = "A" AND
                     (OPER_PERFIL = "S" OR OPER_PERFIL = "A")
                     MOVE "S" TO WS-AUT-OK
                  END-IF
           END-READ
           DISPLAY "                               " AT 2210
           DISPLAY "                    " AT 2243
           .

      ************************************
      * RELATORIO MENSAL                 *
      ************************************
      * PDD POR FAIXA DA COMPETENCIA COM A VARIACAO SOBRE A ANTERIOR
      * (CONSTITUICAO SE POSITIVA, REVERSAO SE NEGATIVA), TITULOS
      * BAIXADOS COMO PERDA NO MES E RECUPERACOES RECEBIDAS NO MES.
       EMITE-RELATORIO.
           MOVE "RELATORIO" TO DOPCAO
           OPEN INPUT ARQ-PDD
           IF WS-RESULTADO-ACESSO NOT = "00"
              MOVE "*** NAO HA PDD CALCULADA ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO EMITE-RELATORIO-FIM
           END-IF
           MOVE "N" TO WS-SEM-PERDA
           OPEN INPUT ARQ-PERDA
           IF WS-RESULTADO-ACESSO NOT = "00"
              MOVE "S" TO WS-SEM-PERDA
           END-IF
           PERFORM OPEN-AUDITORIA
           MOVE WCF-ARQ-IMPRESSAO-PDD TO WRL-ARQ-IMPRESSAO
           OPEN OUTPUT ARQIMP
           MOVE WS-ANO-MES  TO CAB-ANO-MES
           MOVE WS-DATA-REF TO CAB-DATA-REF
           WRITE REGIMP FROM CABEC-PDD
           WRITE REGIMP FROM CABEC2-PDD
           MOVE SPACES TO REGIMP
           WRITE REGIMP

           PERFORM IMPRIME-PDD
           PERFORM IMPRIME-PERDAS
           PERFORM IMPRIME-RECUPERACOES

           CLOSE ARQIMP
      * COPIA DATADA + CATALOGO DE SPOOL (VER SISSPPGER.CPY).
           MOVE "PDDTIT" TO WS-SPL-PROGRAMA
           MOVE WRL-ARQ-IMPRESSAO TO WS-SPL-ORIGEM
           PERFORM REGISTRA-SPOOL THRU REGISTRA-SPOOL-FIM

           MOVE SPACES TO MENS
           STRING "PERDAS " WS-QTD-PERDAS
                  " RECUP " WS-QTD-RECUP
               DELIMITED BY SIZE INTO MENS
           END-STRING
           PERFORM GRAVA-AUDITORIA
           CLOSE ARQ-PDD ARQ-AUD
           IF WS-SEM-PERDA = "N"
              CLOSE ARQ-PERDA
           END-IF
           IF WS-MODO-BATCH NOT = "S"
              MOVE "*** RELATORIO EMITIDO ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
           END-IF
           .
       EMITE-RELATORIO-FIM.
           EXIT.

       IMPRIME-PDD.
           MOVE ZEROS TO WS-TOT-QTD WS-TOT-SALDO WS-TOT-PROVISAO
                         WS-TOT-PROV-ANT
           MOVE "N" TO WS-PDD-CALCULADA
           MOVE ZEROS TO WDF-DE
           PERFORM VARYING WS-FX FROM 1 BY 1
                   UNTIL WS-FX > WCF-PDD-QTD-FAIXAS
              MOVE WS-ANO-MES TO PDD_ANO_MES
              MOVE WS-FX      TO PDD_FAIXA
              READ ARQ-PDD
                  INVALID KEY
                     CONTINUE
                  NOT INVALID KEY
                     MOVE "S" TO WS-PDD-CALCULADA
                     PERFORM IMPRIME-FAIXA
              END-READ
              MOVE WS-ANO-MES-ANT TO PDD_ANO_MES
              MOVE WS-FX          TO PDD_FAIXA
              READ ARQ-PDD
                  INVALID KEY
                     CONTINUE
                  NOT INVALID KEY
                     ADD PDD_PROVISAO TO WS-TOT-PROV-ANT
              END-READ
           END-PERFORM
           MOVE "00" TO WS-RESULTADO-ACESSO

           IF WS-PDD-CALCULADA = "N"
              MOVE "PDD NAO CALCULADA PARA A COMPETENCIA" TO REGIMP
              WRITE REGIMP
           END-IF
           MOVE SPACES TO REGIMP
           WRITE REGIMP
           MOVE "TOTAL EM ABERTO NA DATA" TO TOT-TITULO
           MOVE WS-TOT-QTD   TO TOT-QTD
           MOVE WS-TOT-SALDO TO TOT-VALOR
           WRITE REGIMP FROM DET-TOTAL
           MOVE "PROVISAO DA COMPETENCIA" TO TOT-TITULO
           MOVE ZEROS           TO TOT-QTD
           MOVE WS-TOT-PROVISAO TO TOT-VALOR
           WRITE REGIMP FROM DET-TOTAL
           MOVE "PROVISAO DA COMPETENCIA ANTERIOR" TO TOT-TITULO
           MOVE WS-TOT-PROV-ANT TO TOT-VALOR
           WRITE REGIMP FROM DET-TOTAL
           COMPUTE WS-VARIACAO = WS-TOT-PROVISAO - WS-TOT-PROV-ANT
           IF WS-VARIACAO < ZEROS
              MOVE "REVERSAO DE PROVISAO NO MES" TO TOT-TITULO
           ELSE
              MOVE "CONSTITUICAO DE PROVISAO NO MES" TO TOT-TITULO
           END-IF
           MOVE WS-VARIACAO TO TOT-VALOR
           WRITE REGIMP FROM DET-TOTAL
           .

      * A DESCRICAO DA FAIXA VEM DO LIMITE GRAVADO COM A PDD (O DA
      * CONFIGURACAO NA HORA DO CALCULO).
       IMPRIME-FAIXA.
           IF PDD_FAIXA = 1
              MOVE "A VENCER" TO DPD-FAIXA
           ELSE
           IF PDD_FAIXA = WCF-PDD-QTD-FAIXAS
              MOVE SPACES TO DPD-FAIXA
              STRING "ACIMA DE " WDF-DE " DIAS"
                  DELIMITED BY SIZE INTO DPD-FAIXA
              END-STRING
           ELSE
              MOVE PDD_DIAS_ATE TO WDF-ATE
              MOVE WS-DESC-FAIXA TO DPD-FAIXA
           END-IF
           END-IF
           COMPUTE WDF-DE = PDD_DIAS_ATE + 1
           MOVE PDD_PERCENTUAL  TO DPD-PERCENTUAL
           MOVE PDD_QTD_TITULOS TO DPD-QTD
           MOVE PDD_SALDO       TO DPD-SALDO
           MOVE PDD_PROVISAO    TO DPD-PROVISAO
           WRITE REGIMP FROM DET-PDD
           ADD PDD_QTD_TITULOS TO WS-TOT-QTD
           ADD PDD_SALDO       TO WS-TOT-SALDO
           ADD PDD_PROVISAO    TO WS-TOT-PROVISAO
           .

       IMPRIME-PERDAS.
           MOVE ZEROS TO WS-QTD-PERDAS WS-TOT-PERDAS
           MOVE SPACES TO REGIMP
           WRITE REGIMP
           WRITE REGIMP FROM CABEC-PERDAS
           WRITE REGIMP FROM CABEC2-PERDA
           IF WS-SEM-PERDA = "N"
              PERFORM POSICIONA-PERDA
              PERFORM UNTIL WS-EOF-PDA = "Y"
                 READ ARQ-PERDA NEXT AT END
                    MOVE "Y" TO WS-EOF-PDA
                 END-READ
                 IF WS-EOF-PDA = "N" AND
                    PDA_DATA_BAIXA(1:6) = WS-ANO-MES
                    ADD 1         TO WS-QTD-PERDAS
                    ADD PDA_VALOR TO WS-TOT-PERDAS
                    MOVE PDA_DATA_BAIXA TO DPE-DATA
                    MOVE PDA_VALOR      TO DPE-VALOR
                    PERFORM IMPRIME-PERDA
                 END-IF
              END-PERFORM
           END-IF
           MOVE "TOTAL BAIXADO COMO PERDA" TO TOT-TITULO
           MOVE WS-QTD-PERDAS TO TOT-QTD
           MOVE WS-TOT-PERDAS TO TOT-VALOR
           WRITE REGIMP FROM DET-TOTAL
           .

       IMPRIME-RECUPERACOES.
           MOVE ZEROS TO WS-QTD-RECUP WS-TOT-RECUP
           MOVE SPACES TO REGIMP
           WRITE REGIMP
           WRITE REGIMP FROM CABEC-RECUP
           WRITE REGIMP FROM CABEC2-PERDA
           IF WS-SEM-PERDA = "N"
              PERFORM POSICIONA-PERDA
              PERFORM UNTIL WS-EOF-PDA = "Y"
                 READ ARQ-PERDA NEXT AT END
                    MOVE "Y" TO WS-EOF-PDA
                 END-READ
                 IF WS-EOF-PDA = "N" AND PDA_SITUACAO = "R" AND
                    PDA_DATA_RECUPERACAO(1:6) = WS-ANO-MES
                    ADD 1 TO WS-QTD-RECUP
                    ADD PDA_VALOR_RECUPERADO TO WS-TOT-RECUP
                    MOVE PDA_DATA_RECUPERACAO TO DPE-DATA
                    MOVE PDA_VALOR_RECUPERADO TO DPE-VALOR
                    PERFORM IMPRIME-PERDA
                 END-IF
              END-PERFORM
           END-IF
           MOVE "TOTAL RECUPERADO" TO TOT-TITULO
           MOVE WS-QTD-RECUP TO TOT-QTD
           MOVE WS-TOT-RECUP TO TOT-VALOR
           WRITE REGIMP FROM DET-TOTAL
           .

       POSICIONA-PERDA.
           MOVE "N"   TO WS-EOF-PDA
           MOVE ZEROS TO PDA_CHAVE
           START ARQ-PERDA KEY IS NOT LESS THAN PDA_CHAVE
               INVALID KEY
                  MOVE "Y" TO WS-EOF-PDA
           END-START
           .

       IMPRIME-PERDA.
           MOVE PDA_NUMERO_NF       TO DPE-NF
           MOVE PDA_PARCELA         TO DPE-PARCELA
           MOVE PDA_CODIGO_CLIENTE  TO DPE-CLIENTE
           MOVE PDA_DATA_VENCIMENTO TO DPE-VENCIMENTO
           MOVE PDA_MOTIVO          TO DPE-MOTIVO
           MOVE PDA_SUPERVISOR      TO DPE-SUPERVISOR
           MOVE PDA_OBSERVACAO      TO DPE-OBSERVACAO
           WRITE REGIMP FROM DET-PERDA
           .

      *******************************
      * ROTINAS DE APOIO            *
      *******************************
       GRAVA-AUDITORIA.
           MOVE FUNCTION CURRENT-DATE(1:14) TO AUD-DATA-HORA
           MOVE "PDDTIT"           TO AUD-PROGRAMA
           MOVE LS-ID              TO AUD-OPERADOR
           MOVE DOPCAO             TO AUD-OPERACAO
           IF DOPCAO = "PERDA"
              MOVE TIT_CODIGO_CLIENTE TO AUD-CODIGO
           ELSE
              MOVE WS-ANO-MES         TO AUD-CODIGO
           END-IF
           MOVE MENS               TO AUD-RESULTADO
           WRITE REGAUD
           .

      * A PDD E O ARQUIVO DE PERDAS SAO CRIADOS NA PRIMEIRA ABERTURA
      * (MESMO IDIOMA DO OPEN-CONTAB DO CADCTB).
       OPEN-PDD.
           OPEN I-O ARQ-PDD
           IF WS-RESULTADO-ACESSO = "05" OR "35"
              OPEN OUTPUT ARQ-PDD
              CLOSE ARQ-PDD
              OPEN I-O ARQ-PDD
           END-IF
           .

       OPEN-PERDA.
           OPEN I-O ARQ-PERDA
           IF WS-RESULTADO-ACESSO = "05" OR "35"
              OPEN OUTPUT ARQ-PERDA
              CLOSE ARQ-PERDA
              OPEN I-O ARQ-PERDA
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

      * ABRE-PERIODOS, VERIFICA-PERIODO-FECHADO E FECHA-PERIODOS:
      * VER COPYBOOK, COMPARTILHADO COM CADPED/FATPED/CADTIT.
       COPY "copybook\SISPEPGER.CPY".

      * GRAVA-JORNAL E OPEN-JORNAL: VER COPYBOOK, COMPARTILHADO COM
      * OS DEMAIS GRAVADORES DO JORNAL DE IMAGENS.
       COPY "copybook\SISJRPGER.CPY".

      * REGISTRA-SPOOL: VER COPYBOOK, COMPARTILHADO PELOS PROGRAMAS
      * DE RELATORIO.
       COPY "copybook\SISSPPGER.CPY".

      * EMBARALHA-SENHA: VER COPYBOOK, COMPARTILHADO COM MENU/CADOPE
      * (USADO AQUI PELA APROVACAO DO SUPERVISOR).
       COPY "copybook\SISSNPGER.CPY".

      * CARREGA-FILIAL E MONTA-CAMINHOS-FILIAL: VER COPYBOOK,
      * COMPARTILHADO POR TODOS OS PROGRAMAS DA FILIAL.
       COPY "copybook\SISFIPGER.CPY".
