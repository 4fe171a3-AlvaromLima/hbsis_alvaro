      **************************************************
      * CONTAS A PAGAR: AGING POR FORNECEDOR E AGENDA  *
      * DE PAGAMENTOS DA SEMANA                        *
      **************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RELPAG.
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

       77 W-TIPO-RELATORIO     PIC X(001) VALUE "A".
       77 WS-QTD-IMPRESSOS     PIC 9(005) VALUE ZEROS.
       77 WS-SEM-FORNEC        PIC X(001) VALUE "N".

      * DATA DE REFERENCIA (HOJE) EM DIAS INTEIROS, PARA OS DIAS DE
      * ATRASO (MESMO CALCULO DO RELTIT) E O LIMITE DA AGENDA.
       77 WS-DATA-HOJE         PIC 9(008) VALUE ZEROS.
       77 WS-HOJE-INTEIRO      PIC 9(008) VALUE ZEROS.
       77 WS-VENC-INTEIRO      PIC 9(008) VALUE ZEROS.
       77 WS-DIAS-ATRASO       PIC S9(005) VALUE ZEROS.
       77 WS-DATA-LIMITE       PIC 9(008) VALUE ZEROS.

      * QUEBRA POR FORNECEDOR (A CHAVE DO ARQ-PAGAR JA COMECA POR
      * ELE) COM OS TOTAIS DO GRUPO POR FAIXA DE ATRASO.
       77 WS-FORNEC-ANTERIOR   PIC 9(005) VALUE ZEROS.
       77 WS-TOT-AVENCER       PIC 9(013)V9(02) VALUE ZEROS.
       77 WS-TOT-30            PIC 9(013)V9(02) VALUE ZEROS.
       77 WS-TOT-60            PIC 9(013)V9(02) VALUE ZEROS.
       77 WS-TOT-61MAIS        PIC 9(013)V9(02) VALUE ZEROS.
       77 WS-GER-AVENCER       PIC 9(013)V9(02) VALUE ZEROS.
       77 WS-GER-30            PIC 9(013)V9(02) VALUE ZEROS.
       77 WS-GER-60            PIC 9(013)V9(02) VALUE ZEROS.
       77 WS-GER-61MAIS        PIC 9(013)V9(02) VALUE ZEROS.
       77 WS-TOT-VENCIDO       PIC 9(013)V9(02) VALUE ZEROS.
       77 WS-TOT-AGENDA        PIC 9(013)V9(02) VALUE ZEROS.

       01 CABEC-AGING.
          03 FILLER PIC X(40) VALUE
             "AGING DE CONTAS A PAGAR - DATA: ".
          03 CABA-DATA PIC 9(008).

       01 CABEC-AGENDA.
          03 FILLER PIC X(40) VALUE
             "AGENDA DE PAGAMENTOS ATE: ".
          03 CABG-DATA PIC 9(008).
          03 FILLER PIC X(24) VALUE
             " (INCLUI AS VENCIDAS)".

       01 CABEC.
          03 FILLER PIC X(07) VALUE "FORN.".
          03 FILLER PIC X(14) VALUE "NF/PARC".
          03 FILLER PIC X(09) VALUE "PEDIDO".
          03 FILLER PIC X(12) VALUE "VENCIMENTO".
          03 FILLER PIC X(08) VALUE "DIAS".
          03 FILLER PIC X(18) VALUE "VALOR".
          03 FILLER PIC X(10) VALUE "FAIXA".

       01 CABEC-FORNEC.
          03 FILLER      PIC X(12) VALUE "FORNECEDOR: ".
          03 CFOR-CODIGO PIC ZZZZ9.
          03 FILLER      PIC X(03) VALUE " - ".
          03 CFOR-NOME   PIC X(40).

       01 DETAL.
          03 IMPFORNEC    PIC 9(005).
          03 FILLER       PIC X(02) VALUE SPACES.
          03 IMPNF        PIC 9(009).
          03 FILLER       PIC X(01) VALUE "/".
          03 IMPPARC      PIC 9(002).
          03 FILLER       PIC X(02) VALUE SPACES.
          03 IMPPEDIDO    PIC 9(007).
          03 FILLER       PIC X(02) VALUE SPACES.
          03 IMPVENC      PIC 9(008).
          03 FILLER       PIC X(04) VALUE SPACES.
          03 IMPDIAS      PIC -ZZZZ9.
          03 FILLER       PIC X(02) VALUE SPACES.
          03 IMPVALOR     PIC ZZZ.ZZZ.ZZ9,99.
          03 FILLER       PIC X(02) VALUE SPACES.
          03 IMPFAIXA     PIC X(10).

       01 SUBTOT-FAIXAS.
          03 FILLER       PIC X(11) VALUE "  A VENCER:".
          03 SUB-AVENCER  PIC ZZZ.ZZZ.ZZ9,99.
          03 FILLER       PIC X(07) VALUE "  1-30:".
          03 SUB-30       PIC ZZZ.ZZZ.ZZ9,99.
          03 FILLER       PIC X(08) VALUE "  31-60:".
          03 SUB-60       PIC ZZZ.ZZZ.ZZ9,99.
          03 FILLER       PIC X(06) VALUE "  61+:".
          03 SUB-61       PIC ZZZ.ZZZ.ZZ9,99.

       01 DET-TOTAL.
          03 TOT-TITULO PIC X(30).
          03 TOT-VALOR  PIC ZZZ.ZZZ.ZZZ.ZZ9,99.

       01 WS-MENS-TOTAL.
          03 FILLER     PIC X(27) VALUE "RELATORIO CONCLUIDO OK - ".
          03 WS-MENS-QTD PIC ZZZZ9.
          03 FILLER     PIC X(12) VALUE " REGISTRO(S)".
      *-------------------------------------------------------
       LINKAGE SECTION.
       01 LS-ID PIC X(5).

       SCREEN SECTION.
       COPY "copybook\SISSTGER.CPY".

       01 TELA-PAGAR-REL.
        02 BLANK SCREEN.
        02 LINE 01 COL 1  VALUE
          "**********************************************".
        02 LINE 01 COL 47 VALUE
          "**********************************".
        02 LINE 02 COL 28 VALUE "Sistema de Franquia AMBEV".
        02 LINE 03 COL 1  VALUE
          "**********************************************".
        02 LINE 03 COL 47 VALUE
          "**********************************".
        02 LINE 07 COL 28 VALUE "RELATORIOS DE CONTAS A PAGAR".
        02 LINE 11 COL 10 VALUE "TIPO DE RELATORIO    : [A]".
        02 LINE 11 COL 38 VALUE "[A]GING OU A[G]ENDA DA SEMANA".
        02 LINE 13 COL 10 VALUE "DIAS DA AGENDA       : [   ]".
      *-------------------------------------------------------
       PROCEDURE DIVISION  USING LS-ID.
       INICIO.
      * RESOLVE OS CAMINHOS DA FILIAL SELECIONADA NO LOGIN ANTES DE
      * ABRIR QUALQUER ARQUIVO DE DADOS (VER SISFIPGER.CPY).
           MOVE LS-ID TO WS-SESSAO-ID
           PERFORM CARREGA-FILIAL
           MOVE WCF-ARQ-IMPRESSAO-PAGAR TO WRL-ARQ-IMPRESSAO
           MOVE ZEROS TO WS-QTD-IMPRESSOS
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-DATA-HOJE
           COMPUTE WS-HOJE-INTEIRO =
               FUNCTION INTEGER-OF-DATE(WS-DATA-HOJE)
           .
      *
       INC-OP0.
           OPEN INPUT ARQ-PAGAR
           IF WS-RESULTADO-ACESSO NOT = "00"
              MOVE "*** NAO HA CONTAS A PAGAR GRAVADAS ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              EXIT PROGRAM
              .
           MOVE "N" TO WS-SEM-FORNEC
           OPEN INPUT ARQ-FORNEC
           IF WS-RESULTADO-ACESSO NOT = "00"
              MOVE "S" TO WS-SEM-FORNEC
           END-IF
           .

       MONTA-TELA.
           DISPLAY TELA-PAGAR-REL
           DISPLAY WCF-DIAS-AGENDA-PAGAR AT 1334

           MOVE 0 TO W-SEL
           PERFORM UNTIL W-SEL > 0
             ACCEPT W-TIPO-RELATORIO AT 1134
             IF W-TIPO-RELATORIO NOT = "A" AND
                W-TIPO-RELATORIO NOT = "G"
                MOVE "TIPO INVALIDO (A/G)" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
             ELSE
                MOVE 1 TO W-SEL
             END-IF
           END-PERFORM
           IF W-TIPO-RELATORIO = "G"
              ACCEPT WCF-DIAS-AGENDA-PAGAR WITH UPDATE AT 1334
           END-IF

           MOVE 0 TO W-SEL
           PERFORM CONFIRMA-TELA UNTIL W-SEL > 0
           .

           IF W-SN = "S"
              OPEN OUTPUT ARQIMP
              IF W-TIPO-RELATORIO = "A"
                 PERFORM GERA-AGING
              ELSE
                 PERFORM GERA-AGENDA
              END-IF
              CLOSE ARQIMP
      * COPIA DATADA + CATALOGO DE SPOOL (VER SISSPPGER.CPY).
              MOVE "RELPAG" TO WS-SPL-PROGRAMA
              MOVE WRL-ARQ-IMPRESSAO TO WS-SPL-ORIGEM
              PERFORM REGISTRA-SPOOL THRU REGISTRA-SPOOL-FIM
              MOVE WS-QTD-IMPRESSOS TO WS-MENS-QTD
              MOVE WS-MENS-TOTAL TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
           END-IF
           .

      **********************
      * ROTINA DE FIM      *
      **********************
      *
       ROT-FIM.
           CLOSE ARQ-PAGAR
           IF WS-SEM-FORNEC = "N"
              CLOSE ARQ-FORNEC
           END-IF
           EXIT PROGRAM.

       ROT-FIMS.
           STOP RUN.
      *

      ******************************************
      * AGING: PARCELAS EM ABERTO POR FORNEC.  *
      ******************************************
      * MESMAS FAIXAS DO RELTIT (A VENCER, 1-30, 31-60, 61+), COM
      * SUBTOTAL POR FORNECEDOR E TOTAL GERAL.
       GERA-AGING.
           MOVE WS-DATA-HOJE TO CABA-DATA
           WRITE REGIMP FROM CABEC-AGING
           MOVE ZEROS TO WS-FORNEC-ANTERIOR
           PERFORM ZERA-TOTAIS-FORNEC
           MOVE "N"   TO WS-EOF-SW
           MOVE ZEROS TO PAG_COD_FORNECEDOR PAG_NUMERO_NF PAG_PARCELA
           START ARQ-PAGAR
               KEY IS NOT LESS THAN PAG_CHAVE
                    INVALID KEY
                       MOVE "Y" TO WS-EOF-SW
           END-START
           PERFORM UNTIL EOF-SW
               READ ARQ-PAGAR NEXT AT END
                   MOVE "Y" TO WS-EOF-SW
               END-READ
               IF WS-EOF-SW = "N"
                  IF PAG_SITUACAO = "A"
                     PERFORM QUEBRA-FORNECEDOR
                     PERFORM CALCULA-DIAS
                     PERFORM ACUMULA-FAIXA
                     PERFORM IMPRIME-PARCELA
                  END-IF
               END-IF
           END-PERFORM
           IF WS-FORNEC-ANTERIOR NOT = ZEROS
              PERFORM IMPRIME-SUBTOTAL-FORNEC
           END-IF
           MOVE SPACES TO REGIMP
           MOVE "TOTAL GERAL POR FAIXA:" TO REGIMP
           WRITE REGIMP
           MOVE WS-GER-AVENCER TO SUB-AVENCER
           MOVE WS-GER-30      TO SUB-30
           MOVE WS-GER-60      TO SUB-60
           MOVE WS-GER-61MAIS  TO SUB-61
           WRITE REGIMP FROM SUBTOT-FAIXAS
           .

       ZERA-TOTAIS-FORNEC.
           MOVE ZEROS TO WS-TOT-AVENCER
                         WS-TOT-30
                         WS-TOT-60
                         WS-TOT-61MAIS
           .

       QUEBRA-FORNECEDOR.
           IF PAG_COD_FORNECEDOR NOT = WS-FORNEC-ANTERIOR
              IF WS-FORNEC-ANTERIOR NOT = ZEROS
                 PERFORM IMPRIME-SUBTOTAL-FORNEC
              END-IF
              MOVE PAG_COD_FORNECEDOR TO WS-FORNEC-ANTERIOR
              PERFORM LE-FORNECEDOR
              MOVE SPACES TO REGIMP
              WRITE REGIMP
              MOVE PAG_COD_FORNECEDOR TO CFOR-CODIGO
              MOVE FOR_RAZAO_SOCIAL   TO CFOR-NOME
              WRITE REGIMP FROM CABEC-FORNEC
              WRITE REGIMP FROM CABEC
              MOVE SPACES TO REGIMP
              WRITE REGIMP
           END-IF
           .

       IMPRIME-SUBTOTAL-FORNEC.
           MOVE WS-TOT-AVENCER TO SUB-AVENCER
           MOVE WS-TOT-30      TO SUB-30
           MOVE WS-TOT-60      TO SUB-60
           MOVE WS-TOT-61MAIS  TO SUB-61
           WRITE REGIMP FROM SUBTOT-FAIXAS
           PERFORM ZERA-TOTAIS-FORNEC
           .

       ACUMULA-FAIXA.
           EVALUATE TRUE
             WHEN WS-DIAS-ATRASO NOT > ZEROS
                ADD PAG_VALOR TO WS-TOT-AVENCER WS-GER-AVENCER
             WHEN WS-DIAS-ATRASO NOT > 30
                ADD PAG_VALOR TO WS-TOT-30 WS-GER-30
             WHEN WS-DIAS-ATRASO NOT > 60
                ADD PAG_VALOR TO WS-TOT-60 WS-GER-60
             WHEN OTHER
                ADD PAG_VALOR TO WS-TOT-61MAIS WS-GER-61MAIS
           END-EVALUATE
           .

      ******************************************
      * AGENDA: O QUE VENCE ATE HOJE + N DIAS  *
      ******************************************
      * PELA CHAVE DE VENCIMENTO, DA PARCELA MAIS ANTIGA EM ABERTO
      * ATE O LIMITE DA AGENDA; AS VENCIDAS SAEM MARCADAS PARA O
      * TESOUREIRO PRIORIZAR.
       GERA-AGENDA.
           COMPUTE WS-VENC-INTEIRO =
               WS-HOJE-INTEIRO + WCF-DIAS-AGENDA-PAGAR
           COMPUTE WS-DATA-LIMITE =
               FUNCTION DATE-OF-INTEGER(WS-VENC-INTEIRO)
           MOVE WS-DATA-LIMITE TO CABG-DATA
           WRITE REGIMP FROM CABEC-AGENDA
           MOVE SPACES TO REGIMP
           WRITE REGIMP
           WRITE REGIMP FROM CABEC
           MOVE SPACES TO REGIMP
           WRITE REGIMP
           MOVE ZEROS TO WS-TOT-VENCIDO WS-TOT-AGENDA
           MOVE "N"   TO WS-EOF-SW
           MOVE ZEROS TO PAG_DATA_VENCIMENTO
           START ARQ-PAGAR
               KEY IS NOT LESS THAN PAG_DATA_VENCIMENTO
                    INVALID KEY
                       MOVE "Y" TO WS-EOF-SW
           END-START
           PERFORM UNTIL EOF-SW
               READ ARQ-PAGAR NEXT AT END
                   MOVE "Y" TO WS-EOF-SW
               END-READ
               IF WS-EOF-SW = "N"
                  IF PAG_DATA_VENCIMENTO > WS-DATA-LIMITE
                     MOVE "Y" TO WS-EOF-SW
                  ELSE
                     IF PAG_SITUACAO = "A"
                        PERFORM CALCULA-DIAS
                        ADD PAG_VALOR TO WS-TOT-AGENDA
                        IF WS-DIAS-ATRASO > ZEROS
                           ADD PAG_VALOR TO WS-TOT-VENCIDO
                        END-IF
                        PERFORM IMPRIME-PARCELA
                     END-IF
                  END-IF
               END-IF
           END-PERFORM
           MOVE SPACES TO REGIMP
           WRITE REGIMP
           MOVE "  DOS QUAIS JA VENCIDOS...:" TO TOT-TITULO
           MOVE WS-TOT-VENCIDO TO TOT-VALOR
           WRITE REGIMP FROM DET-TOTAL
           MOVE "TOTAL A PAGAR NO PERIODO..:" TO TOT-TITULO
           MOVE WS-TOT-AGENDA TO TOT-VALOR
           WRITE REGIMP FROM DET-TOTAL
           .

       CALCULA-DIAS.
           COMPUTE WS-VENC-INTEIRO =
               FUNCTION INTEGER-OF-DATE(PAG_DATA_VENCIMENTO)
           COMPUTE WS-DIAS-ATRASO =
               WS-HOJE-INTEIRO - WS-VENC-INTEIRO
           .

       LE-FORNECEDOR.
           MOVE SPACES TO FOR_RAZAO_SOCIAL
           IF WS-SEM-FORNEC = "N"
              MOVE PAG_COD_FORNECEDOR TO FOR_CODIGO
              READ ARQ-FORNEC
                 INVALID KEY MOVE SPACES TO FOR_RAZAO_SOCIAL
              END-READ
           END-IF
           .

       IMPRIME-PARCELA.
           ADD 1 TO WS-QTD-IMPRESSOS
           MOVE PAG_COD_FORNECEDOR  TO IMPFORNEC
           MOVE PAG_NUMERO_NF       TO IMPNF
           MOVE PAG_PARCELA         TO IMPPARC
           MOVE PAG_PEDIDO_COMPRA   TO IMPPEDIDO
           MOVE PAG_DATA_VENCIMENTO TO IMPVENC
           MOVE WS-DIAS-ATRASO      TO IMPDIAS
           MOVE PAG_VALOR           TO IMPVALOR
           EVALUATE TRUE
             WHEN WS-DIAS-ATRASO NOT > ZEROS
                MOVE "A VENCER"  TO IMPFAIXA
             WHEN WS-DIAS-ATRASO NOT > 30
                MOVE "1-30"      TO IMPFAIXA
             WHEN WS-DIAS-ATRASO NOT > 60
                MOVE "31-60"     TO IMPFAIXA
             WHEN OTHER
                MOVE "61+"       TO IMPFAIXA
           END-EVALUATE
           WRITE REGIMP FROM DETAL
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
      * COMPARTILHADO POR TODOS OS PROGRAMAS DA FILIAL.
       COPY "copybook\SISFIPGER.CPY".
