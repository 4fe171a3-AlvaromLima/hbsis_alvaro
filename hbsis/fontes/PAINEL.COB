       77 WS-PCT-EDT           PIC ZZ9,99.

      * ULTIMA RODADA DA CADEIA NOTURNA (dados\STREAM.CTL, VER
      * STRCTL): ATE 30 PASSOS MOSTRADOS (O TETO DA CONFIGURACAO DO
      * STRCTL), 8 POR LINHA NAS LINHAS 21-24, NA ORDEM DA CADEIA,
      * SO COM PROGRAMA E STATUS PARA CABER NA TELA. STATUS "P" =
      * PENDENTE, "E" = EXECUTANDO, "O" = OK, "F" = FALHOU, "D" =
      * DISPENSADO NA RODADA.
       77 WS-QTD-CADEIA        PIC 9(002) VALUE ZEROS.
       77 WS-CAD-LIN           PIC 9(002) VALUE ZEROS.
       77 WS-CAD-COL           PIC 9(002) VALUE ZEROS.
       01 WS-TAB-STREAM.
          05 WS-STR OCCURS 30 TIMES.
             10 WS-STR-SEQ     PIC 9(002).
             10 WS-STR-PROG    PIC X(008).
             10 WS-STR-STATUS  PIC X(001).
        02 LINE 19 COL 05 VALUE
           "LOTES FINANC. PEND./REJEITADOS:".
        02 LINE 20 COL 05 VALUE
           "CADEIA NOTURNA (PROGRAMA STATUS, NA ORDEM):".
      *-----------------------------------------------------------------
       PROCEDURE DIVISION  USING LS-ID.
       INICIO.
              PERFORM VARYING WS-IDX-CAD FROM 1 BY 1
                      UNTIL WS-IDX-CAD > WS-QTD-CADEIA
                 COMPUTE WS-CAD-AUX = WS-IDX-CAD - 1
                 DIVIDE WS-CAD-AUX BY 8
                     GIVING WS-CAD-LIN REMAINDER WS-CAD-COL
                 COMPUTE WS-POS-LIN =
                     (21 + WS-CAD-LIN) * 100 +
                     1 + (WS-CAD-COL * 10)
                 DISPLAY WS-STR-PROG(WS-IDX-CAD) AT WS-POS-LIN
                 ADD 8 TO WS-POS-LIN
                 DISPLAY WS-STR-STATUS(WS-IDX-CAD) AT WS-POS-LIN
              END-PERFORM
           END-IF
                       MOVE "Y" TO WS-EOF-SW
           END-START
           PERFORM CARREGA-PASSO-CADEIA
                   UNTIL WS-EOF-SW = "Y" OR WS-QTD-CADEIA = 30
           CLOSE ARQ-STRCTL
           .
       APURA-CADEIA-FIM.
