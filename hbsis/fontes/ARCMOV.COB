       COPY "copybook\SISFDGER.CPY".

       FD ARQ-PEDHIST
           RECORD CONTAINS 407 CHARACTERS.
       01 REGPEDH.
           05 PEDH_NUMERO       PIC 9(009).
           05 PEDH_CLIENTE      PIC 9(007).
           05 FILLER            PIC X(391).

       FD ARQ-NFHIST
           RECORD CONTAINS 216 CHARACTERS.
       01 REGNFH.
           05 NFH_NUMERO        PIC 9(009).
           05 NFH_PEDIDO        PIC 9(009).
           05 NFH_CLIENTE       PIC 9(007).
           05 FILLER            PIC X(191).

       FD ARQ-TITHIST
           RECORD CONTAINS 97 CHARACTERS.
           .

      * PARCELA "A" (ABERTA) OU EM BRANCO (BASE ANTIGA) SEGURA A
      * NOTA NO MOVIMENTO VIVO. "I" (BAIXADA COMO PERDA) TAMBEM: O
      * CLIENTE AINDA PODE PAGAR E O CADTIT REGISTRAR A RECUPERACAO.
       VERIFICA-NOTA-FECHADA.
           MOVE "S" TO WS-NOTA-FECHADA
           MOVE "N" TO WS-EOF-TIT
              IF TIT_NUMERO_NF NOT = NF_NUMERO
                 MOVE "Y" TO WS-EOF-TIT
              ELSE
                 IF TIT_SITUACAO = "A" OR TIT_SITUACAO = SPACE OR
                    TIT_SITUACAO = "I"
                    MOVE "N" TO WS-NOTA-FECHADA
                    MOVE "Y" TO WS-EOF-TIT
                 END-IF
