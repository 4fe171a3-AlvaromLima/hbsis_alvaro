               READ ARQ-NF NEXT AT END
                   MOVE "Y" TO WS-EOF-NF
               END-READ
      * REMESSA EM BONIFICACAO (NF_TIPO "B") NAO E COMPRA.
               IF WS-EOF-NF = "N"
                  IF NF_SITUACAO NOT = "C" AND NF_TIPO NOT = "B"
                     PERFORM AGREGA-NOTA
                  END-IF
               END-IF
