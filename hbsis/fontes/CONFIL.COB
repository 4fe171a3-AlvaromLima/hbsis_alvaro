                     MOVE "Y" TO WS-EOF-SW
                  END-READ
                  IF WS-EOF-SW = "N"
      * REMESSA EM BONIFICACAO (NF_TIPO "B") NAO E FATURAMENTO.
                     IF NF_SITUACAO NOT = "C" AND NF_TIPO NOT = "B"
                        ADD NF_VALOR_TOTAL
                            TO WS-FIL-FATURADO(WS-FIL-IDX)
                     END-IF
