              MOVE "Y" TO WS-EOF-NF
           END-READ
           PERFORM UNTIL WS-EOF-NF = "Y"
      * REMESSA EM BONIFICACAO (NF_TIPO "B") NAO CONTA PARA A META.
              IF NF_DATA_EMISSAO(1:6) = WS-ANO-MES AND
                 NF_COD_VENDEDOR > ZEROS AND
                 NF_SITUACAO NOT = "C" AND
                 NF_TIPO NOT = "B"
                 ADD NF_VALOR_TOTAL
                     TO WS-REALIZADO-VEN(NF_COD_VENDEDOR)
              END-IF
