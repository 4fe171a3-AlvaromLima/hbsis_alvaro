        02 LINE 13 COL 10 VALUE "CAP. VOL.  L : [       ]".
        02 LINE 15 COL 10 VALUE "STATUS       : [ ]".
        02 LINE 15 COL 40 VALUE "A=ATIVO S=SUSPENSO F=FECHADO".
        02 LINE 17 COL 10 VALUE "CUSTO R$/KM  : [     ]".
        02 LINE 17 COL 40 VALUE "999,99 POR KM RODADO".
        02 LINE 18 COL 10 VALUE "FIXO R$/DIA  : [       ]".
        02 LINE 18 COL 40 VALUE "99999,99 POR DIA DE USO".
      *-----------------------------------------------------------------
       PROCEDURE DIVISION  USING LS-ID.
       INICIO.
                          .
           MOVE ZEROS  TO VEI_CAPACIDADE_PESO
                          VEI_CAPACIDADE_VOLUME
                          VEI_CUSTO_KM
                          VEI_CUSTO_FIXO_DIA
                          .
      * TODO VEICULO NOVO COMECA ATIVO, MESMO IDIOMA DO CADPRO.
           MOVE "A" TO VEI_STATUS
                    MOVE "INFORME AO MENOS UMA CAPACIDADE" TO MENS
                    PERFORM ROT-MENS THRU ROT-MENS-FIM
                 ELSE
      * CUSTOS DO FRETE: ZEROS E ACEITO (VEICULO SEM CUSTO APURADO
      * SAI COM FRETE ZERO NO ROMANEIO).
                    ACCEPT VEI_CUSTO_KM
                           WITH UPDATE AT 1726
                    ACCEPT VEI_CUSTO_FIXO_DIA
                           WITH UPDATE AT 1826
                    PERFORM ENTRA-STATUS UNTIL W-SEL > 0
                 END-IF
              END-IF
           DISPLAY VEI_CAPACIDADE_PESO AT 1126
           DISPLAY VEI_CAPACIDADE_VOLUME AT 1326
           DISPLAY VEI_STATUS AT 1526
           DISPLAY VEI_CUSTO_KM AT 1726
           DISPLAY VEI_CUSTO_FIXO_DIA AT 1826
           .

      *******************************
