       77 WS-ITEM-IDX          PIC 9(003) VALUE ZEROS.
       77 WS-QTDE-ITEM         PIC 9(009) VALUE ZEROS.
       77 WS-VALOR-ITEM        PIC 9(011)V9(02) VALUE ZEROS.
      * LINHA DO HISTORICO: PRODUTO VENDIDO OU, NO KIT, CADA COMPONENTE
      * COM A QUANTIDADE EXPLODIDA E O VALOR RATEADO (VER SISKTPGER).
       77 WS-HIS-PRODUTO       PIC 9(005) VALUE ZEROS.
       77 WS-HIS-QTDE          PIC 9(009) VALUE ZEROS.
       77 WS-HIS-VALOR         PIC 9(011)V9(02) VALUE ZEROS.
       77 WS-QTD-NOTAS         PIC 9(007) VALUE ZEROS.
       77 WS-QTD-LINHAS        PIC 9(007) VALUE ZEROS.
       77 WS-QTD-APAGADAS      PIC 9(007) VALUE ZEROS.
                   MOVE "Y" TO WS-EOF-NF
               END-READ
               IF WS-EOF-NF = "N"
      * REMESSA EM BONIFICACAO (NF_TIPO "B") NAO E VENDA: FICA FORA
      * DO AGREGADO (E, POR ELE, DA MARGEM, DO CUSTO DE SERVIR E DO
      * RAPPEL).
                  IF NF_DATA_EMISSAO(1:6) = WS-ANO-MES AND
                     NF_SITUACAO NOT = "C" AND
                     NF_TIPO NOT = "B"
                     ADD 1 TO WS-QTD-NOTAS
                     PERFORM ACUMULA-PEDIDO-DA-NOTA
                  END-IF
           IF WS-QTDE-ITEM > ZEROS
              COMPUTE WS-VALOR-ITEM = WS-QTDE-ITEM *
                  WS-ITN-VALOR-UNIT(WS-ITEM-IDX)
              MOVE WS-ITN-PRODUTO(WS-ITEM-IDX) TO WS-KTC-PRODUTO
              PERFORM CARREGA-COMPOSICAO-KIT
              IF WS-QTD-KTC = ZEROS
                 MOVE WS-ITN-PRODUTO(WS-ITEM-IDX) TO WS-HIS-PRODUTO
                 MOVE WS-QTDE-ITEM  TO WS-HIS-QTDE
                 MOVE WS-VALOR-ITEM TO WS-HIS-VALOR
                 PERFORM GRAVA-HISTORICO
              ELSE
                 MOVE WS-QTDE-ITEM  TO WS-KTC-KITS
                 MOVE WS-VALOR-ITEM TO WS-KTC-VALOR-KITS
                 PERFORM RATEIA-KIT
                 PERFORM VARYING WS-KTC-IDX FROM 1 BY 1
                         UNTIL WS-KTC-IDX > WS-QTD-KTC
                    MOVE WS-KTC-COMPONENTE(WS-KTC-IDX)
                      TO WS-HIS-PRODUTO
                    MOVE WS-KTC-QTDE-RAT(WS-KTC-IDX)  TO WS-HIS-QTDE
                    MOVE WS-KTC-VALOR-RAT(WS-KTC-IDX) TO WS-HIS-VALOR
                    PERFORM GRAVA-HISTORICO
                 END-PERFORM
              END-IF
           END-IF
           .

       GRAVA-HISTORICO.
           MOVE WS-ANO-MES        TO HIS_ANO_MES
           MOVE NF_COD_VENDEDOR   TO HIS_COD_VENDEDOR
           MOVE NF_CODIGO_CLIENTE TO HIS_CODIGO_CLIENTE
           MOVE WS-HIS-PRODUTO    TO HIS_CODIGO_PRODUTO
           READ ARQ-HISVEN
               INVALID KEY
                  MOVE WS-HIS-QTDE  TO HIS_QTDE
                  MOVE WS-HIS-VALOR TO HIS_VALOR
                  WRITE REGHIS
                  ADD 1 TO WS-QTD-LINHAS
               NOT INVALID KEY
                  ADD WS-HIS-QTDE  TO HIS_QTDE
                  ADD WS-HIS-VALOR TO HIS_VALOR
                  REWRITE REGHIS
           END-READ
           .

       GRAVA-AUDITORIA.
           MOVE FUNCTION CURRENT-DATE(1:14) TO AUD-DATA-HORA
           MOVE "AGRVEN"   TO AUD-PROGRAMA
      * COMPARTILHADO COM O CADPED/FATPED.
       COPY "copybook\SISITPGER.CPY".

      * CARREGA-COMPOSICAO-KIT E RATEIA-KIT: VER COPYBOOK,
      * COMPARTILHADO POR QUEM EXPLODE OS PRODUTOS-KIT.
       COPY "copybook\SISKTPGER.CPY".

      * CARREGA-FILIAL E MONTA-CAMINHOS-FILIAL: VER COPYBOOK,
      * COMPARTILHADO POR TODOS OS PROGRAMAS DA FILIAL.
       COPY "copybook\SISFIPGER.CPY".
