       COPY "copybook\SISWSGER.CPY".
       COPY "copybook\SISCFGER.CPY".

      * O ESTORNO EM SI (NOTA, TITULOS, PEDIDO, ESTOQUE E LOTES) FICA
      * NO SISESPGER.CPY, COMPARTILHADO COM O RETORNO DE CARGA
      * (RETCAR); OS CAMPOS DE APOIO ESTAO EM SISWSGER.CPY.

       LINKAGE SECTION.
       01 LS-ID PIC X(5).
        02 LINE 12 COL 10 VALUE "CLIENTE      : [       ]".
        02 LINE 13 COL 10 VALUE "EMISSAO      : [        ]".
        02 LINE 14 COL 10 VALUE "VALOR        : [             ]".
        02 LINE 15 COL 10 VALUE "CHAVE NF-E   :".
        02 LINE 17 COL 10 VALUE "MOTIVO       : [   ]".
        02 LINE 17 COL 40 VALUE "DIG/DUP/VAL/OUT".
        02 LINE 19 COL 10 VALUE
      * NOTA COM PARCELA JA PAGA NAO PODE SER ESTORNADA AQUI: O
      * DINHEIRO JA ENTROU, O CAMINHO E A DEVOLUCAO (CADDEV).
                 PERFORM VERIFICA-TITULOS-PAGOS
                 IF WS-ESN-TEM-TIT-PAGO = "S"
                    MOVE "*** NOTA COM PARCELA PAGA: USE CADDEV ***"
                           TO MENS
                    PERFORM ROT-MENS THRU ROT-MENS-FIM
           END-IF
           .

       ENTRA-MOTIVO.
           MOVE "N" TO W-SN
           MOVE SPACES TO WS-ESN-MOTIVO
           ACCEPT WS-ESN-MOTIVO AT 1726
           IF WS-ESN-MOTIVO = SPACES
              MOVE "MOTIVO OBRIGATORIO" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
           ELSE
           END-IF
           .

      * VER ESTORNA-NOTA-FISCAL EM SISESPGER.CPY.
       EXECUTA-ESTORNO.
           MOVE "ESTNF" TO WS-JRN-PROGRAMA
           MOVE LS-ID   TO WS-JRN-OPERADOR
           PERFORM ESTORNA-NOTA-FISCAL
           IF WS-ESN-ESTORNADA NOT = "S"
              MOVE "ERRO AO CANCELAR A NOTA" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
           ELSE
              PERFORM GRAVA-AUDITORIA
      * NOTA JA TRANSMITIDA: O EVENTO DE CANCELAMENTO FICOU NA PASTA
      * DA NF-E PARA O TRANSMISSOR (VER SISNEPGER.CPY).
              IF WS-ESN-GERA-EVENTO = "S"
                 MOVE "*** NOTA ESTORNADA, EVENTO NF-E GERADO ***"
                        TO MENS
              ELSE
                 MOVE "*** NOTA ESTORNADA ***" TO MENS
              END-IF
              PERFORM ROT-MENS THRU ROT-MENS-FIM
           END-IF
           .

           MOVE DOPCAO     TO AUD-OPERACAO
           MOVE NF_NUMERO  TO AUD-CODIGO
           MOVE SPACES     TO AUD-RESULTADO
           IF WS-ESN-PEDIDO-REABERTO = "S"
              STRING "MOTIVO " WS-ESN-MOTIVO " PEDIDO REABERTO"
                  DELIMITED BY SIZE INTO AUD-RESULTADO
              END-STRING
           ELSE
              STRING "MOTIVO " WS-ESN-MOTIVO " PEDIDO NAO REABERTO"
                  DELIMITED BY SIZE INTO AUD-RESULTADO
              END-STRING
           END-IF
           DISPLAY NF_CODIGO_CLIENTE AT 1226
           DISPLAY NF_DATA_EMISSAO   AT 1326
           DISPLAY NF_VALOR_TOTAL    AT 1426
           DISPLAY NF_CHAVE_ACESSO   AT 1526
           .

      *******************************
           IF WS-RESULTADO-ACESSO NOT = "00"
              MOVE "S" TO WS-SEM-ESTOQUE
              MOVE "00" TO WS-RESULTADO-ACESSO
           ELSE
              PERFORM ABRE-KARDEX
              MOVE "ESTNF" TO WS-KDX-PROGRAMA
              MOVE LS-ID   TO WS-KDX-OPERADOR
           END-IF
      * LOTES DA NOTA (ARQ-NFLOTE, GRAVADO PELO FATPED): SEM OS
      * ARQUIVOS DE LOTE O ESTORNO SEGUE SEM ELES.
           MOVE "N" TO WS-SEM-LOTE-NF
           OPEN I-O ARQ-LOTE
           IF WS-RESULTADO-ACESSO NOT = "00"
              MOVE "S" TO WS-SEM-LOTE-NF
              MOVE "00" TO WS-RESULTADO-ACESSO
           ELSE
              OPEN INPUT ARQ-NFLOTE
              IF WS-RESULTADO-ACESSO NOT = "00"
                 MOVE "S" TO WS-SEM-LOTE-NF
                 MOVE "00" TO WS-RESULTADO-ACESSO
                 CLOSE ARQ-LOTE
              END-IF
           END-IF
      * NOTA QUE VOLTOU NO CAMINHAO (RETCAR) JA ESTA COM A
      * MERCADORIA NO ESTOQUE; SEM O ARQUIVO NAO HA RETORNO A OLHAR.
           MOVE "N" TO WS-SEM-RETORNO
           OPEN I-O ARQ-RETCARGA
           IF WS-RESULTADO-ACESSO NOT = "00"
              MOVE "S" TO WS-SEM-RETORNO
              MOVE "00" TO WS-RESULTADO-ACESSO
           END-IF
           PERFORM OPEN-AUDITORIA
           PERFORM OPEN-JORNAL
                 ARQ-JRN
           IF WS-SEM-ESTOQUE NOT = "S"
              CLOSE ARQ-ESTOQUE
              IF WS-SEM-KARDEX NOT = "S"
                 CLOSE ARQ-KARDEX
              END-IF
           END-IF
           IF WS-SEM-LOTE-NF NOT = "S"
              CLOSE ARQ-LOTE ARQ-NFLOTE
           END-IF
           IF WS-SEM-RETORNO NOT = "S"
              CLOSE ARQ-RETCARGA
           END-IF
           .

      * COMPARTILHADO COM O CADPED/FATPED.
       COPY "copybook\SISITPGER.CPY".

      * GRAVA-MOVIMENTO-ESTOQUE E ABRE-KARDEX: VER COPYBOOK,
      * COMPARTILHADO POR TODOS OS PROGRAMAS QUE MEXEM NO ESTOQUE.
       COPY "copybook\SISKXPGER.CPY".

      * ESTORNA-NOTA-FISCAL E VERIFICA-TITULOS-PAGOS: VER COPYBOOK,
      * COMPARTILHADO COM O RETCAR.
       COPY "copybook\SISESPGER.CPY".

      * GERA-EVENTO-CANCELAMENTO E MONTA-DATA-HORA-NFE: VER COPYBOOK,
      * COMPARTILHADO COM RETCAR/FATPED.
       COPY "copybook\SISNEPGER.CPY".

      * MOVIMENTA-RETORNO-NOTA E VERIFICA-RETORNO-NOTA: VER COPYBOOK,
      * COMPARTILHADO COM RETCAR/ROMENT.
       COPY "copybook\SISRTPGER.CPY".

      * CARREGA-COMPOSICAO-KIT E RATEIA-KIT: VER COPYBOOK,
      * COMPARTILHADO POR QUEM EXPLODE OS PRODUTOS-KIT.
       COPY "copybook\SISKTPGER.CPY".

      * CARREGA-FILIAL E MONTA-CAMINHOS-FILIAL: VER COPYBOOK,
      * COMPARTILHADO POR TODOS OS PROGRAMAS DA FILIAL.
       COPY "copybook\SISFIPGER.CPY".
