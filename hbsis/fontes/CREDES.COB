       77 WS-RAZAO-CLIENTE     PIC X(040) VALUE SPACES.
       77 WS-CLIENTE-ANALISE   PIC 9(007) VALUE ZEROS.

      * EXPOSICAO DO GRUPO ECONOMICO DA LOJA (VER SISGRPGER.CPY):
      * TITULOS EM ABERTO E PEDIDOS NAO FATURADOS DE TODAS AS LOJAS
      * CONTRA O LIMITE DO GRUPO.
       77 WS-GRP-PEDIDOS       PIC 9(013)V9(02) VALUE ZEROS.
       77 WS-GRP-LOJA          PIC 9(007) VALUE ZEROS.

       LINKAGE SECTION.
       01 LS-ID PIC X(5).

        02 LINE 12 COL 10 VALUE "TITULOS ABERT: [             ]".
        02 LINE 13 COL 10 VALUE "PEDIDOS ABERT: [             ]".
        02 LINE 14 COL 10 VALUE "ATRASO MEDIO : [     ] DIAS".
        02 LINE 14 COL 42 VALUE "PED. GRUPO : [               ]".
        02 LINE 15 COL 10 VALUE "GRUPO        : [     ]".
        02 LINE 16 COL 10 VALUE "LIMITE GRUPO : [           ]".
        02 LINE 16 COL 42 VALUE "TIT. GRUPO : [               ]".
        02 LINE 17 COL 10 VALUE "ACAO (L=LIBERA R=RECUSA) : [ ]".
        02 LINE 19 COL 10 VALUE "JUSTIFICATIVA:".
      *-----------------------------------------------------------------
                  END-IF
               END-IF
           END-PERFORM
           PERFORM APURA-EXPOSICAO-GRUPO
      * RELE O PEDIDO EM ANALISE (A VARREDURA ACIMA PISOU O BUFFER).
           MOVE WS-PEDIDO-ESCOLHIDO TO PED_NUMERO_PEDIDO
           READ ARQ-PEDIDO
           END-READ
           .

      * LOJA DE REDE: LIMITE DO GRUPO, TITULOS EM ABERTO DAS LOJAS
      * (VER SISGRPGER.CPY) E PEDIDOS NAO FATURADOS DAS LOJAS, PELA
      * MESMA VARREDURA DE PEDIDOS DO CLIENTE.
       APURA-EXPOSICAO-GRUPO.
           MOVE ZEROS TO WS-GRP-PEDIDOS
           MOVE WS-CLIENTE-ANALISE TO WS-GRP-CLIENTE
           PERFORM LOCALIZA-GRUPO-CLIENTE
           IF WS-GRP-CODIGO = ZEROS
              EXIT PARAGRAPH
           END-IF
           PERFORM SOMA-ABERTO-GRUPO
           MOVE "N" TO WS-GRP-EOF
           MOVE WS-GRP-CODIGO TO GRC_CODIGO_GRUPO
           START ARQ-GRPCLI
               KEY IS NOT LESS THAN GRC_CODIGO_GRUPO
                    INVALID KEY
                       MOVE "Y" TO WS-GRP-EOF
           END-START
           PERFORM UNTIL WS-GRP-EOF = "Y"
               READ ARQ-GRPCLI NEXT AT END
                   MOVE "Y" TO WS-GRP-EOF
               END-READ
               IF WS-GRP-EOF = "N"
                  IF GRC_CODIGO_GRUPO NOT = WS-GRP-CODIGO
                     MOVE "Y" TO WS-GRP-EOF
                  ELSE
                     PERFORM SOMA-PEDIDOS-LOJA
                  END-IF
               END-IF
           END-PERFORM
           MOVE "00" TO WS-RESULTADO-ACESSO
           .

       SOMA-PEDIDOS-LOJA.
           MOVE GRC_CODIGO_CLIENTE TO WS-GRP-LOJA
           MOVE "N" TO WS-EOF-TIT
           MOVE WS-GRP-LOJA TO PED_CODIGO_CLIENTE
           START ARQ-PEDIDO
               KEY IS NOT LESS THAN PED_CODIGO_CLIENTE
                    INVALID KEY
                       MOVE "Y" TO WS-EOF-TIT
           END-START
           PERFORM UNTIL WS-EOF-TIT = "Y"
               READ ARQ-PEDIDO NEXT AT END
                   MOVE "Y" TO WS-EOF-TIT
               END-READ
               IF WS-EOF-TIT = "N"
                  IF PED_CODIGO_CLIENTE NOT = WS-GRP-LOJA
                     MOVE "Y" TO WS-EOF-TIT
                  ELSE
                     IF PED_SITUACAO = "A" OR PED_SITUACAO = "S"
                        ADD PED_VALOR_TOTAL TO WS-GRP-PEDIDOS
                     END-IF
                  END-IF
               END-IF
           END-PERFORM
           .

       MOSTRA-EXPOSICAO.
           MOVE PED_CODIGO_CLIENTE TO CLI_CODIGO_CLIENTE
           READ ARQ-CLIENTE
           DISPLAY WS-TIT-ABERTOS     AT 1226
           DISPLAY WS-PED-ABERTOS     AT 1326
           DISPLAY WS-ATRASO-MEDIO    AT 1426
           IF WS-GRP-CODIGO = ZEROS
              DISPLAY "LOJA SEM GRUPO ECONOMICO" AT 1534
           ELSE
              DISPLAY WS-GRP-CODIGO      AT 1526
              DISPLAY WS-GRP-NOME(1:40)  AT 1534
              DISPLAY WS-GRP-LIMITE      AT 1626
              DISPLAY WS-GRP-PEDIDOS     AT 1456
              DISPLAY WS-GRP-SALDO       AT 1656
              IF WS-GRP-LIMITE > ZEROS AND
                 WS-GRP-SALDO + WS-GRP-PEDIDOS > WS-GRP-LIMITE
                 DISPLAY "*** GRUPO ACIMA DO LIMITE ***" AT 1810
              END-IF
           END-IF
           .

       DECIDE-PEDIDO.
                 END-IF
                 REWRITE REGPED
                 IF WS-RESULTADO-ACESSO = "00" OR "02"
      * PEDIDO RECUSADO SAI DA CARTEIRA E DEVOLVE A RESERVA DE
      * ESTOQUE DOS ITENS (VER SISRSPGER.CPY).
                    IF PED_SITUACAO = "C"
                       PERFORM CARREGA-ITENS-PEDIDO
                       MOVE -1 TO WS-RES-SINAL
                       PERFORM RESERVA-ITENS-PEDIDO
                    END-IF
                    PERFORM GRAVA-AUDITORIA
                    MOVE "*** DECISAO REGISTRADA ***" TO MENS
                    PERFORM ROT-MENS THRU ROT-MENS-FIM
              CLOSE ARQ-PEDIDO ARQ-CLIENTE
              EXIT PROGRAM
              .
           PERFORM ABRE-GRUPO
      * SEM CONTROLE DE ESTOQUE NAO HA RESERVA A DEVOLVER.
           MOVE "N" TO WS-SEM-ESTOQUE
           OPEN I-O ARQ-ESTOQUE
           IF WS-RESULTADO-ACESSO NOT = "00"
              MOVE "S" TO WS-SEM-ESTOQUE
              MOVE "00" TO WS-RESULTADO-ACESSO
           END-IF
           PERFORM OPEN-AUDITORIA
           .

                 ARQ-CLIENTE
                 ARQ-TITULO
                 ARQ-AUD
           PERFORM FECHA-GRUPO
           IF WS-SEM-ESTOQUE NOT = "S"
              CLOSE ARQ-ESTOQUE
           END-IF
           .

      **********************
       ROT-MENS-FIM.
           EXIT.

      * ITENS DE PEDIDO NO ARQUIVO PROPRIO: VER COPYBOOK,
      * COMPARTILHADO COM O CADPED E OS LEITORES DE ITENS.
       COPY "copybook\SISITPGER.CPY".

      * RESERVA DE ESTOQUE DOS ITENS DO PEDIDO: VER COPYBOOK,
      * COMPARTILHADO COM CADPED/IMPPED/CORERR.
       COPY "copybook\SISRSPGER.CPY".

      * LIMITE DE CREDITO DO GRUPO ECONOMICO: VER COPYBOOK,
      * COMPARTILHADO COM CADPED/IMPPED/CORERR/CREDES.
       COPY "copybook\SISGRPGER.CPY".

      * CARREGA-COMPOSICAO-KIT E RATEIA-KIT: VER COPYBOOK,
      * COMPARTILHADO POR QUEM EXPLODE OS PRODUTOS-KIT.
       COPY "copybook\SISKTPGER.CPY".

      * CARREGA-FILIAL E MONTA-CAMINHOS-FILIAL: VER COPYBOOK,
      * COMPARTILHADO POR TODOS OS PROGRAMAS DA FILIAL.
       COPY "copybook\SISFIPGER.CPY".
