              MOVE REGCLI TO WS-JRN-DEPOIS
              MOVE CLI_CODIGO_CLIENTE TO WS-JRN-CHAVE
              PERFORM GRAVA-JORNAL
              PERFORM EXPURGA-MENSAGENS
              PERFORM GRAVA-AUDITORIA
           END-IF
           .

      * O ENDERECO E O TEXTO DAS MENSAGENS AO CLIENTE (ENVMSG) TAMBEM
      * SAO DADO PESSOAL: APAGA DESTINO, TEXTO E DETALHE DO RETORNO,
      * CANCELA O QUE AINDA ESTAVA NA FILA E RETIRA O E-MAIL DA LISTA
      * DE DEVOLVIDOS. DATAS E SITUACOES FICAM PARA A ESTATISTICA.
       EXPURGA-MENSAGENS.
           IF WS-SEM-EMLDEV NOT = "S"
              MOVE CLI_CODIGO_CLIENTE TO EMD_CODIGO_CLIENTE
              DELETE ARQ-EMLDEV
                  INVALID KEY
                     CONTINUE
              END-DELETE
           END-IF
           IF WS-SEM-MSGFILA = "S"
              MOVE "00" TO WS-RESULTADO-ACESSO
              EXIT PARAGRAPH
           END-IF
           MOVE "N" TO WS-MSG-EOF
           MOVE CLI_CODIGO_CLIENTE TO MSG_CODIGO_CLIENTE
           START ARQ-MSGFILA KEY IS EQUAL MSG_CODIGO_CLIENTE
               INVALID KEY
                  MOVE "S" TO WS-MSG-EOF
           END-START
           PERFORM UNTIL WS-MSG-EOF = "S"
               READ ARQ-MSGFILA NEXT
                   AT END
                      MOVE "S" TO WS-MSG-EOF
               END-READ
               IF WS-MSG-EOF = "N"
                  IF MSG_CODIGO_CLIENTE NOT = CLI_CODIGO_CLIENTE
                     MOVE "S" TO WS-MSG-EOF
                  ELSE
                     IF MSG_SITUACAO = "P"
                        MOVE "F" TO MSG_SITUACAO
                     END-IF
                     MOVE SPACES TO MSG_DESTINO
                                    MSG_TEXTO
                     MOVE "DADOS EXPURGADOS (LGPD)"
                       TO MSG_DETALHE_RETORNO
                     REWRITE REGMSG
                  END-IF
               END-IF
           END-PERFORM
           MOVE "00" TO WS-RESULTADO-ACESSO
           .

       GRAVA-AUDITORIA.
           MOVE FUNCTION CURRENT-DATE(1:14) TO AUD-DATA-HORA
           MOVE "ANONIM"  TO AUD-PROGRAMA
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              EXIT PROGRAM
              .
           PERFORM ABRE-FILA-MENSAGEM
           PERFORM OPEN-AUDITORIA
           PERFORM OPEN-JORNAL
           MOVE "ANONIM" TO WS-JRN-PROGRAMA
           CLOSE ARQ-CLIENTE
                 ARQ-AUD
                 ARQ-JRN
           PERFORM FECHA-FILA-MENSAGEM
           .

      **********************
      * CADCLI/CADVEN/DISTVEN.
       COPY "copybook\SISJRPGER.CPY".

      * ABRE-FILA-MENSAGEM E FECHA-FILA-MENSAGEM: VER COPYBOOK,
      * COMPARTILHADO COM CADPED, FATPED, IMPENT, COBCLI, ENVMSG
      * E QUALID.
       COPY "copybook\SISMSPGER.CPY".

      * CARREGA-FILIAL E MONTA-CAMINHOS-FILIAL: VER COPYBOOK,
      * COMPARTILHADO POR TODOS OS PROGRAMAS DA FILIAL.
       COPY "copybook\SISFIPGER.CPY".
