           .

      * NOTA DE COMPLETUDE: 20 PONTOS POR BLOCO PREENCHIDO. A LISTA
      * DO QUE FALTA E MONTADA EM TEXTO PARA A LINHA DO CSV. E-MAIL
      * DEVOLVIDO PELO GATEWAY (VER ENVMSG) NAO PONTUA ENQUANTO O
      * ENDERECO NAO FOR CORRIGIDO NO CADASTRO.
       AVALIA-CLIENTE.
           ADD 1 TO WS-QTD-AVALIADOS
           MOVE ZEROS  TO WS-NOTA
                  DELIMITED BY SIZE INTO WS-FALTAS
              END-STRING
           END-IF
           PERFORM VERIFICA-EMAIL-DEVOLVIDO
           IF CLI_EMAIL NOT = SPACES
              IF WS-MSG-EMAIL-DEVOLVIDO = "S"
                 STRING FUNCTION TRIM(WS-FALTAS) " EMAIL-DEVOLVIDO"
                     DELIMITED BY SIZE INTO WS-FALTAS
                 END-STRING
              ELSE
                 ADD 20 TO WS-NOTA
              END-IF
           ELSE
              STRING FUNCTION TRIM(WS-FALTAS) " EMAIL"
                  DELIMITED BY SIZE INTO WS-FALTAS
              CLOSE ARQ-CLIENTE
              EXIT PROGRAM
              .
           PERFORM ABRE-FILA-MENSAGEM
           PERFORM OPEN-AUDITORIA
           .

           CLOSE ARQ-CLIENTE
                 ARQ-VENDEDOR
                 ARQ-AUD
           PERFORM FECHA-FILA-MENSAGEM
           .

       CONFIRMA-TELA.
       ROT-MENS-FIM.
           EXIT.

      * VERIFICA-EMAIL-DEVOLVIDO: VER COPYBOOK, COMPARTILHADO COM
      * CADPED, FATPED, IMPENT, COBCLI, ENVMSG E ANONIM.
       COPY "copybook\SISMSPGER.CPY".

      * CARREGA-FILIAL E MONTA-CAMINHOS-FILIAL: VER COPYBOOK,
      * COMPARTILHADO POR TODOS OS PROGRAMAS DA FILIAL.
       COPY "copybook\SISFIPGER.CPY".
