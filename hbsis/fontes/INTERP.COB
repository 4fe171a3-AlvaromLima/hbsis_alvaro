              EXIT PROGRAM
           END-IF

      * O ARQUIVO ENTRA NO REGISTRO DE RECEBIDOS ANTES DA VALIDACAO;
      * JA RECEBIDO NEM E CONFERIDO (VER SISRCPGER.CPY). FORCADO POR
      * UM SUPERVISOR, PASSA MESMO COM A SEQUENCIA JA USADA.
           MOVE "INTERP"        TO WS-RCB-INTERFACE
           MOVE WS-NOME-ENTRADA TO WS-RCB-ARQUIVO
           PERFORM IDENTIFICA-RECEBIDO
           IF WS-RCB-PRIMEIRA-LINHA(1:1) = "H"
              MOVE WS-RCB-PRIMEIRA-LINHA(2:6) TO WS-RCB-HDR-SEQUENCIA
           END-IF
           PERFORM CONFERE-RECEBIDO
           IF WS-RCB-LIBERADO = "S"
              PERFORM LE-ULTIMA-SEQUENCIA
              PERFORM VALIDA-ARQUIVO
           ELSE
              MOVE "N" TO WS-ARQUIVO-OK
              MOVE WS-RCB-MOTIVO TO WS-MOTIVO-RECUSA
           END-IF
           CLOSE ENTRADA-ERP

           IF WS-ARQUIVO-OK = "S"
              PERFORM APLICA-ARQUIVO
              IF WS-SEQ-ARQUIVO > WS-SEQ-ULTIMA
                 PERFORM GRAVA-ULTIMA-SEQUENCIA
              END-IF
              MOVE "A" TO WS-RCB-SITUACAO
              ADD WS-QTD-NOVOS WS-QTD-ATUALIZADOS
                  GIVING WS-RCB-QTD-APLICADA
              PERFORM FINALIZA-RECEBIDO
              MOVE SPACES TO MENS
              STRING "SEQ " WS-SEQ-ARQUIVO " APLICADA OK"
                  DELIMITED BY SIZE INTO MENS
              END-STRING
           ELSE
              MOVE "X" TO WS-RCB-SITUACAO
              MOVE ZEROS TO WS-RCB-QTD-APLICADA
              MOVE WS-MOTIVO-RECUSA TO WS-RCB-MOTIVO
              PERFORM FINALIZA-RECEBIDO
              MOVE SPACES TO MENS
              STRING "ARQUIVO RECUSADO: " WS-MOTIVO-RECUSA
                  DELIMITED BY SIZE INTO MENS
                MOVE "SEM HEADER" TO WS-MOTIVO-RECUSA
             WHEN WS-TEM-TRAILER = "N"
                MOVE "SEM TRAILER" TO WS-MOTIVO-RECUSA
             WHEN WS-SEQ-ARQUIVO NOT > WS-SEQ-ULTIMA AND
                  WS-RCB-FORCADO NOT = "S"
                MOVE "SEQUENCIA REPETIDA/ANTIGA" TO WS-MOTIVO-RECUSA
             WHEN WS-QTD-DETALHES NOT = WS-QTD-HEADER
                MOVE "CONTAGEM DIVERGE DO HEADER" TO WS-MOTIVO-RECUSA
      * CARREGA-FILIAL E MONTA-CAMINHOS-FILIAL: VER COPYBOOK,
      * COMPARTILHADO POR TODOS OS PROGRAMAS DA FILIAL.
       COPY "copybook\SISFIPGER.CPY".

      * IDENTIFICA-RECEBIDO, CONFERE-RECEBIDO E FINALIZA-RECEBIDO:
      * VER COPYBOOK, COMPARTILHADO PELAS INTERFACES DE ENTRADA.
       COPY "copybook\SISRCPGER.CPY".

      * EMBARALHA-SENHA (SENHA DO SUPERVISOR QUE FORCA UM ARQUIVO
      * REPETIDO): VER COPYBOOK, COMPARTILHADO COM MENU/CADOPE.
       COPY "copybook\SISSNPGER.CPY".
