       77 WS-TEM-SUSPEITAS     PIC 9(001) VALUE ZEROS.
       77 WRL-ARQ-IMPRESSAO    PIC X(100) VALUE SPACES.

      * A VISITA ACEITA COM COORDENADA GUARDA TAMBEM O CHECK-IN
      * (HORA E PONTO, JA COM SINAL) EM ARQ-CHECKIN, DE ONDE O CALKMV
      * REFAZ O TRAJETO DO DIA. SEM O ARQUIVO A IMPORTACAO SEGUE SO
      * COM O HISTORICO DE VISITAS.
       77 WS-SEM-CHECKIN       PIC X(001) VALUE "N".

       01 SUSP-DETAL.
          03 SUSP-VENDEDOR PIC 9(003).
          03 FILLER        PIC X(02) VALUE SPACES.
                         WS-QTD-SEM-PONTO
                         WS-TEM-SUSPEITAS
                         WS-GRAVACAO-ERRO
      * O ARQUIVO ENTRA NO REGISTRO DE RECEBIDOS ANTES DE QUALQUER
      * PASSADA; JA RECEBIDO SO SEGUE FORCADO POR UM SUPERVISOR (VER
      * SISRCPGER.CPY).
           MOVE "IMPVIS" TO WS-RCB-INTERFACE
           MOVE WTD-ARQ-VISITA-TXT TO WS-RCB-ARQUIVO
           PERFORM IDENTIFICA-RECEBIDO
           PERFORM CONFERE-RECEBIDO
           IF WS-RCB-LIBERADO NOT = "S"
              PERFORM GRAVA-AUDITORIA
              MOVE SPACES TO MENS
              STRING "*** ARQUIVO RECUSADO: " WS-RCB-MOTIVO
                  DELIMITED BY SIZE INTO MENS
              END-STRING
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              PERFORM CLOSE-ARQUIVOS
              EXIT PARAGRAPH
           END-IF
           PERFORM READ-TXT UNTIL WS-CONT > 1
           PERFORM VERIFICA-RECONCILIACAO
      * AS REJEICOES DA RODADA ENTRAM NO SALDO PENDENTE DO CORERR
              MOVE WS-QTD-REJEITADOS TO WS-REJ-DELTA
              PERFORM SOMA-REJEITOS-PENDENTES
           END-IF
           IF WS-GRAVACAO-ERRO > 0
              MOVE "X" TO WS-RCB-SITUACAO
              MOVE "REGISTROS COM ERRO" TO WS-RCB-MOTIVO
           ELSE
              MOVE "A" TO WS-RCB-SITUACAO
           END-IF
           ADD WS-QTD-GRAVADAS WS-QTD-JA-EXISTIAM
               GIVING WS-RCB-QTD-APLICADA
           PERFORM FINALIZA-RECEBIDO
           PERFORM GRAVA-AUDITORIA
           PERFORM MOSTRA-RESUMO
           PERFORM CLOSE-ARQUIVOS
              MOVE R_VIS_CODIGO_CLIENTE TO VIS_CODIGO_CLIENTE
              MOVE R_VIS_DATA           TO VIS_DATA
              PERFORM GRAVA-VISITA
              IF WS-SEM-CHECKIN NOT = "S" AND
                 (R_VIS_LATITUDE NOT = ZEROS OR
                  R_VIS_LONGITUDE NOT = ZEROS)
                 PERFORM GRAVA-CHECKIN
              END-IF
           END-IF
           .

           MOVE LS-ID     TO AUD-OPERADOR
           MOVE DOPCAO    TO AUD-OPERACAO
           MOVE WS-QTD-GRAVADAS TO AUD-CODIGO
           IF WS-RCB-LIBERADO NOT = "S"
              MOVE WS-RCB-MOTIVO TO AUD-RESULTADO
           ELSE
           IF WS-GRAVACAO-ERRO > 0
              MOVE "IMPORTACAO DE VISITAS COM ERRO" TO AUD-RESULTADO
           ELSE
              MOVE "IMPORTACAO DE VISITAS OK" TO AUD-RESULTADO
           END-IF
           END-IF
           WRITE REGAUD
           .

      * CHECK-IN REPETIDO (MESMO ARQUIVO IMPORTADO DE NOVO) JA ESTA
      * GRAVADO E E IGNORADO, COMO A VISITA.
       GRAVA-CHECKIN.
           MOVE R_VIS_COD_VENDEDOR   TO CKI_COD_VENDEDOR
           MOVE R_VIS_DATA           TO CKI_DATA
           MOVE R_VIS_HORA           TO CKI_HORA
           MOVE R_VIS_CODIGO_CLIENTE TO CKI_CODIGO_CLIENTE
           COMPUTE CKI_LATITUDE  = R_VIS_LATITUDE * -1
           COMPUTE CKI_LONGITUDE = R_VIS_LONGITUDE * -1
           WRITE REGCKI
           IF WS-RESULTADO-ACESSO NOT = "00" AND "02" AND "22"
              MOVE "ERRO NA GRAVACAO DO CHECK-IN" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
           END-IF
           MOVE "00" TO WS-RESULTADO-ACESSO
           .

       OPEN-ARQUIVOS.
           OPEN I-O ARQ-VISITA
           IF WS-RESULTADO-ACESSO NOT = "00"
              CLOSE ARQ-VISITA ARQ-VENDEDOR
              EXIT PROGRAM
              .
           MOVE "N" TO WS-SEM-CHECKIN
           OPEN I-O ARQ-CHECKIN
           IF WS-RESULTADO-ACESSO = "05" OR "35"
              OPEN OUTPUT ARQ-CHECKIN
              CLOSE ARQ-CHECKIN
              OPEN I-O ARQ-CHECKIN
           END-IF
           IF WS-RESULTADO-ACESSO NOT = "00"
              MOVE "S" TO WS-SEM-CHECKIN
              MOVE "00" TO WS-RESULTADO-ACESSO
           END-IF
           PERFORM OPEN-ENDERECOS
           PERFORM OPEN-TXT
           PERFORM OPEN-AUDITORIA
           IF WS-SEM-ENDER NOT = "S"
              CLOSE ARQ-ENDER
           END-IF
           IF WS-SEM-CHECKIN NOT = "S"
              CLOSE ARQ-CHECKIN
           END-IF
           .

       CONFIRMA-DADOS.
      * CARREGA-FILIAL E MONTA-CAMINHOS-FILIAL: VER COPYBOOK,
      * COMPARTILHADO POR TODOS OS PROGRAMAS DA FILIAL.
       COPY "copybook\SISFIPGER.CPY".

      * IDENTIFICA-RECEBIDO, CONFERE-RECEBIDO E FINALIZA-RECEBIDO:
      * VER COPYBOOK, COMPARTILHADO PELAS INTERFACES DE ENTRADA.
       COPY "copybook\SISRCPGER.CPY".

      * EMBARALHA-SENHA (SENHA DO SUPERVISOR QUE FORCA UM ARQUIVO
      * REPETIDO): VER COPYBOOK, COMPARTILHADO COM MENU/CADOPE.
       COPY "copybook\SISSNPGER.CPY".
