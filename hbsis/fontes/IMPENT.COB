       77 WS-QTD-PROCESSADOS   PIC 9(005) VALUE ZEROS.
       77 WS-RECONCILIACAO     PIC X(010) VALUE SPACES.
       77 WS-REGISTRO-REJEITADO PIC X(001) VALUE "N".
       77 WS-SEM-CLIENTES      PIC X(001) VALUE "N".

       LINKAGE SECTION.
       01 LS-ID PIC X(5).
                         WS-QTD-JA-EXISTIAM
                         WS-QTD-RECUSAS
                         WS-GRAVACAO-ERRO
      * O ARQUIVO ENTRA NO REGISTRO DE RECEBIDOS ANTES DE QUALQUER
      * PASSADA; JA RECEBIDO SO SEGUE FORCADO POR UM SUPERVISOR (VER
      * SISRCPGER.CPY).
           MOVE "IMPENT" TO WS-RCB-INTERFACE
           MOVE WTD-ARQ-ENTREGA-TXT TO WS-RCB-ARQUIVO
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
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
              END-IF
           END-IF
           IF R_ENT_STATUS = "E"
              PERFORM AVISA-ENTREGA-CONFIRMADA
           END-IF
           IF R_ENT_STATUS = "P" OR R_ENT_STATUS = "R"
              ADD 1 TO WS-QTD-RECUSAS
           END-IF
           .

      * AVISO DE ENTREGA CONFIRMADA NA FILA DE MENSAGENS AO CLIENTE
      * (VER SISMSPGER.CPY); ARQUIVO REIMPORTADO NAO AVISA DE NOVO.
       AVISA-ENTREGA-CONFIRMADA.
           MOVE R_ENT_NF TO NF_NUMERO
           READ ARQ-NF
               INVALID KEY
                  MOVE "00" TO WS-RESULTADO-ACESSO
               NOT INVALID KEY
                  MOVE NF_CODIGO_CLIENTE TO WS-MSG-CLIENTE
                  MOVE "E"               TO WS-MSG-EVENTO
                  MOVE NF_NUMERO         TO WS-MSG-REFERENCIA
                  MOVE "IMPENT"          TO WS-MSG-PROGRAMA
                  MOVE ZEROS             TO WS-MSG-INTERVALO
                  MOVE R_ENT_DATA        TO WS-MSG-DATA
                  PERFORM FORMATA-DATA-MENSAGEM
                  MOVE SPACES TO WS-MSG-TEXTO
                  STRING FUNCTION TRIM(WCF-NFE-RAZAO-EMITENTE)
                         ": ENTREGA DA NOTA FISCAL " NF_NUMERO
                         " CONFIRMADA EM " WS-MSG-DATA-EDIT
                         ". OBRIGADO PELA PREFERENCIA."
                      DELIMITED BY SIZE INTO WS-MSG-TEXTO
                  END-STRING
                  PERFORM ENFILEIRA-MENSAGEM
           END-READ
           .

       GRAVACAO-ERRO.
           IF WS-GRAVACAO-ERRO = 0
              MOVE 1 TO WS-GRAVACAO-ERRO
           MOVE LS-ID     TO AUD-OPERADOR
           MOVE DOPCAO    TO AUD-OPERACAO
           MOVE WS-QTD-GRAVADAS TO AUD-CODIGO
           IF WS-RCB-LIBERADO NOT = "S"
              MOVE WS-RCB-MOTIVO TO AUD-RESULTADO
           ELSE
           IF WS-GRAVACAO-ERRO > 0
              MOVE "IMPORTACAO DE ENTREGAS COM ERRO" TO AUD-RESULTADO
           ELSE
                  DELIMITED BY SIZE INTO AUD-RESULTADO
              END-STRING
           END-IF
           END-IF
           WRITE REGAUD
           .

              CLOSE ARQ-ENTREGA
              EXIT PROGRAM
              .
      * CLIENTE E FILA SO PARA O AVISO DE ENTREGA (SISMSPGER.CPY):
      * SEM ELES A IMPORTACAO SEGUE SEM AVISAR.
           MOVE "N" TO WS-SEM-CLIENTES
           OPEN INPUT ARQ-CLIENTE
           IF WS-RESULTADO-ACESSO NOT = "00"
              MOVE "S" TO WS-SEM-CLIENTES
              MOVE "00" TO WS-RESULTADO-ACESSO
           END-IF
           PERFORM ABRE-FILA-MENSAGEM
           PERFORM OPEN-TXT
           PERFORM OPEN-AUDITORIA
           .
           CLOSE ARQ-ENTREGA
                 ARQ-NF
                 ARQ-AUD
           IF WS-SEM-CLIENTES NOT = "S"
              CLOSE ARQ-CLIENTE
           END-IF
           PERFORM FECHA-FILA-MENSAGEM
           CLOSE ENTREGA-TXT
           IF WS-GRAVACAO-ERRO > 0
              CLOSE ARQ-ERR
      * COM O CORERR E O FECHAMENTO DIARIO.
       COPY "copybook\SISRJPGER.CPY".

      * ENFILEIRA-MENSAGEM: VER COPYBOOK, COMPARTILHADO COM CADPED,
      * FATPED, COBCLI, ENVMSG, QUALID E ANONIM.
       COPY "copybook\SISMSPGER.CPY".

      * CARREGA-FILIAL E MONTA-CAMINHOS-FILIAL: VER COPYBOOK,
      * COMPARTILHADO POR TODOS OS PROGRAMAS DA FILIAL.
       COPY "copybook\SISFIPGER.CPY".

      * IDENTIFICA-RECEBIDO, CONFERE-RECEBIDO E FINALIZA-RECEBIDO:
      * VER COPYBOOK, COMPARTILHADO PELAS INTERFACES DE ENTRADA.
       COPY "copybook\SISRCPGER.CPY".

      * EMBARALHA-SENHA (SENHA DO SUPERVISOR QUE FORCA UM ARQUIVO
      * REPETIDO): VER COPYBOOK, COMPARTILHADO COM MENU/CADOPE.
       COPY "copybook\SISSNPGER.CPY".
