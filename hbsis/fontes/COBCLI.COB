      * CREDITO DO CADPED): TOTAL VENCIDO E MAIOR ATRASO.
       77 WS-VENCIDO-CLIENTE   PIC 9(013)V9(02) VALUE ZEROS.
       77 WS-DIAS-MAX-CLIENTE  PIC 9(005) VALUE ZEROS.
       77 WS-AVISO-DIAS-EDIT   PIC Z(004)9.
       77 WS-EOF-TIT           PIC X(001) VALUE "N".
       77 WS-BLOQUEIO-NOVO     PIC X(001) VALUE "N".

      * CHEQUE DEVOLVIDO (VER CHQCUS) COM PARCELA REABERTA AINDA EM
      * ABERTO MANTEM O CLIENTE BLOQUEADO, MESMO DENTRO DO LIMITE DE
      * DIAS. SEM ARQUIVO DE CUSTODIA (BASE ANTIGA) NADA MUDA.
       77 WS-CHEQUE-PENDENTE   PIC X(001) VALUE "N".
       77 WS-SEM-CUSTODIA      PIC X(001) VALUE "N".
       77 WS-EOF-CHQ           PIC X(001) VALUE "N".
       77 WS-CHQ-IDX           PIC 9(001) VALUE ZEROS.

      * TITULO BAIXADO COMO PERDA ("I", VER PDDTIT) SAI DO VENCIDO
      * E DA CARTA, MAS CONTINUA DEVIDO: MANTEM O CLIENTE BLOQUEADO.
       77 WS-PERDA-PENDENTE    PIC X(001) VALUE "N".

       77 WS-QTD-CLIENTES      PIC 9(007) VALUE ZEROS.
       77 WS-QTD-VENCIDOS      PIC 9(007) VALUE ZEROS.
       77 WS-QTD-BLOQUEADOS    PIC 9(007) VALUE ZEROS.
                  IF CLI_STATUS = "A"
                     ADD 1 TO WS-QTD-CLIENTES
                     PERFORM APURA-ATRASO-CLIENTE
                     PERFORM APURA-CHEQUE-DEVOLVIDO
                     PERFORM AJUSTA-BLOQUEIO
                     IF WS-VENCIDO-CLIENTE > ZEROS
                        ADD 1 TO WS-QTD-VENCIDOS
                        PERFORM IMPRIME-CARTA
                        PERFORM AVISA-COBRANCA
                        PERFORM LIBERA-REGISTRO-LISTA
                     END-IF
                  END-IF
       APURA-ATRASO-CLIENTE.
           MOVE ZEROS TO WS-VENCIDO-CLIENTE
                         WS-DIAS-MAX-CLIENTE
           MOVE "N"   TO WS-PERDA-PENDENTE
           MOVE "N"   TO WS-EOF-TIT
           MOVE CLI_CODIGO_CLIENTE TO TIT_CODIGO_CLIENTE
           START ARQ-TITULO
                  IF TIT_CODIGO_CLIENTE NOT = CLI_CODIGO_CLIENTE
                     MOVE "Y" TO WS-EOF-TIT
                  ELSE
                     IF TIT_SITUACAO = "I"
                        MOVE "S" TO WS-PERDA-PENDENTE
                     END-IF
                     IF TIT_SITUACAO = "A" AND
                        TIT_DATA_VENCIMENTO < WS-DATA-HOJE
                        COMPUTE WS-VENC-INTEIRO =
           END-PERFORM
           .

      * CHEQUES DEVOLVIDOS DO CLIENTE PELA CHAVE ALTERNATIVA DA
      * CUSTODIA: BASTA UMA PARCELA AMARRADA A ELES AINDA "A".
       APURA-CHEQUE-DEVOLVIDO.
           MOVE "N" TO WS-CHEQUE-PENDENTE
           MOVE WS-SEM-CUSTODIA TO WS-EOF-CHQ
           IF WS-SEM-CUSTODIA = "N"
              MOVE CLI_CODIGO_CLIENTE TO CHQ_CODIGO_CLIENTE
              START ARQ-CHEQUE
                  KEY IS NOT LESS THAN CHQ_CODIGO_CLIENTE
                       INVALID KEY
                          MOVE "S" TO WS-EOF-CHQ
              END-START
           END-IF
           PERFORM UNTIL WS-EOF-CHQ = "S" OR WS-CHEQUE-PENDENTE = "S"
               READ ARQ-CHEQUE NEXT AT END
                   MOVE "S" TO WS-EOF-CHQ
               END-READ
               IF WS-EOF-CHQ = "N"
                  IF CHQ_CODIGO_CLIENTE NOT = CLI_CODIGO_CLIENTE
                     MOVE "S" TO WS-EOF-CHQ
                  ELSE
                     IF CHQ_SITUACAO = "V"
                        PERFORM VERIFICA-PARCELAS-CHEQUE
                     END-IF
                  END-IF
               END-IF
           END-PERFORM
           MOVE "00" TO WS-RESULTADO-ACESSO
           .

       VERIFICA-PARCELAS-CHEQUE.
           PERFORM VARYING WS-CHQ-IDX FROM 1 BY 1
                   UNTIL WS-CHQ-IDX > CHQ_QTD_TITULOS
              MOVE CHQ_TIT_NF(WS-CHQ-IDX)      TO TIT_NUMERO_NF
              MOVE CHQ_TIT_PARCELA(WS-CHQ-IDX) TO TIT_PARCELA
              READ ARQ-TITULO
                  NOT INVALID KEY
                     IF TIT_SITUACAO = "A"
                        MOVE "S" TO WS-CHEQUE-PENDENTE
                     END-IF
              END-READ
           END-PERFORM
           .

      * BLOQUEIA QUEM PASSOU DO LIMITE DE DIAS (OU TEM CHEQUE
      * DEVOLVIDO EM ABERTO, OU TITULO BAIXADO COMO PERDA E NAO
      * RECUPERADO) E DESBLOQUEIA QUEM VOLTOU PARA DENTRO
      * DELE; SO REGRAVA (E JORNALIZA) QUANDO O FLAG REALMENTE MUDA.
       AJUSTA-BLOQUEIO.
           IF WS-DIAS-MAX-CLIENTE > WCF-DIAS-BLOQUEIO-COBRANCA OR
              WS-CHEQUE-PENDENTE = "S" OR WS-PERDA-PENDENTE = "S"
              MOVE "S" TO WS-BLOQUEIO-NOVO
           ELSE
              MOVE "N" TO WS-BLOQUEIO-NOVO
           END-IF
           .

      * A CARTA SEGUE TAMBEM POR E-MAIL/SMS NA FILA DE MENSAGENS
      * (VER SISMSPGER.CPY), NO MAXIMO UMA VEZ A CADA
      * WCF-MSG-DIAS-COBRANCA DIAS. O CLIENTE JA ESTA NA AREA, ENTAO
      * A ROTINA NAO RELE O CADASTRO E A LEITURA SEQUENCIAL SEGUE.
       AVISA-COBRANCA.
           MOVE CLI_CODIGO_CLIENTE    TO WS-MSG-CLIENTE
           MOVE "C"                   TO WS-MSG-EVENTO
           MOVE CLI_CODIGO_CLIENTE    TO WS-MSG-REFERENCIA
           MOVE "COBCLI"              TO WS-MSG-PROGRAMA
           MOVE WCF-MSG-DIAS-COBRANCA TO WS-MSG-INTERVALO
           MOVE WS-VENCIDO-CLIENTE    TO WS-MSG-VALOR-EDIT
           MOVE WS-DIAS-MAX-CLIENTE   TO WS-AVISO-DIAS-EDIT
           MOVE SPACES TO WS-MSG-TEXTO
           STRING FUNCTION TRIM(WCF-NFE-RAZAO-EMITENTE)
                  ": CONSTA EM ABERTO R$ "
                  FUNCTION TRIM(WS-MSG-VALOR-EDIT)
                  " VENCIDO HA ATE "
                  FUNCTION TRIM(WS-AVISO-DIAS-EDIT)
                  " DIAS. REGULARIZE JUNTO AO SEU VENDEDOR."
               DELIMITED BY SIZE INTO WS-MSG-TEXTO
           END-STRING
           PERFORM ENFILEIRA-MENSAGEM
           .

       LIBERA-REGISTRO-LISTA.
           MOVE CLI_COD_VENDEDOR   TO WRK-VENDEDOR
           IF CLI_CLASSE_ABC = "A" OR CLI_CLASSE_ABC = "B"
              CLOSE ARQ-CLIENTE ARQ-TITULO
              EXIT PROGRAM
              .
           MOVE "N" TO WS-SEM-CUSTODIA
           OPEN INPUT ARQ-CHEQUE
           IF WS-RESULTADO-ACESSO NOT = "00"
              MOVE "S" TO WS-SEM-CUSTODIA
           END-IF
           PERFORM ABRE-FILA-MENSAGEM
           PERFORM OPEN-AUDITORIA
           PERFORM OPEN-JORNAL
           .
           .

       CLOSE-ARQUIVOS.
           IF WS-SEM-CUSTODIA = "N"
              CLOSE ARQ-CHEQUE
           END-IF
           CLOSE ARQ-CLIENTE
                 ARQ-TITULO
                 ARQ-VENDEDOR
                 ARQ-AUD
                 ARQ-JRN
           PERFORM FECHA-FILA-MENSAGEM
           .

       CONFIRMA-TELA.
      * CADCLI/CADVEN/DISTVEN.
       COPY "copybook\SISJRPGER.CPY".

      * ENFILEIRA-MENSAGEM: VER COPYBOOK, COMPARTILHADO COM CADPED,
      * FATPED, IMPENT, ENVMSG, QUALID E ANONIM.
       COPY "copybook\SISMSPGER.CPY".

      * CARREGA-FILIAL E MONTA-CAMINHOS-FILIAL: VER COPYBOOK,
      * COMPARTILHADO POR TODOS OS PROGRAMAS DA FILIAL.
       COPY "copybook\SISFIPGER.CPY".
