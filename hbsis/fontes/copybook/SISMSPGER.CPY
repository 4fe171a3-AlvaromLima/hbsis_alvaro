      **************************************************************
      * FILA DE MENSAGENS AOS CLIENTES (E-MAIL/SMS). OS PROGRAMAS   *
      * QUE GERAM O FATO (PEDIDO, NOTA, ENTREGA, VENCIMENTO E       *
      * COBRANCA) SO ENFILEIRAM O AVISO EM ARQ-MSGFILA; O ENVMSG    *
      * GERA O ARQUIVO QUE O GATEWAY EXTERNO ENVIA E LE O RETORNO   *
      * DE ENTREGA/DEVOLUCAO.                                       *
      * ABRE-FILA-MENSAGEM - ABRE (E CRIA NA PRIMEIRA VEZ) A FILA   *
      *                      E O ARQUIVO DE E-MAILS DEVOLVIDOS; SEM *
      *                      A FILA WS-SEM-MSGFILA = "S" E NADA E   *
      *                      ENFILEIRADO (O PROGRAMA SEGUE NORMAL). *
      * ENFILEIRA-MENSAGEM - GRAVA A MENSAGEM DE WS-MSG-* PARA O    *
      *                      E-MAIL DO CLIENTE OU, SEM E-MAIL UTIL, *
      *                      PARA O TELEFONE (SMS).                 *
      * VERIFICA-EMAIL-DEVOLVIDO - WS-MSG-EMAIL-DEVOLVIDO = "S" SE  *
      *                      O CLI_EMAIL DE REGCLI JA VOLTOU.       *
      * FORMATA-DATA-MENSAGEM - WS-MSG-DATA EM DD/MM/AAAA.          *
      **************************************************************

	   ABRE-FILA-MENSAGEM.
	       MOVE "N" TO WS-SEM-MSGFILA
	       OPEN I-O ARQ-MSGFILA
	       IF WS-RESULTADO-ACESSO = "05" OR "35"
	          OPEN OUTPUT ARQ-MSGFILA
	          CLOSE ARQ-MSGFILA
	          OPEN I-O ARQ-MSGFILA
	       END-IF
	       IF WS-RESULTADO-ACESSO NOT = "00"
	          MOVE "S" TO WS-SEM-MSGFILA
	       END-IF
	       MOVE "N" TO WS-SEM-EMLDEV
	       OPEN I-O ARQ-EMLDEV
	       IF WS-RESULTADO-ACESSO = "05" OR "35"
	          OPEN OUTPUT ARQ-EMLDEV
	          CLOSE ARQ-EMLDEV
	          OPEN I-O ARQ-EMLDEV
	       END-IF
	       IF WS-RESULTADO-ACESSO NOT = "00"
	          MOVE "S" TO WS-SEM-EMLDEV
	       END-IF
	       MOVE "00" TO WS-RESULTADO-ACESSO
	       .

	   FECHA-FILA-MENSAGEM.
	       IF WS-SEM-MSGFILA NOT = "S"
	          CLOSE ARQ-MSGFILA
	          MOVE "S" TO WS-SEM-MSGFILA
	       END-IF
	       IF WS-SEM-EMLDEV NOT = "S"
	          CLOSE ARQ-EMLDEV
	          MOVE "S" TO WS-SEM-EMLDEV
	       END-IF
	       .

      * O CLIENTE E LIDO EM ARQ-CLIENTE SO SE AINDA NAO ESTIVER EM
      * REGCLI: QUEM VARRE O CADASTRO (COBCLI) NAO PERDE A POSICAO DA
      * LEITURA SEQUENCIAL. O AVISO SAI POR E-MAIL; SEM E-MAIL, OU
      * COM E-MAIL JA DEVOLVIDO PELO GATEWAY, SAI POR SMS.
	   ENFILEIRA-MENSAGEM.
	       MOVE "D" TO WS-MSG-RESULTADO
	       MOVE ZEROS TO WS-MSG-QTD-EVENTO WS-MSG-NUMERO
	       INSPECT WCF-MSG-EVENTOS TALLYING WS-MSG-QTD-EVENTO
	               FOR ALL WS-MSG-EVENTO
	       IF WS-MSG-QTD-EVENTO = ZEROS
	          EXIT PARAGRAPH
	       END-IF
	       MOVE "E" TO WS-MSG-RESULTADO
	       IF WS-SEM-MSGFILA = "S"
	          EXIT PARAGRAPH
	       END-IF
	       MOVE "N" TO WS-MSG-RESULTADO
	       IF CLI_CODIGO_CLIENTE NOT = WS-MSG-CLIENTE
	          MOVE WS-MSG-CLIENTE TO CLI_CODIGO_CLIENTE
	          READ ARQ-CLIENTE
	          IF WS-RESULTADO-ACESSO NOT = "00"
	             MOVE ZEROS TO CLI_CODIGO_CLIENTE
	             MOVE "00" TO WS-RESULTADO-ACESSO
	             EXIT PARAGRAPH
	          END-IF
	       END-IF
	       MOVE SPACES TO WS-MSG-CANAL WS-MSG-DESTINO
	       IF CLI_EMAIL NOT = SPACES
	          PERFORM VERIFICA-EMAIL-DEVOLVIDO
	          IF WS-MSG-EMAIL-DEVOLVIDO = "N"
	             MOVE "E"       TO WS-MSG-CANAL
	             MOVE CLI_EMAIL TO WS-MSG-DESTINO
	          END-IF
	       END-IF
	       IF WS-MSG-CANAL = SPACES AND CLI_TELEFONE NOT = SPACES
	          MOVE "S"          TO WS-MSG-CANAL
	          MOVE CLI_TELEFONE TO WS-MSG-DESTINO
	       END-IF
	       IF WS-MSG-CANAL = SPACES
	          EXIT PARAGRAPH
	       END-IF
	       MOVE FUNCTION CURRENT-DATE(1:8) TO WS-MSG-DATA-HOJE
	       PERFORM PROCURA-MENSAGEM-ANTERIOR
	       IF WS-MSG-RESULTADO = "J"
	          EXIT PARAGRAPH
	       END-IF
	       MOVE "E" TO WS-MSG-RESULTADO
	       MOVE ZEROS TO WS-MSG-TENTATIVA
	       PERFORM GRAVA-MENSAGEM-FILA
	               UNTIL WS-MSG-RESULTADO = "S" OR
	                     WS-MSG-TENTATIVA > 2
	       MOVE "00" TO WS-RESULTADO-ACESSO
	       .

      * O MESMO EVENTO/REFERENCIA JA ENFILEIRADO NAO SE REPETE; COM
      * WS-MSG-INTERVALO, SE REPETE DEPOIS DE TANTOS DIAS DA ULTIMA
      * (COBRANCA DE QUEM CONTINUA EM ATRASO).
	   PROCURA-MENSAGEM-ANTERIOR.
	       MOVE ZEROS TO WS-MSG-ULTIMA-DATA
	       MOVE "N" TO WS-MSG-EOF
	       MOVE WS-MSG-EVENTO     TO MSG_EVENTO
	       MOVE WS-MSG-REFERENCIA TO MSG_REFERENCIA
	       START ARQ-MSGFILA
	           KEY IS EQUAL TO MSG_EVENTO_REF
	                INVALID KEY
	                   MOVE "Y" TO WS-MSG-EOF
	       END-START
	       PERFORM UNTIL WS-MSG-EOF = "Y"
	           READ ARQ-MSGFILA NEXT AT END
	              MOVE "Y" TO WS-MSG-EOF
	           END-READ
	           IF WS-MSG-EOF = "N"
	              IF MSG_EVENTO NOT = WS-MSG-EVENTO OR
	                 MSG_REFERENCIA NOT = WS-MSG-REFERENCIA
	                 MOVE "Y" TO WS-MSG-EOF
	              ELSE
	                 IF MSG_DATA_GERACAO > WS-MSG-ULTIMA-DATA
	                    MOVE MSG_DATA_GERACAO TO WS-MSG-ULTIMA-DATA
	                 END-IF
	              END-IF
	           END-IF
	       END-PERFORM
	       IF WS-MSG-ULTIMA-DATA NOT = ZEROS
	          MOVE "J" TO WS-MSG-RESULTADO
	          IF WS-MSG-INTERVALO > ZEROS
	             COMPUTE WS-MSG-DIAS =
	                 FUNCTION INTEGER-OF-DATE(WS-MSG-DATA-HOJE)
	               - FUNCTION INTEGER-OF-DATE(WS-MSG-ULTIMA-DATA)
	             IF WS-MSG-DIAS NOT < WS-MSG-INTERVALO
	                MOVE "N" TO WS-MSG-RESULTADO
	             END-IF
	          END-IF
	       END-IF
	       MOVE "00" TO WS-RESULTADO-ACESSO
	       .

      * NUMERO NOVO = ULTIMO + 1 (MESMO IDIOMA DO CADOCO); SE OUTRO
      * TERMINAL GRAVOU O MESMO NUMERO NO MEIO TEMPO ("22"), TENTA DE
      * NOVO COM O SEGUINTE.
	   GRAVA-MENSAGEM-FILA.
	       ADD 1 TO WS-MSG-TENTATIVA
	       PERFORM PROXIMO-NUMERO-MENSAGEM
	       MOVE SPACES            TO REGMSG
	       MOVE WS-MSG-NUMERO     TO MSG_NUMERO
	       MOVE WS-MSG-CLIENTE    TO MSG_CODIGO_CLIENTE
	       MOVE WS-MSG-EVENTO     TO MSG_EVENTO
	       MOVE WS-MSG-REFERENCIA TO MSG_REFERENCIA
	       MOVE WS-MSG-CANAL      TO MSG_CANAL
	       MOVE WS-MSG-DESTINO    TO MSG_DESTINO
	       MOVE WS-MSG-TEXTO      TO MSG_TEXTO
	       MOVE WS-MSG-DATA-HOJE  TO MSG_DATA_GERACAO
	       MOVE FUNCTION CURRENT-DATE(9:6) TO MSG_HORA_GERACAO
	       MOVE WS-MSG-PROGRAMA   TO MSG_PROGRAMA
	       MOVE "P"               TO MSG_SITUACAO
	       MOVE ZEROS             TO MSG_DATA_ENVIO MSG_DATA_RETORNO
	       WRITE REGMSG
	       IF WS-RESULTADO-ACESSO = "00" OR "02"
	          MOVE "S" TO WS-MSG-RESULTADO
	       END-IF
	       .

	   PROXIMO-NUMERO-MENSAGEM.
	       MOVE 1 TO WS-MSG-NUMERO
	       MOVE 9999999 TO MSG_NUMERO
	       MOVE "N" TO WS-MSG-EOF
	       START ARQ-MSGFILA
	           KEY IS LESS THAN MSG_NUMERO
	                INVALID KEY
	                   MOVE "Y" TO WS-MSG-EOF
	       END-START
	       IF WS-MSG-EOF = "N"
	          READ ARQ-MSGFILA PREVIOUS AT END
	             MOVE "Y" TO WS-MSG-EOF
	          END-READ
	          IF WS-MSG-EOF = "N"
	             COMPUTE WS-MSG-NUMERO = MSG_NUMERO + 1
	          END-IF
	       END-IF
	       MOVE "00" TO WS-RESULTADO-ACESSO
	       .

      * O E-MAIL SO CONTA COMO DEVOLVIDO SE FOR O MESMO QUE VOLTOU;
      * O CLIENTE COM E-MAIL CORRIGIDO NO CADASTRO VOLTA A RECEBER.
	   VERIFICA-EMAIL-DEVOLVIDO.
	       MOVE "N" TO WS-MSG-EMAIL-DEVOLVIDO
	       IF WS-SEM-EMLDEV = "S" OR CLI_EMAIL = SPACES
	          EXIT PARAGRAPH
	       END-IF
	       MOVE CLI_CODIGO_CLIENTE TO EMD_CODIGO_CLIENTE
	       READ ARQ-EMLDEV
	           NOT INVALID KEY
	              IF EMD_EMAIL = CLI_EMAIL
	                 MOVE "S" TO WS-MSG-EMAIL-DEVOLVIDO
	              END-IF
	       END-READ
	       MOVE "00" TO WS-RESULTADO-ACESSO
	       .

	   FORMATA-DATA-MENSAGEM.
	       MOVE SPACES TO WS-MSG-DATA-EDIT
	       STRING WS-MSG-DATA(7:2) "/" WS-MSG-DATA(5:2) "/"
	              WS-MSG-DATA(1:4)
	           DELIMITED BY SIZE INTO WS-MSG-DATA-EDIT
	       END-STRING
	       .
