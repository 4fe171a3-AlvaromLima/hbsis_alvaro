      **************************************************************
      * SITUACAO DOCUMENTAL DO CLIENTE WS-DOC-CLIENTE PARA A       *
      * ENTRADA DE PEDIDOS (CADPED/IMPPED): QUALQUER DOCUMENTO     *
      * OBRIGATORIO COM VALIDADE ANTERIOR A HOJE BLOQUEIA ("V");   *
      * COM WCF-DOC-EXIGE-ALVARA = "S" A FALTA DO ALVARA TAMBEM    *
      * BLOQUEIA ("F"). O PROGRAMA ABRE ARQ-DOCCLI E, SE O ARQUIVO *
      * NAO EXISTE NA FILIAL, POE "S" EM WS-DOC-SEM-ARQUIVO.       *
      **************************************************************
	   VERIFICA-DOCUMENTOS-CLIENTE.
	       MOVE SPACES TO WS-DOC-SITUACAO WS-DOC-MENSAGEM
	       IF WS-DOC-SEM-ARQUIVO = "S"
	          GO TO VERIFICA-DOCUMENTOS-FIM
	       END-IF
	       MOVE FUNCTION CURRENT-DATE(1:8) TO WS-DOC-DATA-HOJE
	       MOVE "N" TO WS-DOC-TEM-ALVARA
	       MOVE "N" TO WS-DOC-EOF
	       MOVE WS-DOC-CLIENTE TO DOC_CODIGO_CLIENTE
	       MOVE LOW-VALUES     TO DOC_TIPO
	       START ARQ-DOCCLI KEY IS NOT LESS THAN DOC_CHAVE
	           INVALID KEY MOVE "Y" TO WS-DOC-EOF
	       END-START
	       PERFORM UNTIL WS-DOC-EOF = "Y"
	          READ ARQ-DOCCLI NEXT AT END
	             MOVE "Y" TO WS-DOC-EOF
	          END-READ
	          IF WS-DOC-EOF = "N"
	             IF DOC_CODIGO_CLIENTE NOT = WS-DOC-CLIENTE
	                MOVE "Y" TO WS-DOC-EOF
	             ELSE
	                IF DOC_TIPO = "A"
	                   MOVE "S" TO WS-DOC-TEM-ALVARA
	                END-IF
	                IF DOC_OBRIGATORIO = "S" AND
	                   DOC_DATA_VALIDADE < WS-DOC-DATA-HOJE AND
	                   WS-DOC-SITUACAO = SPACES
	                   MOVE "V" TO WS-DOC-SITUACAO
	                   PERFORM DESCREVE-DOCUMENTO
	                   STRING "CLIENTE COM " WS-DOC-DESCR-TIPO
	                          " VENCIDO"
	                       DELIMITED BY SIZE INTO WS-DOC-MENSAGEM
	                   END-STRING
	                END-IF
	             END-IF
	          END-IF
	       END-PERFORM
	       MOVE "00" TO WS-RESULTADO-ACESSO
	       IF WS-DOC-SITUACAO = SPACES AND
	          WCF-DOC-EXIGE-ALVARA = "S" AND
	          WS-DOC-TEM-ALVARA = "N"
	          MOVE "F" TO WS-DOC-SITUACAO
	          MOVE "CLIENTE SEM ALVARA CADASTRADO"
	            TO WS-DOC-MENSAGEM
	       END-IF
	       .
	   VERIFICA-DOCUMENTOS-FIM.
	       EXIT.

      * DESCRICAO DO TIPO DE DOCUMENTO QUE ESTA EM REGDOC.
	   DESCREVE-DOCUMENTO.
	       EVALUATE DOC_TIPO
	         WHEN "A" MOVE "ALVARA"       TO WS-DOC-DESCR-TIPO
	         WHEN "S" MOVE "SANITARIA"    TO WS-DOC-DESCR-TIPO
	         WHEN "B" MOVE "BOMBEIROS"    TO WS-DOC-DESCR-TIPO
	         WHEN "O" MOVE "OUTROS"       TO WS-DOC-DESCR-TIPO
	         WHEN OTHER MOVE DOC_TIPO     TO WS-DOC-DESCR-TIPO
	       END-EVALUATE
	       .
