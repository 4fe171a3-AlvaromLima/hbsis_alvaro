      **************************************************************
      * BAIXA DA NEGATIVACAO / PROTESTO (ARQ-NEGAT, VER NEGCOB). O  *
      * CHAMADOR DA O PERFORM ABRE-NEGATIVACAO UMA VEZ (AMBIENTE    *
      * SEM O ARQUIVO SEGUE SEM NEGATIVACAO, WS-SEM-NEGATIVACAO =   *
      * "S") E, DEPOIS DE GRAVAR A BAIXA DO TITULO (REGTIT COM O    *
      * TITULO PAGO), PERFORMA SOLICITA-BAIXA-NEGATIVACAO: TITULO   *
      * ENVIADO, REGISTRADO OU PROTESTADO PASSA A "B" E A PROXIMA   *
      * REMESSA DO NEGCOB LEVA A INSTRUCAO DE BAIXA. "S" EM         *
      * WS-NEG-BAIXA-SOLICITADA = O TITULO ESTAVA NEGATIVADO.       *
      * FECHA-NEGATIVACAO NO ENCERRAMENTO DO PROGRAMA.              *
      **************************************************************
	   ABRE-NEGATIVACAO.
	       MOVE "N" TO WS-SEM-NEGATIVACAO
	       OPEN I-O ARQ-NEGAT
	       IF WS-RESULTADO-ACESSO NOT = "00"
	          MOVE "S" TO WS-SEM-NEGATIVACAO
	          MOVE "00" TO WS-RESULTADO-ACESSO
	       END-IF
	       .

	   SOLICITA-BAIXA-NEGATIVACAO.
	       MOVE "N" TO WS-NEG-BAIXA-SOLICITADA
	       IF WS-SEM-NEGATIVACAO = "S"
	          EXIT PARAGRAPH
	       END-IF
	       MOVE TIT_CHAVE TO NEG_CHAVE
	       READ ARQ-NEGAT WITH LOCK
	       IF WS-RESULTADO-ACESSO = "00"
	          IF NEG_SITUACAO = "E" OR "R" OR "T"
	             MOVE "B" TO NEG_SITUACAO
	             MOVE TIT_DATA_PAGAMENTO TO NEG_DATA_PAGAMENTO
	             REWRITE REGNEG
	             IF WS-RESULTADO-ACESSO = "00"
	                MOVE "S" TO WS-NEG-BAIXA-SOLICITADA
	             END-IF
	          END-IF
	          UNLOCK ARQ-NEGAT
	       END-IF
	       MOVE "00" TO WS-RESULTADO-ACESSO
	       .

	   FECHA-NEGATIVACAO.
	       IF WS-SEM-NEGATIVACAO NOT = "S"
	          CLOSE ARQ-NEGAT
	       END-IF
	       .
