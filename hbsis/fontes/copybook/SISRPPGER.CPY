      **************************************************************
      * RECUPERACAO DE PERDA (CADTIT, CNBTIT E CONBCO): TITULO      *
      * BAIXADO COMO PERDA ("I", VER PDDTIT) E PAGO DEPOIS. O       *
      * CHAMADOR DECLARA WS-SEM-PERDA E DA O PERFORM ABRE-PERDA     *
      * UMA VEZ (SEM O ARQUIVO NENHUM TITULO FOI BAIXADO COMO PERDA *
      * E WS-SEM-PERDA = "S"). DEPOIS DE GRAVAR A BAIXA DO TITULO,  *
      * COM TIT_CHAVE DO TITULO E A DATA E O VALOR RECEBIDOS EM     *
      * WS-RPD-DATA/WS-RPD-VALOR, PERFORMA REGISTRA-RECUPERACAO: O  *
      * REGISTRO DA PERDA PASSA A "R" PARA O EXTCTB LANCAR COMO     *
      * RECEITA E NAO COMO BAIXA DO CLIENTE. "S" EM                 *
      * WS-RPD-REGISTRADA = REGISTRO ATUALIZADO. FECHA-PERDA NO     *
      * ENCERRAMENTO.                                               *
      **************************************************************
	   ABRE-PERDA.
	       MOVE "N" TO WS-SEM-PERDA
	       OPEN I-O ARQ-PERDA
	       IF WS-RESULTADO-ACESSO NOT = "00"
	          MOVE "S" TO WS-SEM-PERDA
	          MOVE "00" TO WS-RESULTADO-ACESSO
	       END-IF
	       .

	   REGISTRA-RECUPERACAO.
	       MOVE "N" TO WS-RPD-REGISTRADA
	       IF WS-SEM-PERDA = "S"
	          EXIT PARAGRAPH
	       END-IF
	       MOVE TIT_CHAVE TO PDA_CHAVE
	       READ ARQ-PERDA WITH LOCK
	       IF WS-RESULTADO-ACESSO = "00"
	          MOVE "R"          TO PDA_SITUACAO
	          MOVE WS-RPD-DATA  TO PDA_DATA_RECUPERACAO
	          MOVE WS-RPD-VALOR TO PDA_VALOR_RECUPERADO
	          REWRITE REGPDA
	          UNLOCK ARQ-PERDA
	          MOVE "S" TO WS-RPD-REGISTRADA
	       END-IF
	       MOVE "00" TO WS-RESULTADO-ACESSO
	       .

	   FECHA-PERDA.
	       IF WS-SEM-PERDA NOT = "S"
	          CLOSE ARQ-PERDA
	       END-IF
	       .
