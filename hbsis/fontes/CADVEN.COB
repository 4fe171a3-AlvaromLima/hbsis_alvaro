      * IMAGEM DO REGISTRO ANTES DA ALTERACAO, PARA O JORNAL (VER
      * GRAVA-JORNAL NO REGRAVACAO).
              MOVE REGVEN TO WS-JRN-ANTES
              MOVE VEN_PERCENTUAL_COMISSAO TO WS-APV-VALOR-ANTERIOR
              MOVE 0 TO W-SEL
              PERFORM ENTRA-DADOS UNTIL W-SEL > 0
              MOVE 0 TO W-SEL
			  PERFORM ALTERA-DADOS UNTIL W-SEL > 0
              PERFORM RETEM-COMISSAO
   		      PERFORM REGRAVACAO
              IF W-SN = "S"
                 PERFORM GRAVA-AUDITORIA
                 PERFORM PEDE-APROVACAO-COMISSAO
              END-IF
              UNLOCK ARQ-VENDEDOR
			  .
      * EXECUCAO, PARA PODER SER DESFEITO EM BLOCO.
			   MOVE WS-DATA-HORA-EXECUCAO TO WS-JRN-LOTE
			   PERFORM VERIFICA-CHECKPOINT-IMPORTACAO
      * O ARQUIVO ENTRA NO REGISTRO DE RECEBIDOS ANTES DA PRIMEIRA
      * PASSADA; JA RECEBIDO SO SEGUE FORCADO POR UM SUPERVISOR (VER
      * SISRCPGER.CPY). NA RETOMADA DO CHECKPOINT A ENTRADA DA RODADA
      * INTERROMPIDA NAO CONTA COMO REPETICAO.
			   MOVE "CADVEN"        TO WS-RCB-INTERFACE
			   MOVE WTD-ARQ-VENDEDOR TO WS-RCB-ARQUIVO
			   PERFORM IDENTIFICA-RECEBIDO
			   MOVE WS-CHK-RETOMAR  TO WS-RCB-RETOMADA
			   PERFORM CONFERE-RECEBIDO
			   IF WS-RCB-LIBERADO NOT = "S"
			      MOVE "N"           TO W-SN
			      MOVE SPACES        TO WS-RECONCILIACAO
			      MOVE ZEROS         TO VEN_CODIGO_VENDEDOR
			      MOVE WS-RCB-MOTIVO TO MENS
			      PERFORM GRAVA-AUDITORIA
			      MOVE SPACES TO MENS
			      STRING "*** ARQUIVO RECUSADO: "
			             WS-RCB-MOTIVO
			          DELIMITED BY SIZE INTO MENS
			      END-STRING
			   ELSE
			      PERFORM READ-TXT UNTIL WS-CONT > 1
			      PERFORM LIMPA-CHECKPOINT
			      MOVE ZEROS TO WS-JRN-LOTE
			      PERFORM VERIFICA-RECONCILIACAO
			      MOVE "A" TO WS-RCB-SITUACAO
			      IF WS-GRAVACAO-ERRO > 0
			         MOVE "X" TO WS-RCB-SITUACAO
			         MOVE "REGISTROS COM ERRO"
			                TO WS-RCB-MOTIVO
			      END-IF
			      ADD WS-QTD-NOVOS WS-QTD-ATUALIZADOS
			          GIVING WS-RCB-QTD-APLICADA
			      PERFORM FINALIZA-RECEBIDO
			   END-IF
            .

		   IF WS-GRAVACAO-ERRO > 0
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
           .	   

      * PERCENTUAL DE COMISSAO SO MUDA COM DUPLA APROVACAO (VER
      * SISAPPGER.CPY E APRCAD), MESMO ESQUEMA DO LIMITE DE CREDITO
      * DO CADCLI: O REGISTRO E REGRAVADO COM O PERCENTUAL ANTIGO E O
      * NOVO FICA PENDENTE ATE O SEGUNDO OPERADOR DECIDIR.
	   RETEM-COMISSAO.
	       MOVE SPACES TO WS-APV-TIPO
	       IF W-SN = "S" AND
	          VEN_PERCENTUAL_COMISSAO NOT = WS-APV-VALOR-ANTERIOR
	          MOVE "C"                 TO WS-APV-TIPO
	          MOVE VEN_CODIGO_VENDEDOR TO WS-APV-CODIGO
	          MOVE SPACES              TO WS-APV-SUBTIPO
	          MOVE VEN_PERCENTUAL_COMISSAO TO WS-APV-VALOR-NOVO
	          MOVE WS-APV-VALOR-ANTERIOR
	            TO VEN_PERCENTUAL_COMISSAO
	       END-IF
	       .

	   PEDE-APROVACAO-COMISSAO.
	       IF WS-APV-TIPO = "C"
	          PERFORM SOLICITA-APROVACAO
	          PERFORM MENSAGEM-APROVACAO
	          PERFORM GRAVA-AUDITORIA
	          PERFORM ROT-MENS THRU ROT-MENS-FIM
	       END-IF
	       .

      * BAIXA LOGICA: GRAVA O VENDEDOR COMO FECHADO EM VEZ DE APAGAR O
      * REGISTRO, PARA MANTER O HISTORICO E PERMITIR REATIVACAO VIA
      * ALTERACAO (VER ENTRA-STATUS), MESMO ESQUEMA DO CADCLI.
           PERFORM OPEN-AUDITORIA
           PERFORM OPEN-JORNAL
           PERFORM OPEN-SEQUENCIA
           PERFORM ABRE-APROVACAO
           .

      * ARQ-AUD E CUMULATIVO ENTRE EXECUCOES (OPEN EXTEND); SO CRIA O
		   CLOSE ARQ-AUD
		   CLOSE ARQ-JRN
		   CLOSE ARQ-SEQ
		   PERFORM FECHA-APROVACAO
		   .
		   
      **********************
      * PROXIMO-CODIGO-SEQUENCIA, ATUALIZA-SEQUENCIA E
      * OPEN-SEQUENCIA: VER COPYBOOK, COMPARTILHADO COM CADCLI.
	   COPY "copybook\SISSQPGER.CPY".

      * SOLICITA-APROVACAO E ABRE/FECHA-APROVACAO: VER COPYBOOK,
      * COMPARTILHADO COM CADCLI, CADPRO, CADCPG E APRCAD.
	   COPY "copybook\SISAPPGER.CPY".

      * IDENTIFICA-RECEBIDO, CONFERE-RECEBIDO E FINALIZA-RECEBIDO:
      * VER COPYBOOK, COMPARTILHADO PELAS INTERFACES DE ENTRADA.
	   COPY "copybook\SISRCPGER.CPY".

      * EMBARALHA-SENHA (SENHA DO SUPERVISOR QUE FORCA UM ARQUIVO
      * REPETIDO): VER COPYBOOK, COMPARTILHADO COM MENU/CADOPE.
	   COPY "copybook\SISSNPGER.CPY".
