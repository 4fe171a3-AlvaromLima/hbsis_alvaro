                PERFORM OBSERVACAO-000 THRU OBSERVACAO-EXIT
             WHEN "9"
                PERFORM ENDERECOS-000 THRU ENDERECOS-EXIT
             WHEN "O" WHEN "o"
                CALL "CADOCO" USING LS-ID
             WHEN "D" WHEN "d"
                CALL "CADDOC" USING LS-ID
           END-EVALUATE.
		   
      **********************
      * IMAGEM DO REGISTRO ANTES DA ALTERACAO, PARA O JORNAL (VER
      * GRAVA-JORNAL NO REGRAVACAO).
              MOVE REGCLI TO WS-JRN-ANTES
              MOVE CLI_LIMITE_CREDITO TO WS-APV-VALOR-ANTERIOR
              MOVE 0 TO W-SEL
              PERFORM ENTRA-DADOS UNTIL W-SEL > 0
              MOVE 0 TO W-SEL
			  PERFORM ALTERA-DADOS UNTIL W-SEL > 0
              PERFORM RETEM-LIMITE-CREDITO
   		      PERFORM REGRAVACAO
              IF W-SN = "S"
                 PERFORM GRAVA-AUDITORIA
                 PERFORM PEDE-APROVACAO-LIMITE
              END-IF
              UNLOCK ARQ-CLIENTE
			  .
      * EXECUCAO, PARA PODER SER DESFEITO EM BLOCO.
			   MOVE WS-DATA-HORA-EXECUCAO TO WS-JRN-LOTE
			   PERFORM VERIFICA-CHECKPOINT-IMPORTACAO
      * O ARQUIVO ENTRA NO REGISTRO DE RECEBIDOS ANTES DA PRIMEIRA
      * PASSADA; JA RECEBIDO SO SEGUE FORCADO POR UM SUPERVISOR (VER
      * SISRCPGER.CPY). NA RETOMADA DO CHECKPOINT A ENTRADA DA RODADA
      * INTERROMPIDA NAO CONTA COMO REPETICAO.
			   MOVE "CADCLI"        TO WS-RCB-INTERFACE
			   MOVE WTD-ARQ-CLIENTE TO WS-RCB-ARQUIVO
			   PERFORM IDENTIFICA-RECEBIDO
			   MOVE WS-CHK-RETOMAR  TO WS-RCB-RETOMADA
			   PERFORM CONFERE-RECEBIDO
			   IF WS-RCB-LIBERADO NOT = "S"
			      MOVE "N"           TO W-SN
			      MOVE SPACES        TO WS-RECONCILIACAO
			      MOVE ZEROS         TO CLI_CODIGO_CLIENTE
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
      * AS REJEICOES DA RODADA ENTRAM NO SALDO PENDENTE DO CORERR
      * (VER SISRJPGER.CPY E O ALERTA DO FECHAMENTO DIARIO).
			      IF WS-QTD-REJEITADOS > ZEROS
			         MOVE WS-QTD-REJEITADOS TO WS-REJ-DELTA
			         PERFORM SOMA-REJEITOS-PENDENTES
			      END-IF
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

      * LIMITE DE CREDITO SO MUDA COM DUPLA APROVACAO (VER
      * SISAPPGER.CPY E APRCAD): O VALOR DIGITADO SAI DO REGISTRO, QUE
      * E REGRAVADO COM O LIMITE ANTIGO E OS DEMAIS CAMPOS ALTERADOS,
      * E VIRA UMA SOLICITACAO PENDENTE EM PEDE-APROVACAO-LIMITE.
	   RETEM-LIMITE-CREDITO.
		   MOVE SPACES TO WS-APV-TIPO
		   IF W-SN = "S" AND
		      CLI_LIMITE_CREDITO NOT = WS-APV-VALOR-ANTERIOR
		      MOVE "L"                   TO WS-APV-TIPO
		      MOVE CLI_CODIGO_CLIENTE    TO WS-APV-CODIGO
		      MOVE SPACES                TO WS-APV-SUBTIPO
		      MOVE CLI_LIMITE_CREDITO    TO WS-APV-VALOR-NOVO
		      MOVE WS-APV-VALOR-ANTERIOR TO CLI_LIMITE_CREDITO
		   END-IF
		   .

	   PEDE-APROVACAO-LIMITE.
		   IF WS-APV-TIPO = "L"
		      PERFORM SOLICITA-APROVACAO
		      PERFORM MENSAGEM-APROVACAO
		      PERFORM GRAVA-AUDITORIA
		      PERFORM ROT-MENS THRU ROT-MENS-FIM
		   END-IF
		   .

      * REGISTRO ANONIMIZADO NAO VOLTA A ATIVO COM O CONTATO VELHO:
      * A REATIVACAO EXIGE TELEFONE/EMAIL/CONTATO RECOLETADOS, E AI
      * O CARIMBO DE ANONIMIZACAO E LIMPO.
           PERFORM OPEN-AUDITORIA
           PERFORM OPEN-JORNAL
           PERFORM OPEN-SEQUENCIA
           PERFORM ABRE-APROVACAO
           .

      * ARQ-AUD E CUMULATIVO ENTRE EXECUCOES (OPEN EXTEND); SO CRIA O
		   IF WS-SEM-COMOD NOT = "S"
		      CLOSE ARQ-COMOD
		   END-IF
		   PERFORM FECHA-APROVACAO
		   .
		   
      **********************
      * PROXIMO-CODIGO-SEQUENCIA, ATUALIZA-SEQUENCIA E
      * OPEN-SEQUENCIA: VER COPYBOOK, COMPARTILHADO COM CADVEN.
	   COPY "copybook\SISSQPGER.CPY".

      * SOLICITA-APROVACAO E ABRE/FECHA-APROVACAO: VER COPYBOOK,
      * COMPARTILHADO COM CADVEN, CADPRO, CADCPG E APRCAD.
	   COPY "copybook\SISAPPGER.CPY".

      * IDENTIFICA-RECEBIDO, CONFERE-RECEBIDO E FINALIZA-RECEBIDO:
      * VER COPYBOOK, COMPARTILHADO PELAS INTERFACES DE ENTRADA.
	   COPY "copybook\SISRCPGER.CPY".

      * EMBARALHA-SENHA (SENHA DO SUPERVISOR QUE FORCA UM ARQUIVO
      * REPETIDO): VER COPYBOOK, COMPARTILHADO COM MENU/CADOPE.
	   COPY "copybook\SISSNPGER.CPY".
