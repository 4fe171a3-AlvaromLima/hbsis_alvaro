      **************************************************************
      * DUPLA APROVACAO DE ALTERACOES CADASTRAIS SENSIVEIS (LIMITE  *
      * DE CREDITO, COMISSAO DO VENDEDOR, PRECO BASE E PRAZOS DA    *
      * CONDICAO DE PAGAMENTO). O PROGRAMA DE CADASTRO NAO GRAVA O  *
      * CAMPO NOVO: DEVOLVE O VALOR ANTIGO AO REGISTRO E GRAVA UMA  *
      * SOLICITACAO PENDENTE EM ARQ-APROVA, APLICADA SO QUANDO UM   *
      * SEGUNDO OPERADOR A APROVA NO APRCAD.                        *
      * ABRE-APROVACAO     - ABRE (E CRIA NA PRIMEIRA VEZ) O        *
      *                      ARQUIVO; SEM ELE WS-SEM-APROVA = "S" E *
      *                      NENHUMA ALTERACAO SENSIVEL E ACEITA.   *
      * SOLICITA-APROVACAO - GRAVA A SOLICITACAO DE WS-APV-*.       *
      * EXPIRA-APROVACOES  - PENDENTES COM MAIS DE                  *
      *                      WCF-APV-DIAS-VALIDADE DIAS VIRAM "E".  *
      * MENSAGEM-APROVACAO - MENS COM O RESULTADO DA SOLICITACAO.   *
      * DESCREVE-APROVACAO - TEXTOS DE TIPO E SITUACAO DO REGAPV.   *
      **************************************************************

	   ABRE-APROVACAO.
	       MOVE "N" TO WS-SEM-APROVA
	       OPEN I-O ARQ-APROVA
	       IF WS-RESULTADO-ACESSO = "05" OR "35"
	          OPEN OUTPUT ARQ-APROVA
	          CLOSE ARQ-APROVA
	          OPEN I-O ARQ-APROVA
	       END-IF
	       IF WS-RESULTADO-ACESSO NOT = "00"
	          MOVE "S" TO WS-SEM-APROVA
	       END-IF
	       MOVE "00" TO WS-RESULTADO-ACESSO
	       .

	   FECHA-APROVACAO.
	       IF WS-SEM-APROVA NOT = "S"
	          CLOSE ARQ-APROVA
	          MOVE "S" TO WS-SEM-APROVA
	       END-IF
	       .

      * UMA SO SOLICITACAO PENDENTE POR CAMPO: ENQUANTO A PRIMEIRA
      * NAO FOR DECIDIDA (OU EXPIRAR), UMA SEGUNDA E RECUSADA COM
      * WS-APV-RESULTADO = "D", PARA O APROVADOR NUNCA TER DUAS
      * VERSOES DO MESMO VALOR NA LISTA.
	   SOLICITA-APROVACAO.
	       MOVE "E" TO WS-APV-RESULTADO
	       MOVE ZEROS TO WS-APV-NUMERO
	       IF WS-SEM-APROVA = "S"
	          EXIT PARAGRAPH
	       END-IF
	       PERFORM PROCURA-APROVACAO-PENDENTE
	       IF WS-APV-RESULTADO = "D"
	          EXIT PARAGRAPH
	       END-IF
	       PERFORM PROXIMO-NUMERO-APROVACAO
	       MOVE SPACES           TO REGAPV
	       MOVE WS-APV-NUMERO    TO APV_NUMERO
	       MOVE WS-APV-TIPO      TO APV_TIPO
	       MOVE WS-APV-CODIGO    TO APV_CODIGO
	       MOVE WS-APV-SUBTIPO   TO APV_SUBTIPO
	       MOVE WS-APV-ANTERIOR  TO APV_ANTERIOR
	       MOVE WS-APV-NOVO      TO APV_NOVO
	       MOVE "P"              TO APV_SITUACAO
	       MOVE WS-SESSAO-ID     TO APV_SOLICITANTE
	       MOVE FUNCTION CURRENT-DATE(1:8)  TO APV_DATA_SOLICITACAO
	       MOVE FUNCTION CURRENT-DATE(9:6)  TO APV_HORA_SOLICITACAO
	       MOVE ZEROS            TO APV_DATA_DECISAO
	                                APV_HORA_DECISAO
	       WRITE REGAPV
	       IF WS-RESULTADO-ACESSO = "00" OR "02"
	          MOVE "S" TO WS-APV-RESULTADO
	       ELSE
	          MOVE "E" TO WS-APV-RESULTADO
	       END-IF
	       .

      * PERCORRE AS SOLICITACOES DO MESMO CAMPO (CHAVE ALTERNATIVA
      * APV_ENTIDADE) ATRAS DE UMA AINDA PENDENTE.
	   PROCURA-APROVACAO-PENDENTE.
	       MOVE SPACES TO WS-APV-RESULTADO
	       MOVE "N" TO WS-APV-EOF
	       MOVE WS-APV-TIPO    TO APV_TIPO
	       MOVE WS-APV-CODIGO  TO APV_CODIGO
	       MOVE WS-APV-SUBTIPO TO APV_SUBTIPO
	       START ARQ-APROVA KEY IS = APV_ENTIDADE
	           INVALID KEY
	              MOVE "Y" TO WS-APV-EOF
	       END-START
	       PERFORM UNTIL WS-APV-EOF = "Y" OR WS-APV-RESULTADO = "D"
	          READ ARQ-APROVA NEXT AT END
	             MOVE "Y" TO WS-APV-EOF
	          END-READ
	          IF WS-APV-EOF = "N"
	             IF APV_TIPO    NOT = WS-APV-TIPO   OR
	                APV_CODIGO  NOT = WS-APV-CODIGO OR
	                APV_SUBTIPO NOT = WS-APV-SUBTIPO
	                MOVE "Y" TO WS-APV-EOF
	             ELSE
	                IF APV_SITUACAO = "P"
	                   MOVE "D" TO WS-APV-RESULTADO
	                   MOVE APV_NUMERO TO WS-APV-NUMERO
	                END-IF
	             END-IF
	          END-IF
	       END-PERFORM
	       MOVE "00" TO WS-RESULTADO-ACESSO
	       .

      * MAIOR NUMERO JA GRAVADO + 1 (MESMO IDIOMA DO
      * PROXIMO-NUMERO-OCORRENCIA DO CADOCO).
	   PROXIMO-NUMERO-APROVACAO.
	       MOVE 1 TO WS-APV-NUMERO
	       MOVE 9999999 TO APV_NUMERO
	       MOVE "N" TO WS-APV-EOF
	       START ARQ-APROVA
	           KEY IS LESS THAN APV_NUMERO
	                INVALID KEY
	                   MOVE "Y" TO WS-APV-EOF
	       END-START
	       IF WS-APV-EOF = "N"
	          READ ARQ-APROVA PREVIOUS AT END
	             MOVE "Y" TO WS-APV-EOF
	          END-READ
	          IF WS-APV-EOF = "N"
	             COMPUTE WS-APV-NUMERO = APV_NUMERO + 1
	          END-IF
	       END-IF
	       MOVE "00" TO WS-RESULTADO-ACESSO
	       .

      * SOLICITACAO PENDENTE HA MAIS DE WCF-APV-DIAS-VALIDADE DIAS
      * PASSA A "E" (EXPIRADA), SEM APROVADOR; O CADASTRO SEGUE COM O
      * VALOR ANTIGO. WS-APV-EXPIRADAS DEVOLVE QUANTAS FORAM.
	   EXPIRA-APROVACOES.
	       MOVE ZEROS TO WS-APV-EXPIRADAS
	       IF WS-SEM-APROVA = "S"
	          EXIT PARAGRAPH
	       END-IF
	       MOVE FUNCTION CURRENT-DATE(1:8) TO WS-APV-DATA-HOJE
	       COMPUTE WS-APV-DATA-LIMITE = FUNCTION DATE-OF-INTEGER
	           (FUNCTION INTEGER-OF-DATE(WS-APV-DATA-HOJE)
	            - WCF-APV-DIAS-VALIDADE)
	       MOVE "N" TO WS-APV-EOF
	       MOVE ZEROS TO APV_NUMERO
	       START ARQ-APROVA
	           KEY IS NOT LESS THAN APV_NUMERO
	                INVALID KEY
	                   MOVE "Y" TO WS-APV-EOF
	       END-START
	       PERFORM UNTIL WS-APV-EOF = "Y"
	          READ ARQ-APROVA NEXT AT END
	             MOVE "Y" TO WS-APV-EOF
	          END-READ
	          IF WS-APV-EOF = "N" AND APV_SITUACAO = "P" AND
	             APV_DATA_SOLICITACAO < WS-APV-DATA-LIMITE
	             MOVE "E" TO APV_SITUACAO
	             MOVE WS-APV-DATA-HOJE TO APV_DATA_DECISAO
	             MOVE FUNCTION CURRENT-DATE(9:6) TO APV_HORA_DECISAO
	             MOVE "PRAZO DE APROVACAO ESGOTADO" TO APV_MOTIVO
	             REWRITE REGAPV
	             IF WS-RESULTADO-ACESSO = "00" OR "02"
	                ADD 1 TO WS-APV-EXPIRADAS
	             END-IF
	          END-IF
	       END-PERFORM
	       MOVE "00" TO WS-RESULTADO-ACESSO
	       .

      * TEXTO PARA A TELA E A AUDITORIA DO PROGRAMA DE CADASTRO
      * DEPOIS DO SOLICITA-APROVACAO (CABE NOS 30 DE AUD-RESULTADO).
	   MENSAGEM-APROVACAO.
	       MOVE SPACES TO MENS
	       EVALUATE WS-APV-RESULTADO
	          WHEN "S"
	             STRING "APROVACAO PENDENTE NR " WS-APV-NUMERO
	                 DELIMITED BY SIZE INTO MENS
	             END-STRING
	          WHEN "D"
	             STRING "JA PENDENTE: APROVACAO " WS-APV-NUMERO
	                 DELIMITED BY SIZE INTO MENS
	             END-STRING
	          WHEN OTHER
	             MOVE "ERRO NA SOLICITACAO APROVACAO" TO MENS
	       END-EVALUATE
	       .

	   DESCREVE-APROVACAO.
	       EVALUATE APV_TIPO
	          WHEN "L"  MOVE "LIMITE CRED." TO WS-APV-DESCR-TIPO
	          WHEN "C"  MOVE "COMISSAO"     TO WS-APV-DESCR-TIPO
	          WHEN "P"  MOVE "PRECO BASE"   TO WS-APV-DESCR-TIPO
	          WHEN "T"  MOVE "PRAZOS COND." TO WS-APV-DESCR-TIPO
	          WHEN OTHER MOVE SPACES        TO WS-APV-DESCR-TIPO
	       END-EVALUATE
	       EVALUATE APV_SITUACAO
	          WHEN "P"  MOVE "PENDENTE"     TO WS-APV-DESCR-SITUACAO
	          WHEN "A"  MOVE "APROVADA"     TO WS-APV-DESCR-SITUACAO
	          WHEN "R"  MOVE "REJEITADA"    TO WS-APV-DESCR-SITUACAO
	          WHEN "E"  MOVE "EXPIRADA"     TO WS-APV-DESCR-SITUACAO
	          WHEN OTHER MOVE SPACES        TO WS-APV-DESCR-SITUACAO
	       END-EVALUATE
	       .
