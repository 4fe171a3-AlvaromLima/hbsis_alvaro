      **************************************************************
      * CALENDARIO DE FERIADOS (ARQ-FERIADO, VER CADFER). O         *
      * CHAMADOR DA O PERFORM ABRE-FERIADOS UMA VEZ (SEM O ARQUIVO, *
      * WS-SEM-FERIADO = "S", TODO DIA E UTIL COMO SEMPRE FOI) E    *
      * FECHA-FERIADOS NO ENCERRAMENTO. A LOCALIDADE VEM EM         *
      * WS-FER-UF/WS-FER-CIDADE: VALEM OS FERIADOS NACIONAIS, OS DA *
      * UF E OS DA CIDADE, NA DATA EXATA OU FIXOS (ANO 0000).       *
      * VERIFICA-FERIADO  - WS-FER-DATA E FERIADO NA LOCALIDADE?    *
      * EXISTE-FERIADO-NA-DATA - HA FERIADO EM ALGUM LUGAR NA DATA? *
      * PROXIMO-DIA-UTIL  - SABADO, DOMINGO E FERIADO PASSAM PARA O *
      *                     PRIMEIRO DIA UTIL SEGUINTE.             *
      * CALCULA-ATRASO-UTIL - DIAS DE JUROS DE UM PAGAMENTO: O      *
      *                     VENCIMENTO EM DIA SEM BANCO E           *
      *                     PRORROGADO PARA O DIA UTIL SEGUINTE;    *
      *                     PAGO ATE ELE, NAO HA ATRASO; DEPOIS, OS *
      *                     DIAS CONTAM A PARTIR DO VENCIMENTO      *
      *                     PRORROGADO.                             *
      **************************************************************
	   ABRE-FERIADOS.
	       MOVE "N" TO WS-SEM-FERIADO
	       OPEN INPUT ARQ-FERIADO
	       IF WS-RESULTADO-ACESSO NOT = "00"
	          MOVE "S" TO WS-SEM-FERIADO
	       END-IF
	       MOVE "00" TO WS-RESULTADO-ACESSO
	       .

	   FECHA-FERIADOS.
	       IF WS-SEM-FERIADO NOT = "S"
	          CLOSE ARQ-FERIADO
	          MOVE "S" TO WS-SEM-FERIADO
	       END-IF
	       .

	   VERIFICA-FERIADO.
	       MOVE "N" TO WS-FER-FERIADO
	       IF WS-SEM-FERIADO = "S"
	          EXIT PARAGRAPH
	       END-IF
	       INSPECT WS-FER-UF CONVERTING
	           "abcdefghijklmnopqrstuvwxyz" TO
	           "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
	       INSPECT WS-FER-CIDADE CONVERTING
	           "abcdefghijklmnopqrstuvwxyz" TO
	           "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
	       MOVE WS-FER-DATA TO WS-FER-DATA-BUSCA
	       PERFORM PROCURA-FERIADO-LOCAL
	       IF WS-FER-FERIADO = "N"
	          MOVE ZEROS TO WS-FER-DATA-BUSCA(1:4)
	          PERFORM PROCURA-FERIADO-LOCAL
	       END-IF
	       .

      * NACIONAL, DEPOIS O DA UF E POR FIM O DA CIDADE, NA DATA QUE
      * ESTA EM WS-FER-DATA-BUSCA.
	   PROCURA-FERIADO-LOCAL.
	       MOVE WS-FER-DATA-BUSCA TO FER_DATA
	       MOVE SPACES            TO FER_UF FER_CIDADE
	       PERFORM LE-FERIADO
	       IF WS-FER-FERIADO = "N" AND WS-FER-UF NOT = SPACES
	          MOVE WS-FER-DATA-BUSCA TO FER_DATA
	          MOVE WS-FER-UF         TO FER_UF
	          MOVE SPACES            TO FER_CIDADE
	          PERFORM LE-FERIADO
	          IF WS-FER-FERIADO = "N" AND WS-FER-CIDADE NOT = SPACES
	             MOVE WS-FER-DATA-BUSCA TO FER_DATA
	             MOVE WS-FER-UF         TO FER_UF
	             MOVE WS-FER-CIDADE     TO FER_CIDADE
	             PERFORM LE-FERIADO
	          END-IF
	       END-IF
	       .

	   LE-FERIADO.
	       READ ARQ-FERIADO
	           INVALID KEY
	              CONTINUE
	           NOT INVALID KEY
	              MOVE "S" TO WS-FER-FERIADO
	       END-READ
	       MOVE "00" TO WS-RESULTADO-ACESSO
	       .

      * QUALQUER FERIADO NA DATA, DE QUALQUER LOCALIDADE (A CHAVE
      * COMECA PELA DATA). SERVE PARA SO CONFERIR CLIENTE A CLIENTE
      * NOS DIAS EM QUE ISSO PODE FAZER DIFERENCA (VER ROTVIS).
	   EXISTE-FERIADO-NA-DATA.
	       MOVE "N" TO WS-FER-EXISTE
	       IF WS-SEM-FERIADO = "S"
	          EXIT PARAGRAPH
	       END-IF
	       MOVE WS-FER-DATA TO WS-FER-DATA-BUSCA
	       PERFORM PROCURA-FERIADO-DATA
	       IF WS-FER-EXISTE = "N"
	          MOVE ZEROS TO WS-FER-DATA-BUSCA(1:4)
	          PERFORM PROCURA-FERIADO-DATA
	       END-IF
	       .

	   PROCURA-FERIADO-DATA.
	       MOVE WS-FER-DATA-BUSCA TO FER_DATA
	       MOVE LOW-VALUES        TO FER_UF FER_CIDADE
	       START ARQ-FERIADO KEY IS NOT LESS THAN FER_CHAVE
	           INVALID KEY
	              CONTINUE
	           NOT INVALID KEY
	              READ ARQ-FERIADO NEXT
	                  AT END
	                     CONTINUE
	                  NOT AT END
	                     IF FER_DATA = WS-FER-DATA-BUSCA
	                        MOVE "S" TO WS-FER-EXISTE
	                     END-IF
	              END-READ
	       END-START
	       MOVE "00" TO WS-RESULTADO-ACESSO
	       .

      * O LIMITE DE VOLTAS SO PROTEGE CONTRA UM CADASTRO ABSURDO
      * (SEMANAS INTEIRAS DE FERIADO); NA PRATICA SAO POUCOS DIAS.
	   PROXIMO-DIA-UTIL.
	       MOVE ZEROS TO WS-FER-VOLTAS
	       PERFORM CONFERE-DIA-UTIL
	       PERFORM AVANCA-DIA-UTIL
	           UNTIL WS-FER-DIA-UTIL = "S" OR WS-FER-VOLTAS > 15
	       .

	   AVANCA-DIA-UTIL.
	       COMPUTE WS-FER-DIA-INT =
	           FUNCTION INTEGER-OF-DATE(WS-FER-DATA) + 1
	       COMPUTE WS-FER-DATA =
	           FUNCTION DATE-OF-INTEGER(WS-FER-DIA-INT)
	       ADD 1 TO WS-FER-VOLTAS
	       PERFORM CONFERE-DIA-UTIL
	       .

      * O DIA 1 DO CALENDARIO INTERNO E UMA SEGUNDA-FEIRA, ENTAO
      * MOD 7 = 6 E SABADO E 0 E DOMINGO (MESMA CONTA DO ROTVIS).
	   CONFERE-DIA-UTIL.
	       MOVE "S" TO WS-FER-DIA-UTIL
	       COMPUTE WS-FER-DIA-INT =
	           FUNCTION INTEGER-OF-DATE(WS-FER-DATA)
	       COMPUTE WS-FER-DIA-SEMANA =
	           FUNCTION MOD(WS-FER-DIA-INT, 7)
	       IF WS-FER-DIA-SEMANA = 6 OR WS-FER-DIA-SEMANA = ZEROS
	          MOVE "N" TO WS-FER-DIA-UTIL
	       ELSE
	          PERFORM VERIFICA-FERIADO
	          IF WS-FER-FERIADO = "S"
	             MOVE "N" TO WS-FER-DIA-UTIL
	          END-IF
	       END-IF
	       .

	   CALCULA-ATRASO-UTIL.
	       MOVE ZEROS TO WS-FER-DIAS-ATRASO
	       IF WS-FER-PAGAMENTO NOT > WS-FER-VENCIMENTO
	          EXIT PARAGRAPH
	       END-IF
	       MOVE WS-FER-VENCIMENTO TO WS-FER-DATA
	       PERFORM PROXIMO-DIA-UTIL
	       IF WS-FER-PAGAMENTO > WS-FER-DATA
	          COMPUTE WS-FER-DIAS-ATRASO =
	              FUNCTION INTEGER-OF-DATE(WS-FER-PAGAMENTO) -
	              FUNCTION INTEGER-OF-DATE(WS-FER-DATA)
	       END-IF
	       .
