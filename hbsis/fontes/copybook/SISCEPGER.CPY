      **************************************************************
      * PREVISAO DE ENTREGA PELO CALENDARIO DA CIDADE (ARQ-CALENT, *
      * VER CADCAL). A LINHA DA CIDADE VENCE A DA UF INTEIRA       *
      * (CIDADE EM BRANCO); SO VALE CALENDARIO ATIVO. A ENTREGA    *
      * MAIS CEDO E NO DIA SEGUINTE AO PEDIDO, OU UM DIA DEPOIS    *
      * QUANDO O PEDIDO PASSOU DO HORARIO DE CORTE, AVANCANDO ATE  *
      * O PRIMEIRO DIA DA SEMANA EM QUE A CIDADE E ATENDIDA. SEM   *
      * CALENDARIO A PROMESSA E DE WCF-DIAS-ENTREGA-PADRAO DIAS.   *
      * NOS DOIS CASOS A ENTREGA NAO CAI EM FERIADO DA CIDADE (VER *
      * SISFRPGER.CPY; O CHAMADOR ABRE O CALENDARIO DE FERIADOS).  *
      * ENTRADA EM WS-CEN-UF/CIDADE/DATA-PEDIDO/HORA, SAIDA EM     *
      * WS-CEN-PREVISAO (VER SISWSGER.CPY).                        *
      **************************************************************
	   CALCULA-PREVISAO-ENTREGA.
	       MOVE "N" TO WS-CEN-ACHOU
	       IF WS-SEM-CALENDARIO NOT = "S"
	          MOVE WS-CEN-UF     TO CAL_UF
	          MOVE WS-CEN-CIDADE TO CAL_CIDADE
	          INSPECT CAL_CHAVE CONVERTING
	              "abcdefghijklmnopqrstuvwxyz" TO
	              "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
	          PERFORM LE-CALENDARIO-ENTREGA
	          IF WS-CEN-ACHOU = "N" AND CAL_CIDADE NOT = SPACES
	             MOVE SPACES TO CAL_CIDADE
	             PERFORM LE-CALENDARIO-ENTREGA
	          END-IF
	       END-IF
	       COMPUTE WS-CEN-DIA-INT =
	           FUNCTION INTEGER-OF-DATE(WS-CEN-DATA-PEDIDO)
	       IF WS-CEN-ACHOU = "N"
	          ADD WCF-DIAS-ENTREGA-PADRAO TO WS-CEN-DIA-INT
	       ELSE
	          ADD 1 TO WS-CEN-DIA-INT
	          IF CAL_HORA_CORTE > ZEROS AND
	             WS-CEN-HORA > CAL_HORA_CORTE
	             ADD 1 TO WS-CEN-DIA-INT
	          END-IF
	       END-IF
	       MOVE ZEROS TO WS-CEN-VOLTAS
	       PERFORM CONFERE-DIA-ENTREGA
	       PERFORM AVANCA-DIA-ENTREGA
	           UNTIL WS-CEN-DIA-OK = "S" OR WS-CEN-VOLTAS > 13
	       COMPUTE WS-CEN-PREVISAO =
	           FUNCTION DATE-OF-INTEGER(WS-CEN-DIA-INT)
	       .

	   LE-CALENDARIO-ENTREGA.
	       READ ARQ-CALENT
	           INVALID KEY
	              CONTINUE
	           NOT INVALID KEY
	              IF CAL_STATUS = "A"
	                 MOVE "S" TO WS-CEN-ACHOU
	              END-IF
	       END-READ
	       MOVE "00" TO WS-RESULTADO-ACESSO
	       .

      * O DIA 1 DO CALENDARIO INTERNO E UMA SEGUNDA-FEIRA, ENTAO
      * MOD 7 = 1 E SEGUNDA E 0 E DOMINGO (MESMA CONTA DO ROTVIS).
	   ACERTA-DIA-SEMANA-ENTREGA.
	       COMPUTE WS-CEN-DIA-SEMANA =
	           FUNCTION MOD(WS-CEN-DIA-INT, 7)
	       IF WS-CEN-DIA-SEMANA = ZEROS
	          MOVE 7 TO WS-CEN-DIA-SEMANA
	       END-IF
	       .

	   AVANCA-DIA-ENTREGA.
	       ADD 1 TO WS-CEN-DIA-INT
	       ADD 1 TO WS-CEN-VOLTAS
	       PERFORM CONFERE-DIA-ENTREGA
	       .

      * DIA BOM PARA ENTREGA: DIA DE ATENDIMENTO DA CIDADE NO
      * CALENDARIO (QUANDO HA CALENDARIO) E QUE NAO SEJA FERIADO NA
      * CIDADE. SEM CALENDARIO SO O FERIADO EMPURRA A PROMESSA.
	   CONFERE-DIA-ENTREGA.
	       MOVE "S" TO WS-CEN-DIA-OK
	       IF WS-CEN-ACHOU = "S"
	          PERFORM ACERTA-DIA-SEMANA-ENTREGA
	          IF CAL_DIA(WS-CEN-DIA-SEMANA) NOT = "S"
	             MOVE "N" TO WS-CEN-DIA-OK
	          END-IF
	       END-IF
	       IF WS-CEN-DIA-OK = "S"
	          COMPUTE WS-FER-DATA =
	              FUNCTION DATE-OF-INTEGER(WS-CEN-DIA-INT)
	          MOVE WS-CEN-UF     TO WS-FER-UF
	          MOVE WS-CEN-CIDADE TO WS-FER-CIDADE
	          PERFORM VERIFICA-FERIADO
	          IF WS-FER-FERIADO = "S"
	             MOVE "N" TO WS-CEN-DIA-OK
	          END-IF
	       END-IF
	       .
