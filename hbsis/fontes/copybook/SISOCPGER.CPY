      **************************************************************
      * DESCRICOES DA OCORRENCIA QUE ESTA EM REGOCO (TIPO, AREA    *
      * RESPONSAVEL E SITUACAO), COMPARTILHADAS ENTRE O CADASTRO   *
      * (CADOCO) E OS RELATORIOS (RELOCO).                         *
      **************************************************************
	   DESCREVE-OCORRENCIA.
	       EVALUATE OCO_TIPO
	         WHEN "A" MOVE "ATRASO ENTR."  TO WS-OCO-DESCR-TIPO
	         WHEN "D" MOVE "AVARIA"        TO WS-OCO-DESCR-TIPO
	         WHEN "C" MOVE "COBRANCA IND." TO WS-OCO-DESCR-TIPO
	         WHEN "R" MOVE "COMODATO"      TO WS-OCO-DESCR-TIPO
	         WHEN "O" MOVE "OUTROS"        TO WS-OCO-DESCR-TIPO
	         WHEN OTHER MOVE OCO_TIPO      TO WS-OCO-DESCR-TIPO
	       END-EVALUATE
	       EVALUATE OCO_AREA
	         WHEN "L" MOVE "LOGISTICA"     TO WS-OCO-DESCR-AREA
	         WHEN "F" MOVE "FINANCEIRO"    TO WS-OCO-DESCR-AREA
	         WHEN "C" MOVE "COMERCIAL"     TO WS-OCO-DESCR-AREA
	         WHEN "T" MOVE "TECNICA"       TO WS-OCO-DESCR-AREA
	         WHEN OTHER MOVE OCO_AREA      TO WS-OCO-DESCR-AREA
	       END-EVALUATE
	       EVALUATE OCO_SITUACAO
	         WHEN "A" MOVE "ABERTA"        TO WS-OCO-DESCR-SITUACAO
	         WHEN "E" MOVE "EM ANDAMENTO"  TO WS-OCO-DESCR-SITUACAO
	         WHEN "R" MOVE "RESOLVIDA"     TO WS-OCO-DESCR-SITUACAO
	         WHEN "C" MOVE "CANCELADA"     TO WS-OCO-DESCR-SITUACAO
	         WHEN OTHER MOVE OCO_SITUACAO  TO WS-OCO-DESCR-SITUACAO
	       END-EVALUATE
	       .
