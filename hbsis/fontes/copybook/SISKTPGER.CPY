      **************************************************************
      * COMPOSICAO DE KIT (ARQ-KITCMP, CHAVE KIT + COMPONENTE, VER  *
      * CADPRO). CARREGA-COMPOSICAO-KIT ENCHE A TABELA WS-KTC (VER  *
      * SISWSGER.CPY) COM OS COMPONENTES DO PRODUTO WS-KTC-PRODUTO; *
      * WS-QTD-KTC = ZEROS QUER DIZER PRODUTO COMUM (SEM O ARQUIVO, *
      * NENHUM PRODUTO E KIT). RATEIA-KIT EXPLODE WS-KTC-KITS KITS  *
      * NO VALOR WS-KTC-VALOR-KITS: QUANTIDADE = KITS X QUANTIDADE  *
      * DO COMPONENTE; VALOR PELO PERCENTUAL DE RATEIO DE CADA      *
      * COMPONENTE SOBRE A SOMA DOS PERCENTUAIS (SE NINGUEM TEM     *
      * PERCENTUAL, PELA QUANTIDADE), ARREDONDADO NO CENTAVO E COM  *
      * A SOBRA NO ULTIMO COMPONENTE - A SOMA FECHA COM O VALOR DO  *
      * KIT. A ROTINA ABRE E FECHA O ARQ-KITCMP SOZINHA, COMO O     *
      * CARREGA-ITENS-PEDIDO FAZ COM O ARQ-ITEM.                    *
      **************************************************************
	   CARREGA-COMPOSICAO-KIT.
	       MOVE ZEROS TO WS-QTD-KTC
	       MOVE ZEROS TO WS-TAB-KTC
	       IF WS-KTC-PRODUTO > ZEROS
	          OPEN INPUT ARQ-KITCMP
	          IF WS-RESULTADO-ACESSO = "00"
	             MOVE WS-KTC-PRODUTO TO KTC_KIT
	             MOVE ZEROS          TO KTC_COMPONENTE
	             MOVE "N" TO WS-KTC-EOF
	             START ARQ-KITCMP
	                 KEY IS GREATER THAN KTC_CHAVE
	                      INVALID KEY
	                         MOVE "Y" TO WS-KTC-EOF
	             END-START
	             PERFORM CARREGA-UM-COMPONENTE
	                     UNTIL WS-KTC-EOF = "Y" OR WS-QTD-KTC = 20
	             CLOSE ARQ-KITCMP
	          END-IF
	       END-IF
	       MOVE "00" TO WS-RESULTADO-ACESSO
	       .

	   CARREGA-UM-COMPONENTE.
	       READ ARQ-KITCMP NEXT AT END
	          MOVE "Y" TO WS-KTC-EOF
	       END-READ
	       IF WS-KTC-EOF = "N"
	          IF KTC_KIT NOT = WS-KTC-PRODUTO
	             MOVE "Y" TO WS-KTC-EOF
	          ELSE
	             IF KTC_QTDE > ZEROS
	                ADD 1 TO WS-QTD-KTC
	                MOVE KTC_COMPONENTE
	                       TO WS-KTC-COMPONENTE(WS-QTD-KTC)
	                MOVE KTC_QTDE   TO WS-KTC-QTDE(WS-QTD-KTC)
	                MOVE KTC_PERC_RATEIO
	                       TO WS-KTC-PERC(WS-QTD-KTC)
	             END-IF
	          END-IF
	       END-IF
	       .

	   RATEIA-KIT.
	       MOVE ZEROS TO WS-KTC-SOMA-PERC WS-KTC-SOMA-QTDE
	                     WS-KTC-ACUMULADO
	       PERFORM VARYING WS-KTC-IDX FROM 1 BY 1
	               UNTIL WS-KTC-IDX > WS-QTD-KTC
	          ADD WS-KTC-PERC(WS-KTC-IDX) TO WS-KTC-SOMA-PERC
	          ADD WS-KTC-QTDE(WS-KTC-IDX) TO WS-KTC-SOMA-QTDE
	       END-PERFORM
	       PERFORM RATEIA-UM-COMPONENTE
	           VARYING WS-KTC-IDX FROM 1 BY 1
	           UNTIL WS-KTC-IDX > WS-QTD-KTC
	       .

	   RATEIA-UM-COMPONENTE.
	       COMPUTE WS-KTC-QTDE-RAT(WS-KTC-IDX) =
	           WS-KTC-KITS * WS-KTC-QTDE(WS-KTC-IDX)
	       IF WS-KTC-IDX = WS-QTD-KTC
	          IF WS-KTC-ACUMULADO < WS-KTC-VALOR-KITS
	             COMPUTE WS-KTC-VALOR-RAT(WS-KTC-IDX) =
	                 WS-KTC-VALOR-KITS - WS-KTC-ACUMULADO
	          ELSE
	             MOVE ZEROS TO WS-KTC-VALOR-RAT(WS-KTC-IDX)
	          END-IF
	       ELSE
	          IF WS-KTC-SOMA-PERC > ZEROS
	             COMPUTE WS-KTC-VALOR-RAT(WS-KTC-IDX) ROUNDED =
	                 WS-KTC-VALOR-KITS * WS-KTC-PERC(WS-KTC-IDX)
	                 / WS-KTC-SOMA-PERC
	          ELSE
	             COMPUTE WS-KTC-VALOR-RAT(WS-KTC-IDX) ROUNDED =
	                 WS-KTC-VALOR-KITS * WS-KTC-QTDE(WS-KTC-IDX)
	                 / WS-KTC-SOMA-QTDE
	          END-IF
	       END-IF
	       ADD WS-KTC-VALOR-RAT(WS-KTC-IDX) TO WS-KTC-ACUMULADO
	       .
