      **************************************************************
      * RESERVA DE ESTOQUE DOS PEDIDOS EM CARTEIRA (EST_RESERVADO   *
      * NO ARQ-ESTOQUE). O PEDIDO RESERVA NA DIGITACAO/IMPORTACAO O *
      * QUE AINDA NAO FOI ATENDIDO; O FATURAMENTO CONSOME A RESERVA *
      * AO BAIXAR O SALDO, E O CANCELAMENTO (OU A RECUSA NO         *
      * CREDITO) LIBERA O PENDENTE. O CHAMADOR MANTEM O ARQ-ESTOQUE *
      * ABERTO EM I-O; SEM O ARQUIVO (WS-SEM-ESTOQUE = "S") AS      *
      * ROTINAS NAO FAZEM NADA. ATUALIZA-RESERVA APLICA             *
      * WS-RES-DELTA AO PRODUTO WS-RES-PRODUTO (A LIBERACAO PARA EM *
      * ZERO; PRODUTO SEM REGISTRO DE SALDO GANHA UM, ZERADO, NA    *
      * PRIMEIRA RESERVA). RESERVA-ITENS-PEDIDO APLICA O PENDENTE   *
      * (QTDE - ATENDIDO) DE CADA LINHA DA AREA WS-ITN MULTIPLICADO *
      * POR WS-RES-SINAL (+1 RESERVA, -1 LIBERA).                   *
      * CONSULTA-DISPONIVEL DEVOLVE EST_SALDO - EST_RESERVADO EM    *
      * WS-RES-DISPONIVEL. PRODUTO-KIT (VER SISKTPGER.CPY) NAO TEM  *
      * SALDO PROPRIO: A RESERVA VAI PARA CADA COMPONENTE (DELTA X  *
      * QUANTIDADE DO COMPONENTE NO KIT) E O DISPONIVEL DO KIT E O  *
      * MENOR NUMERO DE KITS QUE OS COMPONENTES LIVRES MONTAM.      *
      **************************************************************
	   CONSULTA-DISPONIVEL.
	       MOVE ZEROS TO WS-RES-DISPONIVEL
	       IF WS-SEM-ESTOQUE NOT = "S"
	          MOVE WS-RES-PRODUTO TO WS-KTC-PRODUTO
	          PERFORM CARREGA-COMPOSICAO-KIT
	          IF WS-QTD-KTC = ZEROS
	             PERFORM CONSULTA-DISPONIVEL-PRODUTO
	          ELSE
	             MOVE WS-RES-PRODUTO TO WS-RES-KIT
	             PERFORM VARYING WS-KTC-IDX FROM 1 BY 1
	                     UNTIL WS-KTC-IDX > WS-QTD-KTC
	                MOVE WS-KTC-COMPONENTE(WS-KTC-IDX)
	                       TO WS-RES-PRODUTO
	                MOVE ZEROS TO WS-RES-DISPONIVEL
	                PERFORM CONSULTA-DISPONIVEL-PRODUTO
	                COMPUTE WS-RES-DISPONIVEL =
	                    WS-RES-DISPONIVEL / WS-KTC-QTDE(WS-KTC-IDX)
	                IF WS-KTC-IDX = 1 OR
	                   WS-RES-DISPONIVEL < WS-RES-DISP-KIT
	                   MOVE WS-RES-DISPONIVEL TO WS-RES-DISP-KIT
	                END-IF
	             END-PERFORM
	             MOVE WS-RES-DISP-KIT TO WS-RES-DISPONIVEL
	             MOVE WS-RES-KIT      TO WS-RES-PRODUTO
	          END-IF
	       END-IF
	       .

	   CONSULTA-DISPONIVEL-PRODUTO.
	       MOVE WS-RES-PRODUTO TO EST_CODIGO_PRODUTO
	       READ ARQ-ESTOQUE
	           INVALID KEY
	              CONTINUE
	           NOT INVALID KEY
	              COMPUTE WS-RES-DISPONIVEL =
	                  EST_SALDO - EST_RESERVADO
	       END-READ
	       MOVE "00" TO WS-RESULTADO-ACESSO
	       .

	   ATUALIZA-RESERVA.
	       IF WS-SEM-ESTOQUE NOT = "S" AND WS-RES-DELTA NOT = ZEROS
	          MOVE WS-RES-PRODUTO TO WS-KTC-PRODUTO
	          PERFORM CARREGA-COMPOSICAO-KIT
	          IF WS-QTD-KTC = ZEROS
	             PERFORM ATUALIZA-RESERVA-PRODUTO
	          ELSE
	             MOVE WS-RES-PRODUTO TO WS-RES-KIT
	             MOVE WS-RES-DELTA   TO WS-RES-DELTA-KIT
	             PERFORM VARYING WS-KTC-IDX FROM 1 BY 1
	                     UNTIL WS-KTC-IDX > WS-QTD-KTC
	                MOVE WS-KTC-COMPONENTE(WS-KTC-IDX)
	                       TO WS-RES-PRODUTO
	                COMPUTE WS-RES-DELTA =
	                    WS-RES-DELTA-KIT * WS-KTC-QTDE(WS-KTC-IDX)
	                PERFORM ATUALIZA-RESERVA-PRODUTO
	             END-PERFORM
	             MOVE WS-RES-KIT       TO WS-RES-PRODUTO
	             MOVE WS-RES-DELTA-KIT TO WS-RES-DELTA
	          END-IF
	       END-IF
	       .

	   ATUALIZA-RESERVA-PRODUTO.
	       MOVE WS-RES-PRODUTO TO EST_CODIGO_PRODUTO
	       READ ARQ-ESTOQUE
	           INVALID KEY
	              IF WS-RES-DELTA > ZEROS
	                 ADD 1 TO WS-RES-FALTAS
	                 MOVE WS-RES-PRODUTO TO EST_CODIGO_PRODUTO
	                 MOVE ZEROS TO EST_SALDO
	                               EST_DATA_ULT_MOV
	                 MOVE WS-RES-DELTA TO EST_RESERVADO
	                 WRITE REGEST
	              END-IF
	           NOT INVALID KEY
	              IF WS-RES-DELTA > ZEROS AND
	                 EST_SALDO < EST_RESERVADO + WS-RES-DELTA
	                 ADD 1 TO WS-RES-FALTAS
	              END-IF
	              IF EST_RESERVADO + WS-RES-DELTA < ZEROS
	                 MOVE ZEROS TO EST_RESERVADO
	              ELSE
	                 ADD WS-RES-DELTA TO EST_RESERVADO
	              END-IF
	              REWRITE REGEST
	       END-READ
	       MOVE "00" TO WS-RESULTADO-ACESSO
	       .

	   RESERVA-ITENS-PEDIDO.
	       PERFORM RESERVA-UMA-LINHA
	           VARYING WS-ITN-IDX FROM 1 BY 1
	           UNTIL WS-ITN-IDX > WS-QTD-ITN
	       .

	   RESERVA-UMA-LINHA.
	       IF WS-ITN-QTDE(WS-ITN-IDX) >
	          WS-ITN-QTDE-ATEND(WS-ITN-IDX)
	          MOVE WS-ITN-PRODUTO(WS-ITN-IDX) TO WS-RES-PRODUTO
	          COMPUTE WS-RES-DELTA =
	              (WS-ITN-QTDE(WS-ITN-IDX) -
	               WS-ITN-QTDE-ATEND(WS-ITN-IDX)) * WS-RES-SINAL
	          PERFORM ATUALIZA-RESERVA
	       END-IF
	       .
