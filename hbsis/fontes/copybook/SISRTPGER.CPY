      **************************************************************
      * RETORNO DE CARGA (ARQ-RETCARGA, VER SISFDGER.CPY).          *
      * MOVIMENTA-RETORNO-NOTA APLICA AO ESTOQUE OS ITENS GRAVADOS *
      * NO RETORNO DA NOTA WS-RTN-NF. COM WS-RTN-SINAL +1 A        *
      * MERCADORIA VOLTA AO SALDO E TAMBEM A RESERVA (CONTINUA     *
      * COMPROMETIDA COM A NOTA E NAO FICA LIVRE PARA OUTRO        *
      * PEDIDO), KARDEX "RET"; COM -1 ELA SAI DE NOVO NA           *
      * REENTREGA, KARDEX "REE", PARANDO EM ZERO. OS LOTES DA NOTA *
      * (ARQ-NFLOTE) ACOMPANHAM. O CHAMADOR MANTEM O ARQ-ESTOQUE E *
      * O ARQ-RETCARGA EM I-O; SEM O ESTOQUE (WS-SEM-ESTOQUE = "S") *
      * SO OS LOTES SE MEXEM. VERIFICA-RETORNO-NOTA DIZ SE A NOTA  *
      * ESTA DE VOLTA NO DEPOSITO (WS-RTN-DEVOLVIDA = "S") E DEIXA *
      * O CABECALHO EM REGRET.                                     *
      **************************************************************
	   MOVIMENTA-RETORNO-NOTA.
	       IF WS-SEM-ESTOQUE NOT = "S"
	          MOVE "N" TO WS-RTN-EOF
	          MOVE WS-RTN-NF TO RET_NF
	          MOVE 1         TO RET_SEQ
	          START ARQ-RETCARGA
	              KEY IS NOT LESS THAN RET_CHAVE
	                   INVALID KEY
	                      MOVE "Y" TO WS-RTN-EOF
	          END-START
	          PERFORM MOVIMENTA-ITEM-RETORNO UNTIL WS-RTN-EOF = "Y"
	       END-IF
	       IF WS-SEM-LOTE-NF NOT = "S"
	          PERFORM MOVIMENTA-LOTES-RETORNO
	       END-IF
	       MOVE "00" TO WS-RESULTADO-ACESSO
	       .

	   MOVIMENTA-ITEM-RETORNO.
	       READ ARQ-RETCARGA NEXT AT END
	          MOVE "Y" TO WS-RTN-EOF
	       END-READ
	       IF WS-RTN-EOF = "N"
	          IF RET_NF NOT = WS-RTN-NF
	             MOVE "Y" TO WS-RTN-EOF
	          ELSE
      * ITEM KIT (VER SISKTPGER.CPY): QUEM VOLTA AO SALDO SAO OS
      * COMPONENTES, NA QUANTIDADE DO KIT X A DE CADA UM.
	             MOVE RET_PRODUTO TO WS-KTC-PRODUTO
	             PERFORM CARREGA-COMPOSICAO-KIT
	             IF WS-QTD-KTC = ZEROS
	                MOVE RET_PRODUTO TO WS-RTN-PRODUTO
	                MOVE RET_QTDE    TO WS-RTN-QTDE
	                PERFORM APLICA-PRODUTO-RETORNO
	             ELSE
	                PERFORM VARYING WS-KTC-IDX FROM 1 BY 1
	                        UNTIL WS-KTC-IDX > WS-QTD-KTC
	                   MOVE WS-KTC-COMPONENTE(WS-KTC-IDX)
	                          TO WS-RTN-PRODUTO
	                   COMPUTE WS-RTN-QTDE =
	                       RET_QTDE * WS-KTC-QTDE(WS-KTC-IDX)
	                   PERFORM APLICA-PRODUTO-RETORNO
	                END-PERFORM
	             END-IF
	          END-IF
	       END-IF
	       .

	   APLICA-PRODUTO-RETORNO.
	       MOVE WS-RTN-PRODUTO TO EST_CODIGO_PRODUTO
	       READ ARQ-ESTOQUE
	           INVALID KEY
	              CONTINUE
	           NOT INVALID KEY
	              PERFORM APLICA-ITEM-RETORNO
	       END-READ
	       MOVE "00" TO WS-RESULTADO-ACESSO
	       .

	   APLICA-ITEM-RETORNO.
	       MOVE EST_SALDO TO WS-KDX-SALDO-ANTES
	       IF WS-RTN-SINAL > ZEROS
	          ADD WS-RTN-QTDE TO EST_SALDO
	          ADD WS-RTN-QTDE TO EST_RESERVADO
	          MOVE "RET" TO WS-KDX-TIPO
	          MOVE WS-RTN-QTDE TO WS-KDX-QTDE
	       ELSE
	          IF WS-RTN-QTDE > EST_SALDO
	             MOVE EST_SALDO TO WS-RTN-QTDE
	          END-IF
	          SUBTRACT WS-RTN-QTDE FROM EST_SALDO
	          IF WS-RTN-QTDE > EST_RESERVADO
	             MOVE ZEROS TO EST_RESERVADO
	          ELSE
	             SUBTRACT WS-RTN-QTDE FROM EST_RESERVADO
	          END-IF
	          MOVE "REE" TO WS-KDX-TIPO
	          COMPUTE WS-KDX-QTDE = WS-RTN-QTDE * -1
	       END-IF
	       MOVE FUNCTION CURRENT-DATE(1:8) TO EST_DATA_ULT_MOV
	       REWRITE REGEST
	       MOVE WS-RTN-NF TO WS-KDX-DOCUMENTO
	       PERFORM GRAVA-MOVIMENTO-ESTOQUE
	       .

	   MOVIMENTA-LOTES-RETORNO.
	       MOVE "N" TO WS-RTN-EOF
	       MOVE WS-RTN-NF TO NFL_NUMERO_NF
	       MOVE ZEROS     TO NFL_SEQUENCIA
	       START ARQ-NFLOTE
	           KEY IS NOT LESS THAN NFL_CHAVE
	                INVALID KEY
	                   MOVE "Y" TO WS-RTN-EOF
	       END-START
	       PERFORM MOVIMENTA-LOTE-RETORNO UNTIL WS-RTN-EOF = "Y"
	       .

	   MOVIMENTA-LOTE-RETORNO.
	       READ ARQ-NFLOTE NEXT AT END
	          MOVE "Y" TO WS-RTN-EOF
	       END-READ
	       IF WS-RTN-EOF = "N"
	          IF NFL_NUMERO_NF NOT = WS-RTN-NF
	             MOVE "Y" TO WS-RTN-EOF
	          ELSE
	             MOVE NFL_CODIGO_PRODUTO TO LOT_CODIGO_PRODUTO
	             MOVE NFL_LOTE           TO LOT_NUMERO
	             READ ARQ-LOTE
	                 INVALID KEY
	                    CONTINUE
	                 NOT INVALID KEY
	                    IF WS-RTN-SINAL > ZEROS
	                       ADD NFL_QTDE TO LOT_SALDO
	                    ELSE
	                       IF NFL_QTDE > LOT_SALDO
	                          MOVE ZEROS TO LOT_SALDO
	                       ELSE
	                          SUBTRACT NFL_QTDE FROM LOT_SALDO
	                       END-IF
	                    END-IF
	                    REWRITE REGLOT
	             END-READ
	          END-IF
	       END-IF
	       .

	   VERIFICA-RETORNO-NOTA.
	       MOVE "N" TO WS-RTN-DEVOLVIDA
	       IF WS-SEM-RETORNO NOT = "S"
	          MOVE WS-RTN-NF TO RET_NF
	          MOVE ZEROS     TO RET_SEQ
	          READ ARQ-RETCARGA
	              INVALID KEY
	                 CONTINUE
	              NOT INVALID KEY
	                 IF RET_SITUACAO = "D" OR RET_SITUACAO = "R"
	                    MOVE "S" TO WS-RTN-DEVOLVIDA
	                 END-IF
	          END-READ
	          MOVE "00" TO WS-RESULTADO-ACESSO
	       END-IF
	       .
