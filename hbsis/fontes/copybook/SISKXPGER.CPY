      **************************************************************
      * KARDEX DE ESTOQUE (ARQ-KARDEX, VER SISFDGER.CPY).          *
      * GRAVA-MOVIMENTO-ESTOQUE REGISTRA O MOVIMENTO QUE O         *
      * CHAMADOR ACABOU DE APLICAR NO REGEST: PRODUTO E SALDO      *
      * DEPOIS VEM DO PROPRIO REGEST, O SALDO ANTES, O TIPO, O     *
      * DOCUMENTO E A QUANTIDADE DOS CAMPOS WS-KDX-* (VER          *
      * SISWSGER.CPY). DOIS MOVIMENTOS DO MESMO PRODUTO NO MESMO   *
      * SEGUNDO (FATURAMENTO EM LOTE) GANHAM SEQUENCIAS            *
      * DIFERENTES. ABRE-KARDEX ABRE O ARQUIVO EM I-O E O CRIA NA  *
      * PRIMEIRA VEZ; SEM ELE O PROGRAMA SEGUE SEM KARDEX          *
      * (WS-SEM-KARDEX = "S").                                     *
      **************************************************************
	   GRAVA-MOVIMENTO-ESTOQUE.
	       IF WS-SEM-KARDEX NOT = "S"
	          MOVE SPACES              TO REGKDX
	          MOVE EST_CODIGO_PRODUTO  TO KDX_CODIGO_PRODUTO
	          MOVE FUNCTION CURRENT-DATE(1:14) TO KDX_DATA_HORA
	          MOVE ZEROS               TO KDX_SEQUENCIA
	          MOVE WS-KDX-TIPO         TO KDX_TIPO
	          MOVE WS-KDX-DOCUMENTO    TO KDX_DOCUMENTO
	          MOVE WS-KDX-QTDE         TO KDX_QTDE
	          MOVE WS-KDX-SALDO-ANTES  TO KDX_SALDO_ANTES
	          MOVE EST_SALDO           TO KDX_SALDO_DEPOIS
	          MOVE WS-KDX-PROGRAMA     TO KDX_PROGRAMA
	          MOVE WS-KDX-OPERADOR     TO KDX_OPERADOR
	          WRITE REGKDX
	          PERFORM UNTIL WS-RESULTADO-ACESSO NOT = "22" OR
	                        KDX_SEQUENCIA = 999
	             ADD 1 TO KDX_SEQUENCIA
	             WRITE REGKDX
	          END-PERFORM
	          MOVE "00" TO WS-RESULTADO-ACESSO
	       END-IF
	       .

	   ABRE-KARDEX.
	       MOVE "N" TO WS-SEM-KARDEX
	       OPEN I-O ARQ-KARDEX
	       IF WS-RESULTADO-ACESSO = "05"
	          OPEN OUTPUT ARQ-KARDEX
	          CLOSE ARQ-KARDEX
	          OPEN I-O ARQ-KARDEX
	       END-IF
	       IF WS-RESULTADO-ACESSO NOT = "00"
	          MOVE "S" TO WS-SEM-KARDEX
	       END-IF
	       MOVE "00" TO WS-RESULTADO-ACESSO
	       .
