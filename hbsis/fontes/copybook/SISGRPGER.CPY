      **************************************************************
      * LIMITE DE CREDITO DO GRUPO ECONOMICO (ARQ-GRUPO/ARQ-GRPCLI, *
      * VER CADGRP). O CHAMADOR DA O PERFORM ABRE-GRUPO UMA VEZ     *
      * (AMBIENTE SEM OS ARQUIVOS SEGUE SO COM O LIMITE DA LOJA,    *
      * WS-SEM-GRUPO = "S") E MANTEM O ARQ-TITULO ABERTO. ANTES DE  *
      * GRAVAR O PEDIDO, POE A LOJA EM WS-GRP-CLIENTE E O VALOR DO  *
      * PEDIDO EM WS-GRP-VALOR-NOVO E PERFORMA VERIFICA-LIMITE-     *
      * GRUPO: OS TITULOS EM ABERTO DE TODAS AS LOJAS DO GRUPO MAIS *
      * O PEDIDO ACIMA DO LIMITE DO GRUPO DEVOLVEM "S" EM           *
      * WS-GRP-ESTOURO. GRUPO FECHADO OU SEM LIMITE NAO E           *
      * VERIFICADO. LOCALIZA-GRUPO-CLIENTE E SOMA-ABERTO-GRUPO      *
      * SERVEM TAMBEM A CONSULTA DE EXPOSICAO (CREDES). FECHA-GRUPO *
      * NO ENCERRAMENTO DO PROGRAMA.                                *
      **************************************************************
	   ABRE-GRUPO.
	       MOVE "N" TO WS-SEM-GRUPO
	       OPEN INPUT ARQ-GRUPO
	       IF WS-RESULTADO-ACESSO NOT = "00"
	          MOVE "S" TO WS-SEM-GRUPO
	       ELSE
	          OPEN INPUT ARQ-GRPCLI
	          IF WS-RESULTADO-ACESSO NOT = "00"
	             CLOSE ARQ-GRUPO
	             MOVE "S" TO WS-SEM-GRUPO
	          END-IF
	       END-IF
	       MOVE "00" TO WS-RESULTADO-ACESSO
	       .

	   FECHA-GRUPO.
	       IF WS-SEM-GRUPO NOT = "S"
	          CLOSE ARQ-GRUPO ARQ-GRPCLI
	       END-IF
	       .

	   VERIFICA-LIMITE-GRUPO.
	       MOVE "N" TO WS-GRP-ESTOURO
	       PERFORM LOCALIZA-GRUPO-CLIENTE
	       IF WS-GRP-LIMITE = ZEROS
	          EXIT PARAGRAPH
	       END-IF
	       PERFORM SOMA-ABERTO-GRUPO
	       IF WS-GRP-SALDO + WS-GRP-VALOR-NOVO > WS-GRP-LIMITE
	          MOVE "S" TO WS-GRP-ESTOURO
	       END-IF
	       .

      * GRUPO DA LOJA: ZEROS EM WS-GRP-CODIGO = LOJA AVULSA; LIMITE
      * ZERADO QUANDO O GRUPO ESTA FECHADO OU NAO TEM LIMITE.
	   LOCALIZA-GRUPO-CLIENTE.
	       MOVE ZEROS  TO WS-GRP-CODIGO WS-GRP-LIMITE
	                      WS-GRP-SALDO WS-GRP-QTD-LOJAS
	       MOVE SPACES TO WS-GRP-NOME
	       IF WS-SEM-GRUPO = "S"
	          EXIT PARAGRAPH
	       END-IF
	       MOVE WS-GRP-CLIENTE TO GRC_CODIGO_CLIENTE
	       READ ARQ-GRPCLI
	           INVALID KEY
	              CONTINUE
	           NOT INVALID KEY
	              MOVE GRC_CODIGO_GRUPO TO GRP_CODIGO
	              READ ARQ-GRUPO
	                  INVALID KEY
	                     CONTINUE
	                  NOT INVALID KEY
	                     MOVE GRP_CODIGO TO WS-GRP-CODIGO
	                     MOVE GRP_NOME   TO WS-GRP-NOME
	                     IF GRP_STATUS = "A"
	                        MOVE GRP_LIMITE_CREDITO TO WS-GRP-LIMITE
	                     END-IF
	              END-READ
	       END-READ
	       MOVE "00" TO WS-RESULTADO-ACESSO
	       .

      * TITULOS EM ABERTO DE TODAS AS LOJAS DO GRUPO WS-GRP-CODIGO:
      * LOJAS PELA CHAVE ALTERNATIVA DO VINCULO, TITULOS PELA CHAVE
      * ALTERNATIVA DO CLIENTE (MESMA SOMA DO LIMITE DA LOJA).
	   SOMA-ABERTO-GRUPO.
	       MOVE ZEROS TO WS-GRP-SALDO WS-GRP-QTD-LOJAS
	       IF WS-SEM-GRUPO = "S" OR WS-GRP-CODIGO = ZEROS
	          EXIT PARAGRAPH
	       END-IF
	       MOVE "N" TO WS-GRP-EOF
	       MOVE WS-GRP-CODIGO TO GRC_CODIGO_GRUPO
	       START ARQ-GRPCLI
	           KEY IS NOT LESS THAN GRC_CODIGO_GRUPO
	                INVALID KEY
	                   MOVE "Y" TO WS-GRP-EOF
	       END-START
	       PERFORM UNTIL WS-GRP-EOF = "Y"
	           READ ARQ-GRPCLI NEXT AT END
	               MOVE "Y" TO WS-GRP-EOF
	           END-READ
	           IF WS-GRP-EOF = "N"
	              IF GRC_CODIGO_GRUPO NOT = WS-GRP-CODIGO
	                 MOVE "Y" TO WS-GRP-EOF
	              ELSE
	                 ADD 1 TO WS-GRP-QTD-LOJAS
	                 PERFORM SOMA-ABERTO-LOJA
	              END-IF
	           END-IF
	       END-PERFORM
	       MOVE "00" TO WS-RESULTADO-ACESSO
	       .

	   SOMA-ABERTO-LOJA.
	       MOVE "N" TO WS-GRP-EOF-TIT
	       MOVE GRC_CODIGO_CLIENTE TO TIT_CODIGO_CLIENTE
	       START ARQ-TITULO
	           KEY IS NOT LESS THAN TIT_CODIGO_CLIENTE
	                INVALID KEY
	                   MOVE "Y" TO WS-GRP-EOF-TIT
	       END-START
	       PERFORM UNTIL WS-GRP-EOF-TIT = "Y"
	           READ ARQ-TITULO NEXT AT END
	               MOVE "Y" TO WS-GRP-EOF-TIT
	           END-READ
	           IF WS-GRP-EOF-TIT = "N"
	              IF TIT_CODIGO_CLIENTE NOT = GRC_CODIGO_CLIENTE
	                 MOVE "Y" TO WS-GRP-EOF-TIT
	              ELSE
	                 IF TIT_SITUACAO = "A"
	                    ADD TIT_VALOR TO WS-GRP-SALDO
	                 END-IF
	              END-IF
	           END-IF
	       END-PERFORM
	       .
