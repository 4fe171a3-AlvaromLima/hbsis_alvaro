      **************************************************************
      * ESTORNO DE NOTA FISCAL (ESTNF E RETCAR). O CHAMADOR LE O   *
      * REGNF DA NOTA, CONFERE QUE NAO HA PARCELA PAGA             *
      * (VERIFICA-TITULOS-PAGOS), PREENCHE WS-ESN-MOTIVO,          *
      * WS-JRN-PROGRAMA E WS-JRN-OPERADOR E DA O PERFORM EM        *
      * ESTORNA-NOTA-FISCAL, COM ARQ-NF, ARQ-TITULO E ARQ-PEDIDO   *
      * EM I-O, O ESTOQUE/KARDEX, OS LOTES, O RETORNO DE CARGA E O *
      * JORNAL ABERTOS (OU OS RESPECTIVOS WS-SEM-*). O ESTORNO EM  *
      * TRES PASSOS, TODOS JORNALIZADOS: CANCELA A NOTA (IMAGEM    *
      * ANTES/DEPOIS EM "NF "), CANCELA OS TITULOS EM ABERTO DELA  *
      * ("TIT") E DEVOLVE O PEDIDO A UM ESTADO REFATURAVEL, COM O  *
      * ATENDIDO DOS ITENS VOLTANDO ATRAS (VER REABRE-PEDIDO; A    *
      * CHAVE ALTERNATIVA DE ARQ-NF ACEITA DUPLICIDADE JUSTAMENTE  *
      * PARA A NOVA NOTA DO PEDIDO REABERTO). NOTA QUE VOLTOU NO    *
      * CAMINHAO E AINDA ESTA NO DEPOSITO (VER SISRTPGER.CPY) JA   *
      * TEVE A MERCADORIA DEVOLVIDA AO ESTOQUE E AOS LOTES PELO     *
      * RETCAR: O ESTORNO NAO CREDITA DE NOVO E ENCERRA O RETORNO. *
      **************************************************************
	   ESTORNA-NOTA-FISCAL.
	       MOVE "N" TO WS-ESN-ESTORNADA
	       MOVE "N" TO WS-ESN-PEDIDO-REABERTO
	       MOVE ZEROS TO WS-JRN-LOTE
	       MOVE NF_NUMERO TO WS-RTN-NF
	       PERFORM VERIFICA-RETORNO-NOTA

	       MOVE REGNF TO WS-JRN-ANTES
	       MOVE "C"           TO NF_SITUACAO
	       MOVE WS-ESN-MOTIVO TO NF_MOTIVO_CANC
	       MOVE FUNCTION CURRENT-DATE(1:8) TO NF_DATA_CANC
      * NOTA JA TRANSMITIDA (AUTORIZADA OU AGUARDANDO RETORNO) PRECISA
      * DO EVENTO DE CANCELAMENTO NA SEFAZ (VER SISNEPGER.CPY);
      * REJEITADA NUNCA EXISTIU LA E NOTA ANTERIOR A NF-E NAO TEM
      * CHAVE.
	       MOVE "N" TO WS-ESN-GERA-EVENTO
	       IF NF_SITUACAO_SEFAZ = "A" OR "P"
	          MOVE "E" TO NF_SITUACAO_SEFAZ
	          MOVE "S" TO WS-ESN-GERA-EVENTO
	       END-IF
	       REWRITE REGNF
	       IF WS-RESULTADO-ACESSO = "00" OR "02"
	          MOVE "S" TO WS-ESN-ESTORNADA
	          MOVE "NF " TO WS-JRN-ARQUIVO
	          MOVE "E"   TO WS-JRN-OPERACAO
	          MOVE NF_NUMERO TO WS-JRN-CHAVE
	          MOVE REGNF TO WS-JRN-DEPOIS
	          PERFORM GRAVA-JORNAL
	          IF WS-ESN-GERA-EVENTO = "S"
	             PERFORM GERA-EVENTO-CANCELAMENTO
	          END-IF
	          PERFORM CANCELA-TITULOS
	          PERFORM REABRE-PEDIDO
	          IF WS-ESN-PEDIDO-REABERTO = "S" AND
	             WS-SEM-LOTE-NF NOT = "S" AND
	             WS-RTN-DEVOLVIDA NOT = "S"
	             PERFORM CREDITA-LOTES-NOTA
	          END-IF
	          IF WS-RTN-DEVOLVIDA = "S"
	             PERFORM ENCERRA-RETORNO-NOTA
	          END-IF
	       END-IF
	       .

	   VERIFICA-TITULOS-PAGOS.
	       MOVE "N" TO WS-ESN-TEM-TIT-PAGO
	       MOVE "N" TO WS-ESN-EOF-TIT
	       MOVE NF_NUMERO TO TIT_NUMERO_NF
	       MOVE ZEROS     TO TIT_PARCELA
	       START ARQ-TITULO
	           KEY IS NOT LESS THAN TIT_CHAVE
	                INVALID KEY
	                   MOVE "Y" TO WS-ESN-EOF-TIT
	       END-START
	       PERFORM UNTIL WS-ESN-EOF-TIT = "Y"
	           READ ARQ-TITULO NEXT AT END
	               MOVE "Y" TO WS-ESN-EOF-TIT
	           END-READ
	           IF WS-ESN-EOF-TIT = "N"
	              IF TIT_NUMERO_NF NOT = NF_NUMERO
	                 MOVE "Y" TO WS-ESN-EOF-TIT
	              ELSE
	                 IF TIT_SITUACAO = "P"
	                    MOVE "S" TO WS-ESN-TEM-TIT-PAGO
	                 END-IF
	              END-IF
	           END-IF
	       END-PERFORM
	       MOVE "00" TO WS-RESULTADO-ACESSO
	       .

	   CANCELA-TITULOS.
	       MOVE ZEROS TO WS-ESN-QTD-TIT-CANC
	       MOVE "N"   TO WS-ESN-EOF-TIT
	       MOVE NF_NUMERO TO TIT_NUMERO_NF
	       MOVE ZEROS     TO TIT_PARCELA
	       START ARQ-TITULO
	           KEY IS NOT LESS THAN TIT_CHAVE
	                INVALID KEY
	                   MOVE "Y" TO WS-ESN-EOF-TIT
	       END-START
	       PERFORM UNTIL WS-ESN-EOF-TIT = "Y"
	           READ ARQ-TITULO NEXT AT END
	               MOVE "Y" TO WS-ESN-EOF-TIT
	           END-READ
	           IF WS-ESN-EOF-TIT = "N"
	              IF TIT_NUMERO_NF NOT = NF_NUMERO
	                 MOVE "Y" TO WS-ESN-EOF-TIT
	              ELSE
	                 IF TIT_SITUACAO = "A"
	                    PERFORM CANCELA-UM-TITULO
	                 END-IF
	              END-IF
	           END-IF
	       END-PERFORM
	       .

	   CANCELA-UM-TITULO.
	       MOVE REGTIT TO WS-JRN-ANTES
	       MOVE "C" TO TIT_SITUACAO
	       REWRITE REGTIT
	       IF WS-RESULTADO-ACESSO = "00" OR "02"
	          ADD 1 TO WS-ESN-QTD-TIT-CANC
	          MOVE "TIT" TO WS-JRN-ARQUIVO
	          MOVE "E"   TO WS-JRN-OPERACAO
	          COMPUTE WS-JRN-CHAVE =
	              TIT_NUMERO_NF * 100 + TIT_PARCELA
	          MOVE REGTIT TO WS-JRN-DEPOIS
	          PERFORM GRAVA-JORNAL
	       ELSE
	          MOVE "ERRO AO CANCELAR TITULO" TO MENS
	          PERFORM ROT-MENS THRU ROT-MENS-FIM
	       END-IF
	       .

      * DEVOLVE O PEDIDO (FATURADO OU BACKORDER) A UM ESTADO
      * REFATURAVEL: ALEM DA SITUACAO, O ATENDIDO DOS ITENS VOLTA
      * ATRAS. SEM OUTRA NOTA ATIVA DO PEDIDO, O ATENDIDO ZERA
      * (TUDO VOLTA A FATURAR) E O PEDIDO REABRE "A"; COM OUTRA
      * NOTA ATIVA (FATURAMENTO PARCIAL EM DIAS DIFERENTES), O
      * REGISTRO NAO GUARDA OS ITENS POR NOTA, ENTAO O ATENDIDO DE
      * CADA ITEM E REDUZIDO NA PROPORCAO DO VALOR DA NOTA
      * CANCELADA SOBRE O VALOR ATENDIDO - A MELHOR RECONSTRUCAO
      * POSSIVEL - E O PEDIDO SEGUE "B" PARA A PROXIMA RODADA. NOS
      * DOIS CAMINHOS O QUE SAI DO ATENDIDO VOLTA AO ESTOQUE (VER
      * CREDITA-ESTOQUE-ITEM).
	   REABRE-PEDIDO.
	       MOVE "N" TO WS-ESN-PEDIDO-REABERTO
	       MOVE NF_NUMERO        TO WS-ESN-NF
	       MOVE NF_VALOR_TOTAL   TO WS-ESN-VALOR-NF
	       MOVE NF_NUMERO_PEDIDO TO PED_NUMERO_PEDIDO
	       READ ARQ-PEDIDO
	           INVALID KEY
	              CONTINUE
	           NOT INVALID KEY
	              IF PED_SITUACAO = "F" OR PED_SITUACAO = "B"
	                 PERFORM CARREGA-ITENS-PEDIDO
	                 PERFORM VERIFICA-OUTRA-NF-ATIVA
	                 IF WS-ESN-TEM-NF-ATIVA = "N"
	                    PERFORM ZERA-ATENDIDO-ITENS
	                    MOVE "A" TO PED_SITUACAO
	                 ELSE
	                    PERFORM REDUZ-ATENDIDO-ITENS
	                    MOVE "B" TO PED_SITUACAO
	                 END-IF
	                 PERFORM GRAVA-ITENS-PEDIDO
	                 REWRITE REGPED
	                 IF WS-RESULTADO-ACESSO = "00" OR "02"
	                    MOVE "S" TO WS-ESN-PEDIDO-REABERTO
	                 END-IF
	              END-IF
	       END-READ
	       .

      * A NOTA EM ESTORNO JA ESTA "C" NESTE PONTO, ENTAO QUALQUER
      * NOTA NAO CANCELADA DO PEDIDO E DE OUTRA RODADA. A VARREDURA
      * PELA CHAVE ALTERNATIVA MEXE NO REGNF; A NOTA ESTORNADA E
      * RELIDA NO FIM PARA A AUDITORIA SEGUIR COM ELA.
	   VERIFICA-OUTRA-NF-ATIVA.
	       MOVE "N" TO WS-ESN-TEM-NF-ATIVA
	       MOVE "N" TO WS-ESN-EOF-NF
	       MOVE PED_NUMERO_PEDIDO TO NF_NUMERO_PEDIDO
	       START ARQ-NF
	           KEY IS NOT LESS THAN NF_NUMERO_PEDIDO
	                INVALID KEY
	                   MOVE "Y" TO WS-ESN-EOF-NF
	       END-START
	       PERFORM EXAMINA-NF-DO-PEDIDO UNTIL WS-ESN-EOF-NF = "Y"
	       MOVE WS-ESN-NF TO NF_NUMERO
	       READ ARQ-NF
	           INVALID KEY
	              CONTINUE
	       END-READ
	       .

	   EXAMINA-NF-DO-PEDIDO.
	       READ ARQ-NF NEXT AT END
	          MOVE "Y" TO WS-ESN-EOF-NF
	       END-READ
	       IF WS-ESN-EOF-NF = "N"
	          IF NF_NUMERO_PEDIDO NOT = PED_NUMERO_PEDIDO
	             MOVE "Y" TO WS-ESN-EOF-NF
	          ELSE
	             IF NF_SITUACAO NOT = "C"
	                MOVE "S" TO WS-ESN-TEM-NF-ATIVA
	             END-IF
	          END-IF
	       END-IF
	       .

	   ZERA-ATENDIDO-ITENS.
	       PERFORM VARYING WS-ITN-IDX FROM 1 BY 1
	               UNTIL WS-ITN-IDX > WS-QTD-ITN
	          MOVE WS-ITN-QTDE-ATEND(WS-ITN-IDX)
	                 TO WS-ESN-REDUCAO
	          PERFORM CREDITA-ESTOQUE-ITEM
	          MOVE ZEROS TO WS-ITN-QTDE-ATEND(WS-ITN-IDX)
	       END-PERFORM
	       .

	   REDUZ-ATENDIDO-ITENS.
	       MOVE ZEROS TO WS-ESN-VALOR-ATENDIDO
	       PERFORM VARYING WS-ITN-IDX FROM 1 BY 1
	               UNTIL WS-ITN-IDX > WS-QTD-ITN
	          COMPUTE WS-ESN-VALOR-ATENDIDO =
	              WS-ESN-VALOR-ATENDIDO +
	              (WS-ITN-QTDE-ATEND(WS-ITN-IDX) *
	               WS-ITN-VALOR-UNIT(WS-ITN-IDX))
	       END-PERFORM
	       IF WS-ESN-VALOR-ATENDIDO = ZEROS
	          MOVE ZEROS TO WS-ESN-FATOR
	       ELSE
	          IF WS-ESN-VALOR-NF NOT < WS-ESN-VALOR-ATENDIDO
	             MOVE 1 TO WS-ESN-FATOR
	          ELSE
	             COMPUTE WS-ESN-FATOR ROUNDED =
	                 WS-ESN-VALOR-NF / WS-ESN-VALOR-ATENDIDO
	          END-IF
	       END-IF
	       PERFORM REDUZ-UM-ATENDIDO
	           VARYING WS-ITN-IDX FROM 1 BY 1
	           UNTIL WS-ITN-IDX > WS-QTD-ITN
	       .

	   REDUZ-UM-ATENDIDO.
	       COMPUTE WS-ESN-REDUCAO ROUNDED =
	           WS-ITN-QTDE-ATEND(WS-ITN-IDX) * WS-ESN-FATOR
	       IF WS-ESN-REDUCAO > WS-ITN-QTDE-ATEND(WS-ITN-IDX)
	          MOVE WS-ITN-QTDE-ATEND(WS-ITN-IDX)
	                 TO WS-ESN-REDUCAO
	       END-IF
	       PERFORM CREDITA-ESTOQUE-ITEM
	       SUBTRACT WS-ESN-REDUCAO
	           FROM WS-ITN-QTDE-ATEND(WS-ITN-IDX)
	       .

      * DEVOLVE AO ESTOQUE O QUE O ESTORNO TIROU DO ATENDIDO: O
      * FATPED DEBITOU ESTAS QUANTIDADES AO FATURAR A NOTA
      * (BAIXA-ESTOQUE-FATURADO) E VAI DEBITAR DE NOVO QUANDO
      * REFATURAR O PEDIDO REABERTO - SEM O CREDITO AQUI O SALDO
      * CAIRIA DUAS VEZES. PRODUTO SEM REGISTRO DE SALDO E TOLERADO,
      * COMO NO FATPED. A MESMA QUANTIDADE VOLTA A FICAR PENDENTE NO
      * PEDIDO REABERTO, ENTAO VOLTA TAMBEM PARA A RESERVA (O FATPED
      * A CONSUMIU NA BAIXA E VAI CONSUMI-LA DE NOVO NO REFATURAMENTO),
      * E O SALDO DEVOLVIDO NAO FICA LIVRE PARA OUTRO PEDIDO. NOTA
      * DEVOLVIDA PELO RETORNO DE CARGA JA FEZ ESTE CREDITO (SALDO E
      * RESERVA) QUANDO VOLTOU AO DEPOSITO.
      * ITEM KIT (VER SISKTPGER.CPY): O CREDITO VAI PARA OS
      * COMPONENTES, NA QUANTIDADE DO KIT X A DE CADA UM.
	   CREDITA-ESTOQUE-ITEM.
	       IF WS-SEM-ESTOQUE NOT = "S" AND WS-ESN-REDUCAO > ZEROS
	          AND WS-RTN-DEVOLVIDA NOT = "S"
	          MOVE WS-ITN-PRODUTO(WS-ITN-IDX) TO WS-KTC-PRODUTO
	          PERFORM CARREGA-COMPOSICAO-KIT
	          IF WS-QTD-KTC = ZEROS
	             MOVE WS-ITN-PRODUTO(WS-ITN-IDX) TO WS-ESN-PRODUTO
	             MOVE WS-ESN-REDUCAO TO WS-ESN-QTDE-EST
	             PERFORM CREDITA-ESTOQUE-PRODUTO
	          ELSE
	             PERFORM VARYING WS-KTC-IDX FROM 1 BY 1
	                     UNTIL WS-KTC-IDX > WS-QTD-KTC
	                MOVE WS-KTC-COMPONENTE(WS-KTC-IDX)
	                       TO WS-ESN-PRODUTO
	                COMPUTE WS-ESN-QTDE-EST =
	                    WS-ESN-REDUCAO * WS-KTC-QTDE(WS-KTC-IDX)
	                PERFORM CREDITA-ESTOQUE-PRODUTO
	             END-PERFORM
	          END-IF
	       END-IF
	       .

	   CREDITA-ESTOQUE-PRODUTO.
	       MOVE WS-ESN-PRODUTO TO EST_CODIGO_PRODUTO
	       READ ARQ-ESTOQUE
	           INVALID KEY
	              CONTINUE
	           NOT INVALID KEY
	              MOVE EST_SALDO TO WS-KDX-SALDO-ANTES
	              ADD WS-ESN-QTDE-EST TO EST_SALDO
	              ADD WS-ESN-QTDE-EST TO EST_RESERVADO
	              MOVE FUNCTION CURRENT-DATE(1:8)
	                TO EST_DATA_ULT_MOV
	              REWRITE REGEST
	              MOVE "EST"           TO WS-KDX-TIPO
	              MOVE WS-ESN-NF       TO WS-KDX-DOCUMENTO
	              MOVE WS-ESN-QTDE-EST TO WS-KDX-QTDE
	              PERFORM GRAVA-MOVIMENTO-ESTOQUE
	       END-READ
	       MOVE "00" TO WS-RESULTADO-ACESSO
	       .

      * COM O PEDIDO REABERTO A MERCADORIA VOLTA AO ESTOQUE E CADA
      * LOTE RECEBE DE VOLTA O QUE SAIU NA NOTA. AS LINHAS DO
      * ARQ-NFLOTE FICAM (O RASTREIO MOSTRA A NOTA COMO CANCELADA).
	   CREDITA-LOTES-NOTA.
	       MOVE "N" TO WS-ESN-EOF-NFL
	       MOVE NF_NUMERO TO NFL_NUMERO_NF
	       MOVE ZEROS     TO NFL_SEQUENCIA
	       START ARQ-NFLOTE
	           KEY IS NOT LESS THAN NFL_CHAVE
	                INVALID KEY
	                   MOVE "Y" TO WS-ESN-EOF-NFL
	       END-START
	       PERFORM UNTIL WS-ESN-EOF-NFL = "Y"
	          READ ARQ-NFLOTE NEXT AT END
	             MOVE "Y" TO WS-ESN-EOF-NFL
	          END-READ
	          IF WS-ESN-EOF-NFL = "N"
	             IF NFL_NUMERO_NF NOT = NF_NUMERO
	                MOVE "Y" TO WS-ESN-EOF-NFL
	             ELSE
	                MOVE NFL_CODIGO_PRODUTO TO LOT_CODIGO_PRODUTO
	                MOVE NFL_LOTE           TO LOT_NUMERO
	                READ ARQ-LOTE
	                    INVALID KEY
	                       CONTINUE
	                    NOT INVALID KEY
	                       ADD NFL_QTDE TO LOT_SALDO
	                       REWRITE REGLOT
	                END-READ
	             END-IF
	          END-IF
	       END-PERFORM
	       MOVE "00" TO WS-RESULTADO-ACESSO
	       .

      * O RETORNO DA NOTA CANCELADA SAI DA FILA DE DECISAO.
	   ENCERRA-RETORNO-NOTA.
	       MOVE NF_NUMERO TO RET_NF
	       MOVE ZEROS     TO RET_SEQ
	       READ ARQ-RETCARGA
	           INVALID KEY
	              CONTINUE
	           NOT INVALID KEY
	              MOVE "C" TO RET_SITUACAO
	              MOVE FUNCTION CURRENT-DATE(1:8)
	                TO RET_DATA_DECISAO
	              MOVE WS-JRN-OPERADOR TO RET_OPERADOR
	              REWRITE REGRET
	       END-READ
	       MOVE "00" TO WS-RESULTADO-ACESSO
	       .
