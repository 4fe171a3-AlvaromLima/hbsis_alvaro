       77 WS-QTD-ABATIDAS      PIC 9(002) VALUE ZEROS.
       77 WS-QTD-REDUZIDAS     PIC 9(002) VALUE ZEROS.

      * RETORNO AO ESTOQUE: DEPOIS DE REGISTRADO O CREDITO, O
      * OPERADOR INFORMA OS PRODUTOS QUE VOLTARAM EM CONDICAO DE
      * VENDA (AVARIA NAO VOLTA). O PRODUTO TEM QUE ESTAR NO PEDIDO
      * DA NOTA E A QUANTIDADE NAO PASSA DO ATENDIDO DELE (SEM O
      * PEDIDO A CONFERENCIA FICA SO PELO CATALOGO DE ESTOQUE). CADA
      * RETORNO SOMA NO EST_SALDO E VAI PARA O KARDEX COMO "DEV".
      * SEM O ARQ-ESTOQUE O PASSO NAO APARECE.
       77 WS-SEM-PEDIDO        PIC X(001) VALUE "N".
       77 WS-RET-PRODUTO       PIC 9(005) VALUE ZEROS.
       77 WS-RET-QTDE          PIC 9(005) VALUE ZEROS.
       77 WS-RET-LIMITE        PIC 9(007) VALUE ZEROS.
       77 WS-RET-ACHOU         PIC X(001) VALUE "N".

       LINKAGE SECTION.
       01 LS-ID PIC X(5).

        02 LINE 18 COL 10 VALUE "VALOR DEVOLV.: [             ]".
        02 LINE 19 COL 10 VALUE "MOTIVO       : [   ]".
        02 LINE 19 COL 40 VALUE "AVA/REC/VAL/OUT".
      *
       01 TELA-RETORNO.
        02 LINE 21 COL 10 VALUE "RETORNO ESTOQUE: PRODUTO [     ]".
        02 LINE 21 COL 45 VALUE "QTDE [     ]".
        02 LINE 22 COL 10 VALUE
          "(PRODUTO 0 ENCERRA - SO MERCADORIA EM CONDICAO DE VENDA)".
      *-----------------------------------------------------------------
       PROCEDURE DIVISION  USING LS-ID.
       INICIO.
                 PERFORM GRAVA-AUDITORIA
                 MOVE "*** DEVOLUCAO REGISTRADA ***" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 IF WS-SEM-ESTOQUE NOT = "S"
                    PERFORM CARREGA-ITENS-DA-NOTA
                    DISPLAY TELA-RETORNO
                    MOVE 0 TO W-SEL
                    PERFORM ENTRA-RETORNO-ESTOQUE UNTIL W-SEL > 0
                 END-IF
              END-IF
           ELSE
              MOVE "T" TO WFIM
                 MOVE "*** NOTA CANCELADA (ESTORNO) ***" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
              ELSE
      * REMESSA EM BONIFICACAO NAO TEM TITULO A ABATER NEM VALOR A
      * CREDITAR: O RETORNO DA MERCADORIA E O ESTORNO DA NOTA (ESTNF).
              IF NF_TIPO = "B"
                 MOVE "*** NOTA DE BONIFICACAO: USE O ESTNF ***" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
              ELSE
                 PERFORM SOMA-ABERTO-DA-NOTA
                 PERFORM MOSTRA-DADOS
                 MOVE 2 TO W-SEL
              END-IF
              END-IF
           END-IF
           .

           END-IF
           .

      * ITENS DO PEDIDO DA NOTA (VER SISITPGER.CPY), PARA CONFERIR
      * O QUE VOLTA AO ESTOQUE. SEM O PEDIDO A TABELA FICA VAZIA.
       CARREGA-ITENS-DA-NOTA.
           MOVE ZEROS TO WS-QTD-ITN
           IF WS-SEM-PEDIDO NOT = "S"
              MOVE NF_NUMERO_PEDIDO TO PED_NUMERO_PEDIDO
              READ ARQ-PEDIDO
                  INVALID KEY
                     CONTINUE
                  NOT INVALID KEY
                     PERFORM CARREGA-ITENS-PEDIDO
              END-READ
              MOVE "00" TO WS-RESULTADO-ACESSO
           END-IF
           .

       ENTRA-RETORNO-ESTOQUE.
           MOVE ZEROS TO WS-RET-PRODUTO WS-RET-QTDE
           DISPLAY WS-RET-QTDE AT 2151
           ACCEPT WS-RET-PRODUTO AT 2137
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 02 OR WS-RET-PRODUTO = ZEROS
              MOVE 1 TO W-SEL
           ELSE
              PERFORM LIMITE-RETORNO-PRODUTO
              IF WS-RET-ACHOU = "N"
                 MOVE "*** PRODUTO NAO CONSTA DA NOTA ***" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
              ELSE
              IF WS-RET-ACHOU = "K"
                 MOVE "*** KIT: INFORME OS COMPONENTES ***" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
              ELSE
                 ACCEPT WS-RET-QTDE AT 2151
                 IF WS-RET-QTDE = ZEROS OR
                    WS-RET-QTDE > WS-RET-LIMITE
                    MOVE "QUANTIDADE DE RETORNO INVALIDA" TO MENS
                    PERFORM ROT-MENS THRU ROT-MENS-FIM
                 ELSE
                    PERFORM CREDITA-RETORNO-ESTOQUE
                 END-IF
              END-IF
              END-IF
           END-IF
           .

      * O LIMITE E O ATENDIDO DO PRODUTO NO PEDIDO DA NOTA (COMPONENTE
      * DE KIT VENDIDO CONTA O ATENDIDO DO KIT VEZES A QUANTIDADE DO
      * COMPONENTE); SEM ITENS CARREGADOS BASTA O PRODUTO TER
      * REGISTRO DE ESTOQUE. O KIT EM SI NAO TEM SALDO PROPRIO E VOLTA
      * PELOS COMPONENTES (WS-RET-ACHOU = "K").
       LIMITE-RETORNO-PRODUTO.
           MOVE "N"   TO WS-RET-ACHOU
           MOVE ZEROS TO WS-RET-LIMITE
           MOVE WS-RET-PRODUTO TO WS-KTC-PRODUTO
           PERFORM CARREGA-COMPOSICAO-KIT
           IF WS-QTD-KTC > ZEROS
              MOVE "K" TO WS-RET-ACHOU
           ELSE
           IF WS-QTD-ITN = ZEROS
              MOVE WS-RET-PRODUTO TO EST_CODIGO_PRODUTO
              READ ARQ-ESTOQUE
                  INVALID KEY
                     CONTINUE
                  NOT INVALID KEY
                     MOVE "S"   TO WS-RET-ACHOU
                     MOVE 99999 TO WS-RET-LIMITE
              END-READ
              MOVE "00" TO WS-RESULTADO-ACESSO
           ELSE
              PERFORM VARYING WS-ITN-IDX FROM 1 BY 1
                      UNTIL WS-ITN-IDX > WS-QTD-ITN
                 IF WS-ITN-PRODUTO(WS-ITN-IDX) = WS-RET-PRODUTO
                    MOVE "S" TO WS-RET-ACHOU
                    ADD WS-ITN-QTDE-ATEND(WS-ITN-IDX) TO WS-RET-LIMITE
                 ELSE
                    MOVE WS-ITN-PRODUTO(WS-ITN-IDX) TO WS-KTC-PRODUTO
                    PERFORM CARREGA-COMPOSICAO-KIT
                    PERFORM VARYING WS-KTC-IDX FROM 1 BY 1
                            UNTIL WS-KTC-IDX > WS-QTD-KTC
                       IF WS-KTC-COMPONENTE(WS-KTC-IDX) =
                          WS-RET-PRODUTO
                          MOVE "S" TO WS-RET-ACHOU
                          COMPUTE WS-RET-LIMITE = WS-RET-LIMITE +
                              WS-ITN-QTDE-ATEND(WS-ITN-IDX) *
                              WS-KTC-QTDE(WS-KTC-IDX)
                       END-IF
                    END-PERFORM
                 END-IF
              END-PERFORM
           END-IF
           END-IF
           .

       CREDITA-RETORNO-ESTOQUE.
           MOVE WS-RET-PRODUTO TO EST_CODIGO_PRODUTO
           READ ARQ-ESTOQUE
               INVALID KEY
                  MOVE WS-RET-PRODUTO TO EST_CODIGO_PRODUTO
                  MOVE ZEROS TO EST_SALDO
                                EST_DATA_ULT_MOV
                                EST_RESERVADO
                  WRITE REGEST
           END-READ
           MOVE EST_SALDO TO WS-KDX-SALDO-ANTES
           ADD WS-RET-QTDE TO EST_SALDO
           MOVE WS-DATA-HOJE TO EST_DATA_ULT_MOV
           REWRITE REGEST
           IF WS-RESULTADO-ACESSO NOT = "00"
              MOVE "ERRO NO RETORNO AO ESTOQUE" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
           ELSE
              MOVE "DEV"          TO WS-KDX-TIPO
              MOVE DEV_NUMERO     TO WS-KDX-DOCUMENTO
              MOVE WS-RET-QTDE    TO WS-KDX-QTDE
              PERFORM GRAVA-MOVIMENTO-ESTOQUE
              MOVE "*** RETORNADO AO ESTOQUE ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
           END-IF
           .

      * MAIOR NUMERO DE DOCUMENTO DE CREDITO JA GRAVADO + 1 (MESMO
      * IDIOMA DO PROXIMO-NUMERO-NF DO FATPED).
       PROXIMO-NUMERO-DEVOLUCAO.
              CLOSE ARQ-NF ARQ-TITULO ARQ-DEVOL
              EXIT PROGRAM
              .
      * ESTOQUE E PEDIDO SO SERVEM AO RETORNO DE MERCADORIA E SAO
      * OPCIONAIS, COMO NO FATPED.
           MOVE "N" TO WS-SEM-ESTOQUE
           OPEN I-O ARQ-ESTOQUE
           IF WS-RESULTADO-ACESSO NOT = "00"
              MOVE "S" TO WS-SEM-ESTOQUE
              MOVE "00" TO WS-RESULTADO-ACESSO
           ELSE
              PERFORM ABRE-KARDEX
              MOVE "CADDEV" TO WS-KDX-PROGRAMA
              MOVE LS-ID    TO WS-KDX-OPERADOR
           END-IF
           MOVE "N" TO WS-SEM-PEDIDO
           OPEN INPUT ARQ-PEDIDO
           IF WS-RESULTADO-ACESSO NOT = "00"
              MOVE "S" TO WS-SEM-PEDIDO
              MOVE "00" TO WS-RESULTADO-ACESSO
           END-IF
           PERFORM OPEN-AUDITORIA
           PERFORM OPEN-JORNAL
           MOVE "CADDEV" TO WS-JRN-PROGRAMA
                 ARQ-CLIENTE
                 ARQ-AUD
                 ARQ-JRN
           IF WS-SEM-ESTOQUE NOT = "S"
              CLOSE ARQ-ESTOQUE
              IF WS-SEM-KARDEX NOT = "S"
                 CLOSE ARQ-KARDEX
              END-IF
           END-IF
           IF WS-SEM-PEDIDO NOT = "S"
              CLOSE ARQ-PEDIDO
           END-IF
           .

      **********************
      * OS DEMAIS GRAVADORES DO JORNAL DE IMAGENS.
       COPY "copybook\SISJRPGER.CPY".

      * ITENS DE PEDIDO NO ARQUIVO PROPRIO: VER COPYBOOK,
      * COMPARTILHADO COM O CADPED E OS LEITORES DE ITENS.
       COPY "copybook\SISITPGER.CPY".

      * GRAVA-MOVIMENTO-ESTOQUE E ABRE-KARDEX: VER COPYBOOK,
      * COMPARTILHADO POR TODOS OS PROGRAMAS QUE MEXEM NO ESTOQUE.
       COPY "copybook\SISKXPGER.CPY".

      * CARREGA-COMPOSICAO-KIT E RATEIA-KIT: VER COPYBOOK,
      * COMPARTILHADO POR QUEM EXPLODE OS PRODUTOS-KIT.
       COPY "copybook\SISKTPGER.CPY".

      * CARREGA-FILIAL E MONTA-CAMINHOS-FILIAL: VER COPYBOOK,
      * COMPARTILHADO POR TODOS OS PROGRAMAS DA FILIAL.
       COPY "copybook\SISFIPGER.CPY".
