      **************************************************
      * CONTROLE DE ESTOQUE: ENTRADA DE MERCADORIA,    *
      * POSICAO, INVENTARIO FISICO, LOTES (A VENCER E  *
      * RASTREIO) E KARDEX DO PRODUTO                  *
      **************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CADEST.
       77 WS-SALDO-ANTERIOR    PIC 9(009) VALUE ZEROS.
       77 WS-MOTIVO            PIC X(020) VALUE SPACES.
       77 WS-QTD-IMPRESSOS     PIC 9(005) VALUE ZEROS.
       77 WS-PCO-NUMERO        PIC 9(007) VALUE ZEROS.
       77 WS-PCO-LINHA         PIC 9(003) VALUE ZEROS.
       77 WS-PCO-PENDENTE      PIC 9(007) VALUE ZEROS.
       77 WS-PCO-SITUACAO      PIC X(001) VALUE SPACES.
       77 WS-EOF-PCO           PIC X(001) VALUE "N".
       77 WS-SEM-FORNEC        PIC X(001) VALUE "N".

      * LOTES (ARQ-LOTE): O RECEBIMENTO EXIGE LOTE, FABRICACAO E
      * VALIDADE; O INVENTARIO PODE CONTAR UM LOTE ESPECIFICO (A
      * DIFERENCA TAMBEM AJUSTA O TOTAL DO PRODUTO). O RASTREIO LE
      * AS NOTAS DO LOTE NO ARQ-NFLOTE; SEM ELE (NENHUM FATURAMENTO
      * COM LOTE AINDA) NAO HA O QUE RASTREAR.
       77 WS-LOTE-NUMERO       PIC X(015) VALUE SPACES.
       77 WS-LOTE-FABRICACAO   PIC 9(008) VALUE ZEROS.
       77 WS-LOTE-VALIDADE     PIC 9(008) VALUE ZEROS.
       77 WS-DIAS-VALIDADE     PIC 9(003) VALUE ZEROS.
       77 WS-DATA-LIMITE       PIC 9(008) VALUE ZEROS.
       77 WS-EOF-LOT           PIC X(001) VALUE "N".
       77 WS-QTD-CAIXAS        PIC 9(011) VALUE ZEROS.
       77 WS-RAS-PRODUTO       PIC 9(005) VALUE ZEROS.
       77 WS-SEM-NFLOTE        PIC X(001) VALUE "N".
       77 WS-SEM-NF            PIC X(001) VALUE "N".
       77 WS-SEM-CLIENTE       PIC X(001) VALUE "N".
       77 WS-DIAS-INTEIRO      PIC 9(008) VALUE ZEROS.
       77 WS-DIAS-RESTANTES    PIC S9(005) VALUE ZEROS.

      * CUSTO MEDIO: O RECEBIMENTO PEDE O CUSTO UNITARIO PAGO (SUGERE
      * O DO PEDIDO DE COMPRA) E RECALCULA O PRO_CUSTO_UNIT PONDERADO
      * PELO SALDO ANTES DA ENTRADA. A TROCA VAI PARA O ARQ-CUSHIS
      * COMO NO CADPRO (SEM O ARQUIVO O CUSTO SO NAO GANHA HISTORICO).
       77 WS-CUSTO-ENTRADA     PIC 9(007)V9(02) VALUE ZEROS.
       77 WS-CUSTO-MEDIO       PIC 9(007)V9(02) VALUE ZEROS.
       77 WS-CUSTO-ANTERIOR    PIC 9(007)V9(02) VALUE ZEROS.
       77 WS-SEM-CUSHIS        PIC X(001) VALUE "N".

      * KARDEX (OPCAO 6): O SALDO E RECONSTRUIDO SO PELAS QUANTIDADES
      * DOS MOVIMENTOS, A PARTIR DO SALDO ANTES DO PRIMEIRO DO
      * PERIODO; ONDE O RECONSTRUIDO NAO BATE COM O SALDO GRAVADO NO
      * MOVIMENTO (OU, NO FIM, COM O ARQ-ESTOQUE) A LINHA E MARCADA.
       77 WS-KDX-PRODUTO       PIC 9(005) VALUE ZEROS.
       77 WS-KDX-DATA-INI      PIC 9(008) VALUE ZEROS.
       77 WS-KDX-DATA-FIM      PIC 9(008) VALUE ZEROS.
       77 WS-KDX-CALCULADO     PIC S9(011) VALUE ZEROS.
       77 WS-KDX-PRIMEIRO      PIC X(001) VALUE "S".
       77 WS-KDX-DIVERGENCIAS  PIC 9(005) VALUE ZEROS.
       77 WS-EOF-KDX           PIC X(001) VALUE "N".

       01 CABEC.
          03 FILLER PIC X(34) VALUE
          03 FILLER PIC X(05) VALUE "UNID".
          03 FILLER PIC X(12) VALUE "SALDO".
          03 FILLER PIC X(10) VALUE "ULT.MOV.".
          03 FILLER PIC X(14) VALUE "   RESERVADO".
          03 FILLER PIC X(12) VALUE "  DISPONIVEL".

       01 DETAL.
          03 IMPPRODUTO   PIC 9(005).
          03 IMPSALDO     PIC ZZZ.ZZZ.ZZ9.
          03 FILLER       PIC X(02) VALUE SPACES.
          03 IMPULTMOV    PIC 9(008).
          03 FILLER       PIC X(03) VALUE SPACES.
          03 IMPRESERVADO PIC ZZZ.ZZZ.ZZ9.
          03 FILLER       PIC X(01) VALUE SPACES.
          03 IMPDISPONIVEL PIC -ZZZ.ZZZ.ZZ9.

       01 RODAPE.
          03 FILLER  PIC X(30) VALUE "PRODUTOS LISTADOS:".
          03 FOOT-QTD PIC ZZZZ9.

      * LOTES A VENCER (OPCAO 4)
       01 CABEC-VAL.
          03 FILLER       PIC X(21) VALUE "LOTES A VENCER EM ".
          03 CAB-VAL-DIAS PIC ZZ9.
          03 FILLER       PIC X(16) VALUE " DIAS - DATA: ".
          03 CAB-VAL-DATA PIC 9(008).

       01 CABEC2-VAL.
          03 FILLER PIC X(08) VALUE "PRODUTO".
          03 FILLER PIC X(32) VALUE "DESCRICAO".
          03 FILLER PIC X(17) VALUE "LOTE".
          03 FILLER PIC X(10) VALUE "VALIDADE".
          03 FILLER PIC X(07) VALUE "  DIAS".
          03 FILLER PIC X(13) VALUE "      SALDO".

       01 DET-VAL.
          03 VAL-PRODUTO   PIC 9(005).
          03 FILLER        PIC X(03) VALUE SPACES.
          03 VAL-DESCRICAO PIC X(030).
          03 FILLER        PIC X(02) VALUE SPACES.
          03 VAL-LOTE      PIC X(015).
          03 FILLER        PIC X(02) VALUE SPACES.
          03 VAL-VALIDADE  PIC 9(008).
          03 FILLER        PIC X(02) VALUE SPACES.
          03 VAL-DIAS      PIC -ZZZ9.
          03 FILLER        PIC X(02) VALUE SPACES.
          03 VAL-SALDO     PIC ZZZ.ZZZ.ZZ9.
          03 FILLER        PIC X(02) VALUE SPACES.
          03 VAL-SITUACAO  PIC X(007).

       01 RODAPE-VAL.
          03 FILLER       PIC X(30) VALUE "LOTES LISTADOS:".
          03 FOOT-VAL-QTD PIC ZZZZ9.
          03 FILLER       PIC X(12) VALUE "   CAIXAS:".
          03 FOOT-VAL-CX  PIC ZZZ.ZZZ.ZZ9.

      * RASTREIO DE LOTE (OPCAO 5)
       01 CABEC-RAS.
          03 FILLER       PIC X(17) VALUE "RASTREIO DO LOTE ".
          03 CAB-RAS-LOTE PIC X(015).
          03 FILLER       PIC X(13) VALUE " DO PRODUTO ".
          03 CAB-RAS-PROD PIC 9(005).
          03 FILLER       PIC X(03) VALUE " - ".
          03 CAB-RAS-DESC PIC X(030).

       01 CABEC-RAS-LOTE.
          03 FILLER       PIC X(12) VALUE "FABRICACAO:".
          03 CAB-RAS-FAB  PIC 9(008).
          03 FILLER       PIC X(13) VALUE "  VALIDADE:".
          03 CAB-RAS-VAL  PIC 9(008).
          03 FILLER       PIC X(12) VALUE "  ENTRADA:".
          03 CAB-RAS-ENT  PIC 9(008).
          03 FILLER       PIC X(15) VALUE "  FORNECEDOR:".
          03 CAB-RAS-FOR  PIC 9(005).
          03 FILLER       PIC X(09) VALUE "  SALDO:".
          03 CAB-RAS-SAL  PIC ZZZ.ZZZ.ZZ9.

       01 CABEC2-RAS.
          03 FILLER PIC X(11) VALUE "NOTA".
          03 FILLER PIC X(10) VALUE "EMISSAO".
          03 FILLER PIC X(09) VALUE "CLIENTE".
          03 FILLER PIC X(42) VALUE "RAZAO SOCIAL".
          03 FILLER PIC X(10) VALUE "     QTDE".
          03 FILLER PIC X(10) VALUE "  SITUACAO".

       01 DET-RAS.
          03 RAS-NF        PIC 9(009).
          03 FILLER        PIC X(02) VALUE SPACES.
          03 RAS-EMISSAO   PIC 9(008).
          03 FILLER        PIC X(02) VALUE SPACES.
          03 RAS-CLIENTE   PIC 9(007).
          03 FILLER        PIC X(02) VALUE SPACES.
          03 RAS-RAZAO     PIC X(040).
          03 FILLER        PIC X(02) VALUE SPACES.
          03 RAS-QTDE      PIC Z.ZZZ.ZZ9.
          03 FILLER        PIC X(02) VALUE SPACES.
          03 RAS-SITUACAO  PIC X(009).

      * KARDEX DO PRODUTO (OPCAO 6)
       01 CABEC-KDX.
          03 FILLER       PIC X(18) VALUE "KARDEX DO PRODUTO ".
          03 CAB-KDX-PROD PIC 9(005).
          03 FILLER       PIC X(03) VALUE " - ".
          03 CAB-KDX-DESC PIC X(030).
          03 FILLER       PIC X(10) VALUE "  PERIODO ".
          03 CAB-KDX-INI  PIC 9(008).
          03 FILLER       PIC X(03) VALUE " A ".
          03 CAB-KDX-FIM  PIC 9(008).

       01 CABEC2-KDX.
          03 FILLER PIC X(17) VALUE "DATA     HORA".
          03 FILLER PIC X(05) VALUE "TIPO".
          03 FILLER PIC X(11) VALUE "DOCUMENTO".
          03 FILLER PIC X(13) VALUE "      QTDE".
          03 FILLER PIC X(13) VALUE "  SALDO ANT.".
          03 FILLER PIC X(13) VALUE "  SALDO DEP.".
          03 FILLER PIC X(14) VALUE "  RECONSTRUIDO".
          03 FILLER PIC X(07) VALUE " OPER.".
          03 FILLER PIC X(09) VALUE "PROGRAMA".

       01 DET-KDX.
          03 KDX-IMP-DATA   PIC 9(008).
          03 FILLER         PIC X(01) VALUE SPACES.
          03 KDX-IMP-HORA   PIC 9(006).
          03 FILLER         PIC X(02) VALUE SPACES.
          03 KDX-IMP-TIPO   PIC X(003).
          03 FILLER         PIC X(02) VALUE SPACES.
          03 KDX-IMP-DOC    PIC 9(009).
          03 FILLER         PIC X(02) VALUE SPACES.
          03 KDX-IMP-QTDE   PIC -ZZZ.ZZZ.ZZ9.
          03 FILLER         PIC X(01) VALUE SPACES.
          03 KDX-IMP-ANTES  PIC ZZZ.ZZZ.ZZ9.
          03 FILLER         PIC X(02) VALUE SPACES.
          03 KDX-IMP-DEPOIS PIC ZZZ.ZZZ.ZZ9.
          03 FILLER         PIC X(02) VALUE SPACES.
          03 KDX-IMP-CALC   PIC -ZZZ.ZZZ.ZZ9.
          03 FILLER         PIC X(02) VALUE SPACES.
          03 KDX-IMP-OPER   PIC X(005).
          03 FILLER         PIC X(02) VALUE SPACES.
          03 KDX-IMP-PROG   PIC X(008).
          03 FILLER         PIC X(01) VALUE SPACES.
          03 KDX-IMP-MARCA  PIC X(010).

       01 RODAPE-KDX.
          03 FILLER        PIC X(20) VALUE "MOVIMENTOS:".
          03 FOOT-KDX-QTD  PIC ZZZZ9.
          03 FILLER        PIC X(16) VALUE "   DIVERGENCIAS:".
          03 FOOT-KDX-DIV  PIC ZZZZ9.
          03 FILLER        PIC X(17) VALUE "   RECONSTRUIDO:".
          03 FOOT-KDX-CALC PIC -ZZZ.ZZZ.ZZ9.
          03 FILLER        PIC X(16) VALUE "   SALDO ATUAL:".
          03 FOOT-KDX-SALDO PIC ZZZ.ZZZ.ZZ9.
          03 FILLER        PIC X(01) VALUE SPACES.
          03 FOOT-KDX-MARCA PIC X(010).

       01 RODAPE-RAS.
          03 FILLER       PIC X(30) VALUE "NOTAS COM O LOTE:".
          03 FOOT-RAS-QTD PIC ZZZZ9.
          03 FILLER       PIC X(12) VALUE "   CAIXAS:".
          03 FOOT-RAS-CX  PIC ZZZ.ZZZ.ZZ9.

       LINKAGE SECTION.
       01 LS-ID PIC X(5).

        02 LINE 09 COL 10 VALUE "1 - Entrada de Mercadoria".
        02 LINE 10 COL 10 VALUE "2 - Posicao de Estoque".
        02 LINE 11 COL 10 VALUE "3 - Inventario Fisico".
        02 LINE 12 COL 10 VALUE "4 - Lotes a Vencer".
        02 LINE 13 COL 10 VALUE "5 - Rastreio de Lote (Recall)".
        02 LINE 14 COL 10 VALUE "6 - Kardex do Produto".
        02 LINE 15 COL 10 VALUE "7 - Retornar".
        02 LINE 20 COL 10 "Digite a opcao desejada[.]".
        02 OPCAO LINE 20 COL 34 PIC X(01) USING W-OPCAO AUTO.
      *
        02 LINE 13 COL 10 VALUE "MOTIVO       : [".
        02 LINE 13 COL 46 VALUE "]".
        02 LINE 13 COL 50 VALUE "(SO NO INVENTARIO)".
        02 LINE 15 COL 10 VALUE "LOTE         : [               ]".
        02 LINE 15 COL 50 VALUE "(BRANCO = PRODUTO)".
      *
      * RECEBIMENTO CONTRA LINHA DE PEDIDO DE COMPRA; AS LINHAS 17 A
      * 21 FICAM LIVRES PARA OS DADOS COMPLEMENTARES DA ENTRADA.
       01 TELA-RECEBIMENTO.
        02 BLANK SCREEN.
        02 LINE 02 COL 28 VALUE "Sistema de Franquia AMBEV".
        02 LINE 05 COL 30 VALUE "CONTROLE DE ESTOQUE".
        02 LINE 05 COL 66 VALUE "[".
        02 LINE 05 COL 67 PIC X(10) USING DOPCAO.
        02 LINE 05 COL 77 VALUE "]".
        02 LINE 07 COL 10 VALUE "PEDIDO COMPRA: [       ]".
        02 LINE 07 COL 40 VALUE "LINHA: [   ]".
        02 LINE 07 COL 55 VALUE "[0000000] SAI".
        02 LINE 08 COL 10 VALUE "FORNECEDOR   : [     ]".
        02 LINE 09 COL 10 VALUE "PRODUTO      : [     ]".
        02 LINE 11 COL 10 VALUE "QTDE PEDIDA  : [       ]".
        02 LINE 12 COL 10 VALUE "JA RECEBIDA  : [       ]".
        02 LINE 13 COL 10 VALUE "PENDENTE     : [       ]".
        02 LINE 14 COL 10 VALUE "SALDO ATUAL  : [         ]".
        02 LINE 16 COL 10 VALUE "RECEBIDO AGORA:[       ]".
        02 LINE 17 COL 10 VALUE "CUSTO UNIT.  : [          ]".
        02 LINE 18 COL 10 VALUE "LOTE         : [               ]".
        02 LINE 19 COL 10 VALUE "FABRICACAO   : [        ]".
        02 LINE 20 COL 10 VALUE "VALIDADE     : [        ]".
        02 LINE 19 COL 40 VALUE "(AAAAMMDD)".
      *
       01 TELA-VALIDADE.
        02 BLANK SCREEN.
        02 LINE 02 COL 28 VALUE "Sistema de Franquia AMBEV".
        02 LINE 05 COL 30 VALUE "LOTES A VENCER".
        02 LINE 09 COL 10 VALUE "VENCENDO NOS PROXIMOS [   ] DIAS".
        02 LINE 11 COL 10 VALUE
          "LISTA OS LOTES COM SALDO QUE VENCEM ATE A DATA LIMITE,".
        02 LINE 12 COL 10 VALUE
          "INCLUSIVE OS JA VENCIDOS AINDA NO ESTOQUE.".
      *
       01 TELA-RASTREIO.
        02 BLANK SCREEN.
        02 LINE 02 COL 28 VALUE "Sistema de Franquia AMBEV".
        02 LINE 05 COL 30 VALUE "RASTREIO DE LOTE".
        02 LINE 07 COL 10 VALUE "PRODUTO      : [     ]".
        02 LINE 08 COL 10 VALUE "LOTE         : [               ]".
        02 LINE 10 COL 10 VALUE
          "LISTA TODAS AS NOTAS E CLIENTES QUE RECEBERAM O LOTE.".
      *
       01 TELA-KARDEX.
        02 BLANK SCREEN.
        02 LINE 02 COL 28 VALUE "Sistema de Franquia AMBEV".
        02 LINE 05 COL 30 VALUE "KARDEX DO PRODUTO".
        02 LINE 07 COL 10 VALUE "PRODUTO      : [     ]".
        02 LINE 08 COL 10 VALUE "DATA INICIAL : [        ]".
        02 LINE 09 COL 10 VALUE "DATA FINAL   : [        ]".
        02 LINE 08 COL 40 VALUE "(AAAAMMDD)".
        02 LINE 11 COL 10 VALUE
          "RECONSTROI O SALDO MOVIMENTO A MOVIMENTO E MARCA ONDE".
        02 LINE 12 COL 10 VALUE
          "ELE NAO BATE COM O SALDO GRAVADO.".
      *-----------------------------------------------------------------
       PROCEDURE DIVISION  USING LS-ID.
       INICIO.
             WHEN "3"
                PERFORM INVENTARIO-000 THRU INVENTARIO-EXIT
             WHEN "4"
                PERFORM VALIDADE-000 THRU VALIDADE-EXIT
             WHEN "5"
                PERFORM RASTREIO-000 THRU RASTREIO-EXIT
             WHEN "6"
                PERFORM KARDEX-000 THRU KARDEX-EXIT
             WHEN "7"
                PERFORM CLOSE-ARQUIVOS
                EXIT PROGRAM
           END-EVALUATE.
      ***************************
      * ENTRADA DE MERCADORIA   *
      ***************************
      * A ENTRADA E SEMPRE CONTRA UMA LINHA DE PEDIDO DE COMPRA EM
      * ABERTO (CADPCO): RECEBIMENTO PARCIAL E ACEITO, ACIMA DO
      * PENDENTE NAO. A LINHA VIRA "P" OU "R" E O CABECALHO "R" QUANDO
      * TODAS AS LINHAS ESTIVEREM ENCERRADAS. A QUANTIDADE RECEBIDA
      * ENTRA NUM LOTE (VER ENTRA-DADOS-LOTE E GRAVA-LOTE-ENTRADA).
       ENTRADA-000.
           MOVE "ENTRADA" TO DOPCAO.
           MOVE 0         TO W-SEL.
       ENT-001.
           DISPLAY TELA-RECEBIMENTO.
           PERFORM ENTRA-LINHA-PEDIDO UNTIL W-SEL > 0
           IF W-SEL = 2
              MOVE ZEROS TO WS-QTD-ENTRADA
              ACCEPT WS-QTD-ENTRADA AT 1626
              IF WS-QTD-ENTRADA = ZEROS
                 MOVE "QUANTIDADE INVALIDA" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
              ELSE
              IF WS-QTD-ENTRADA > WS-PCO-PENDENTE
                 MOVE "*** QUANTIDADE ACIMA DO PENDENTE NO PEDIDO ***"
                   TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
              ELSE
                 MOVE PCO_VALOR_UNIT TO WS-CUSTO-ENTRADA
                 MOVE 0 TO W-SEL
                 PERFORM ENTRA-CUSTO-ENTRADA UNTIL W-SEL > 0
                 IF W-SEL = 2
                    MOVE SPACES TO WS-LOTE-NUMERO
                    MOVE ZEROS  TO WS-LOTE-FABRICACAO WS-LOTE-VALIDADE
                    MOVE 0 TO W-SEL
                    PERFORM ENTRA-DADOS-LOTE UNTIL W-SEL > 0
                 END-IF
                 IF W-SEL = 2
                    MOVE 0 TO W-SEL
                    PERFORM CONFIRMA-DADOS UNTIL W-SEL > 0
                 ELSE
                    MOVE "N" TO W-SN
                 END-IF
                 IF W-SN = "S"
                    PERFORM ATUALIZA-CUSTO-MEDIO
                    MOVE EST_SALDO TO WS-KDX-SALDO-ANTES
                    ADD WS-QTD-ENTRADA TO EST_SALDO
                    MOVE WS-DATA-HOJE TO EST_DATA_ULT_MOV
                    REWRITE REGEST
                    MOVE "ENT"          TO WS-KDX-TIPO
                    MOVE WS-PCO-NUMERO  TO WS-KDX-DOCUMENTO
                    MOVE WS-QTD-ENTRADA TO WS-KDX-QTDE
                    PERFORM GRAVA-MOVIMENTO-ESTOQUE
                    DISPLAY EST_SALDO AT 1426
                    PERFORM GRAVA-LOTE-ENTRADA
                    PERFORM BAIXA-LINHA-PEDIDO
                    MOVE SPACES TO MENS
                    STRING "ENTRADA " WS-QTD-ENTRADA
                           " PC " WS-PCO-NUMERO "/" WS-PCO-LINHA
                        DELIMITED BY SIZE INTO MENS
                    END-STRING
                    PERFORM GRAVA-AUDITORIA
                    MOVE SPACES TO MENS
                    STRING "LOTE " WS-LOTE-NUMERO
                           " V" WS-LOTE-VALIDADE
                        DELIMITED BY SIZE INTO MENS
                    END-STRING
                    PERFORM GRAVA-AUDITORIA
                    MOVE SPACES TO MENS
                    STRING "CUSTO PAGO " WS-CUSTO-ENTRADA
                           " MEDIO " WS-CUSTO-ANTERIOR
                           " P/ " WS-CUSTO-MEDIO
                        DELIMITED BY SIZE INTO MENS
                    END-STRING
                    PERFORM GRAVA-AUDITORIA
                    PERFORM ROT-MENS THRU ROT-MENS-FIM
                 END-IF
              END-IF
              END-IF
           END-IF
           MOVE ZEROS TO W-SEL
           .
      ***************************
      * A CONTAGEM FISICA SUBSTITUI O SALDO; A DIFERENCA, O OPERADOR
      * E O MOTIVO FICAM NO ARQ-AUD (E O INVENTARIO SEM MOTIVO NAO
      * GRAVA). INFORMANDO UM LOTE, A CONTAGEM E DO LOTE: ELE RECEBE
      * A CONTAGEM E O TOTAL DO PRODUTO A DIFERENCA (E ASSIM QUE O
      * LOTE VENCIDO E BAIXADO - CONTAGEM ZERO, MOTIVO "VENCIDO").
       INVENTARIO-000.
           MOVE "INVENTARIO" TO DOPCAO.
           MOVE 0            TO W-SEL.
           DISPLAY TELA-ESTOQUE.
           PERFORM ENTRA-PRODUTO UNTIL W-SEL > 0
           IF W-SEL = 2
              PERFORM ENTRA-LOTE-INVENTARIO
           END-IF
           IF W-SEL = 2
              MOVE ZEROS TO WS-CONTAGEM
              ACCEPT WS-CONTAGEM AT 1126
              MOVE SPACES TO WS-MOTIVO
                 MOVE 0 TO W-SEL
                 PERFORM CONFIRMA-DADOS UNTIL W-SEL > 0
                 IF W-SN = "S"
                    MOVE EST_SALDO TO WS-KDX-SALDO-ANTES
                    IF WS-LOTE-NUMERO = SPACES
                       MOVE WS-CONTAGEM  TO EST_SALDO
                    ELSE
                       PERFORM AJUSTA-LOTE-INVENTARIO
                    END-IF
                    MOVE WS-DATA-HOJE TO EST_DATA_ULT_MOV
                    REWRITE REGEST
                    MOVE "INV" TO WS-KDX-TIPO
                    MOVE ZEROS TO WS-KDX-DOCUMENTO
                    COMPUTE WS-KDX-QTDE =
                        WS-CONTAGEM - WS-SALDO-ANTERIOR
                    PERFORM GRAVA-MOVIMENTO-ESTOQUE
                    DISPLAY WS-CONTAGEM AT 0926
                    MOVE SPACES TO MENS
                    STRING "DE " WS-SALDO-ANTERIOR
                           " P/ " WS-CONTAGEM
                        DELIMITED BY SIZE INTO MENS
                    END-STRING
                    PERFORM GRAVA-AUDITORIA
                    IF WS-LOTE-NUMERO NOT = SPACES
                       MOVE SPACES TO MENS
                       STRING "LOTE " WS-LOTE-NUMERO
                           DELIMITED BY SIZE INTO MENS
                       END-STRING
                       PERFORM GRAVA-AUDITORIA
                    END-IF
                    MOVE WS-MOTIVO TO MENS
                    PERFORM GRAVA-AUDITORIA
                    MOVE "*** INVENTARIO GRAVADO ***" TO MENS
      * POSICAO DE ESTOQUE      *
      ***************************
      * VARRE O CATALOGO DE PRODUTOS E IMPRIME O SALDO DE CADA UM
      * (PRODUTO SEM REGISTRO DE ESTOQUE SAI COM SALDO ZERO), COM O
      * RESERVADO PELOS PEDIDOS EM CARTEIRA E O DISPONIVEL PARA VENDA
      * (NEGATIVO QUANDO A CARTEIRA JA PASSOU DO SALDO).
       POSICAO-000.
           MOVE "POSICAO" TO DOPCAO
           MOVE WCF-ARQ-IMPRESSAO-ESTOQUE TO WRL-ARQ-IMPRESSAO
           MOVE ZEROS TO WS-QTD-IMPRESSOS
           OPEN OUTPUT ARQIMP
           MOVE WS-DATA-HOJE TO CAB-DATA
           READ ARQ-ESTOQUE
               INVALID KEY
                  MOVE ZEROS TO IMPSALDO IMPULTMOV
                                IMPRESERVADO IMPDISPONIVEL
               NOT INVALID KEY
                  MOVE EST_SALDO        TO IMPSALDO
                  MOVE EST_DATA_ULT_MOV TO IMPULTMOV
                  MOVE EST_RESERVADO    TO IMPRESERVADO
                  COMPUTE IMPDISPONIVEL = EST_SALDO - EST_RESERVADO
           END-READ
           WRITE REGIMP FROM DETAL
           .

      ***************************
      * LOTES A VENCER          *
      ***************************
      * LOTES COM SALDO E VALIDADE ATE HOJE + N DIAS (N SUGERIDO PELA
      * CONFIGURACAO), POR PRODUTO E VALIDADE, PARA O COMERCIAL
      * EMPURRAR O PRODUTO ANTES DE VENCER. LOTE JA VENCIDO SAI COM
      * DIAS NEGATIVOS E "VENCIDO" (O FATURAMENTO NAO O CONSOME).
       VALIDADE-000.
           MOVE "VALIDADE" TO DOPCAO
           DISPLAY TELA-VALIDADE
           MOVE WCF-DIAS-VALIDADE TO WS-DIAS-VALIDADE
           DISPLAY WS-DIAS-VALIDADE AT 0933
           ACCEPT WS-DIAS-VALIDADE WITH UPDATE AT 0933
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 02
              GO TO VALIDADE-EXIT
           END-IF
           MOVE 0 TO W-SEL
           PERFORM CONFIRMA-DADOS UNTIL W-SEL > 0
           IF W-SN NOT = "S"
              GO TO VALIDADE-EXIT
           END-IF

           COMPUTE WS-DIAS-INTEIRO =
               FUNCTION INTEGER-OF-DATE(WS-DATA-HOJE) + WS-DIAS-VALIDADE
           COMPUTE WS-DATA-LIMITE =
               FUNCTION DATE-OF-INTEGER(WS-DIAS-INTEIRO)
           MOVE ZEROS TO WS-QTD-IMPRESSOS WS-QTD-CAIXAS
           MOVE WCF-ARQ-IMPRESSAO-VALIDADE TO WRL-ARQ-IMPRESSAO
           OPEN OUTPUT ARQIMP
           MOVE WS-DIAS-VALIDADE TO CAB-VAL-DIAS
           MOVE WS-DATA-HOJE     TO CAB-VAL-DATA
           WRITE REGIMP FROM CABEC-VAL
           MOVE SPACES TO REGIMP
           WRITE REGIMP
           WRITE REGIMP FROM CABEC2-VAL
           MOVE SPACES TO REGIMP
           WRITE REGIMP

           MOVE "N"   TO WS-EOF-LOT
           MOVE ZEROS TO LOT_VAL_PRODUTO LOT_DATA_VALIDADE
           START ARQ-LOTE
               KEY IS NOT LESS THAN LOT_CHAVE_VALIDADE
                    INVALID KEY
                       MOVE "Y" TO WS-EOF-LOT
           END-START
           PERFORM UNTIL WS-EOF-LOT = "Y"
              READ ARQ-LOTE NEXT AT END
                 MOVE "Y" TO WS-EOF-LOT
              END-READ
              IF WS-EOF-LOT = "N"
                 IF LOT_SALDO > ZEROS AND
                    LOT_DATA_VALIDADE NOT > WS-DATA-LIMITE
                    PERFORM IMPRIME-VALIDADE
                 END-IF
              END-IF
           END-PERFORM
           MOVE "00" TO WS-RESULTADO-ACESSO

           MOVE WS-QTD-IMPRESSOS TO FOOT-VAL-QTD
           MOVE WS-QTD-CAIXAS    TO FOOT-VAL-CX
           MOVE SPACES TO REGIMP
           WRITE REGIMP
           WRITE REGIMP FROM RODAPE-VAL
           CLOSE ARQIMP
           MOVE "CADEST" TO WS-SPL-PROGRAMA
           MOVE WRL-ARQ-IMPRESSAO TO WS-SPL-ORIGEM
           PERFORM REGISTRA-SPOOL THRU REGISTRA-SPOOL-FIM
           MOVE "*** RELATORIO DE LOTES A VENCER GERADO ***" TO MENS
           PERFORM ROT-MENS THRU ROT-MENS-FIM
           .
       VALIDADE-EXIT.
           EXIT.

       IMPRIME-VALIDADE.
           ADD 1 TO WS-QTD-IMPRESSOS
           ADD LOT_SALDO TO WS-QTD-CAIXAS
           MOVE LOT_CODIGO_PRODUTO TO VAL-PRODUTO
                                      PRO_CODIGO_PRODUTO
           READ ARQ-PRODUTO
               INVALID KEY
                  MOVE SPACES TO VAL-DESCRICAO
               NOT INVALID KEY
                  MOVE PRO_DESCRICAO TO VAL-DESCRICAO
           END-READ
           MOVE LOT_NUMERO        TO VAL-LOTE
           MOVE LOT_DATA_VALIDADE TO VAL-VALIDADE
           COMPUTE WS-DIAS-RESTANTES =
               FUNCTION INTEGER-OF-DATE(LOT_DATA_VALIDADE) -
               FUNCTION INTEGER-OF-DATE(WS-DATA-HOJE)
           MOVE WS-DIAS-RESTANTES TO VAL-DIAS
           MOVE LOT_SALDO         TO VAL-SALDO
           IF WS-DIAS-RESTANTES < ZEROS
              MOVE "VENCIDO" TO VAL-SITUACAO
           ELSE
              MOVE SPACES    TO VAL-SITUACAO
           END-IF
           WRITE REGIMP FROM DET-VAL
           .

      ***************************
      * RASTREIO DE LOTE        *
      ***************************
      * PARA RECALL: TODAS AS NOTAS (E CLIENTES) QUE LEVARAM O LOTE,
      * PELO ARQ-NFLOTE GRAVADO NO FATURAMENTO. NOTA CANCELADA
      * CONTINUA NA LISTA, MARCADA, POIS A MERCADORIA PODE TER SAIDO.
       RASTREIO-000.
           MOVE "RASTREIO" TO DOPCAO
           DISPLAY TELA-RASTREIO
           MOVE ZEROS  TO WS-RAS-PRODUTO
           MOVE SPACES TO WS-LOTE-NUMERO
           ACCEPT WS-RAS-PRODUTO AT 0726
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 02 OR WS-RAS-PRODUTO = ZEROS
              GO TO RASTREIO-EXIT
           END-IF
           MOVE WS-RAS-PRODUTO TO PRO_CODIGO_PRODUTO
           READ ARQ-PRODUTO
           IF WS-RESULTADO-ACESSO NOT = "00"
              MOVE "*** PRODUTO NAO CADASTRADO ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO RASTREIO-EXIT
           END-IF
           DISPLAY PRO_DESCRICAO AT 0734
           ACCEPT WS-LOTE-NUMERO AT 0826
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 02 OR WS-LOTE-NUMERO = SPACES
              GO TO RASTREIO-EXIT
           END-IF
           MOVE WS-RAS-PRODUTO TO LOT_CODIGO_PRODUTO
           MOVE WS-LOTE-NUMERO TO LOT_NUMERO
           READ ARQ-LOTE
           IF WS-RESULTADO-ACESSO NOT = "00"
              MOVE "00" TO WS-RESULTADO-ACESSO
              MOVE "*** LOTE NAO CADASTRADO PARA O PRODUTO ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO RASTREIO-EXIT
           END-IF
           MOVE 0 TO W-SEL
           PERFORM CONFIRMA-DADOS UNTIL W-SEL > 0
           IF W-SN NOT = "S"
              GO TO RASTREIO-EXIT
           END-IF

           MOVE ZEROS TO WS-QTD-IMPRESSOS WS-QTD-CAIXAS
           MOVE WCF-ARQ-IMPRESSAO-RASTREIO TO WRL-ARQ-IMPRESSAO
           OPEN OUTPUT ARQIMP
           MOVE WS-LOTE-NUMERO      TO CAB-RAS-LOTE
           MOVE WS-RAS-PRODUTO      TO CAB-RAS-PROD
           MOVE PRO_DESCRICAO       TO CAB-RAS-DESC
           WRITE REGIMP FROM CABEC-RAS
           MOVE LOT_DATA_FABRICACAO TO CAB-RAS-FAB
           MOVE LOT_DATA_VALIDADE   TO CAB-RAS-VAL
           MOVE LOT_DATA_ENTRADA    TO CAB-RAS-ENT
           MOVE LOT_COD_FORNECEDOR  TO CAB-RAS-FOR
           MOVE LOT_SALDO           TO CAB-RAS-SAL
           WRITE REGIMP FROM CABEC-RAS-LOTE
           MOVE SPACES TO REGIMP
           WRITE REGIMP
           WRITE REGIMP FROM CABEC2-RAS
           MOVE SPACES TO REGIMP
           WRITE REGIMP

           MOVE "N" TO WS-EOF-LOT
           IF WS-SEM-NFLOTE = "S"
              MOVE "Y" TO WS-EOF-LOT
           ELSE
              MOVE WS-RAS-PRODUTO TO NFL_CODIGO_PRODUTO
              MOVE WS-LOTE-NUMERO TO NFL_LOTE
              START ARQ-NFLOTE
                  KEY IS EQUAL TO NFL_LOTE_CHAVE
                       INVALID KEY
                          MOVE "Y" TO WS-EOF-LOT
              END-START
           END-IF
           PERFORM UNTIL WS-EOF-LOT = "Y"
              READ ARQ-NFLOTE NEXT AT END
                 MOVE "Y" TO WS-EOF-LOT
              END-READ
              IF WS-EOF-LOT = "N"
                 IF NFL_CODIGO_PRODUTO NOT = WS-RAS-PRODUTO OR
                    NFL_LOTE NOT = WS-LOTE-NUMERO
                    MOVE "Y" TO WS-EOF-LOT
                 ELSE
                    PERFORM IMPRIME-RASTREIO
                 END-IF
              END-IF
           END-PERFORM
           MOVE "00" TO WS-RESULTADO-ACESSO

           MOVE WS-QTD-IMPRESSOS TO FOOT-RAS-QTD
           MOVE WS-QTD-CAIXAS    TO FOOT-RAS-CX
           MOVE SPACES TO REGIMP
           WRITE REGIMP
           WRITE REGIMP FROM RODAPE-RAS
           CLOSE ARQIMP
           MOVE "CADEST" TO WS-SPL-PROGRAMA
           MOVE WRL-ARQ-IMPRESSAO TO WS-SPL-ORIGEM
           PERFORM REGISTRA-SPOOL THRU REGISTRA-SPOOL-FIM
           MOVE "*** RASTREIO DO LOTE GERADO ***" TO MENS
           PERFORM ROT-MENS THRU ROT-MENS-FIM
           .
       RASTREIO-EXIT.
           EXIT.

       IMPRIME-RASTREIO.
           ADD 1 TO WS-QTD-IMPRESSOS
           ADD NFL_QTDE TO WS-QTD-CAIXAS
           MOVE NFL_NUMERO_NF      TO RAS-NF
           MOVE NFL_DATA_EMISSAO   TO RAS-EMISSAO
           MOVE NFL_CODIGO_CLIENTE TO RAS-CLIENTE
           MOVE NFL_QTDE           TO RAS-QTDE
           MOVE SPACES TO RAS-RAZAO RAS-SITUACAO
           IF WS-SEM-CLIENTE = "N"
              MOVE NFL_CODIGO_CLIENTE TO CLI_CODIGO_CLIENTE
              READ ARQ-CLIENTE
                  NOT INVALID KEY
                     MOVE CLI_RAZAO_SOCIAL TO RAS-RAZAO
              END-READ
           END-IF
           IF WS-SEM-NF = "N"
              MOVE NFL_NUMERO_NF TO NF_NUMERO
              READ ARQ-NF
                  NOT INVALID KEY
                     IF NF_SITUACAO = "C"
                        MOVE "CANCELADA" TO RAS-SITUACAO
                     END-IF
              END-READ
           END-IF
           MOVE "00" TO WS-RESULTADO-ACESSO
           WRITE REGIMP FROM DET-RAS
           .

      ***************************
      * KARDEX DO PRODUTO       *
      ***************************
      * MOVIMENTOS DO PRODUTO NO PERIODO (ARQ-KARDEX, VER
      * SISKXPGER.CPY) COM O SALDO RECONSTRUIDO AO LADO DO GRAVADO.
      * "DIVERGE" MARCA O MOVIMENTO EM QUE OS DOIS SE SEPARAM: SALDO
      * MEXIDO SEM MOVIMENTO, OU BAIXA QUE PAROU EM ZERO. COM O
      * PERIODO ATE HOJE, O RODAPE CONFRONTA O RECONSTRUIDO COM O
      * SALDO ATUAL DO ARQ-ESTOQUE.
       KARDEX-000.
           MOVE "KARDEX" TO DOPCAO
           DISPLAY TELA-KARDEX
           MOVE ZEROS TO WS-KDX-PRODUTO
           ACCEPT WS-KDX-PRODUTO AT 0726
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 02 OR WS-KDX-PRODUTO = ZEROS
              GO TO KARDEX-EXIT
           END-IF
           MOVE WS-KDX-PRODUTO TO PRO_CODIGO_PRODUTO
           READ ARQ-PRODUTO
           IF WS-RESULTADO-ACESSO NOT = "00"
              MOVE "*** PRODUTO NAO CADASTRADO ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO KARDEX-EXIT
           END-IF
           DISPLAY PRO_DESCRICAO AT 0734
           MOVE WS-DATA-HOJE TO WS-KDX-DATA-INI WS-KDX-DATA-FIM
           MOVE "01" TO WS-KDX-DATA-INI(7:2)
           DISPLAY WS-KDX-DATA-INI AT 0826
           DISPLAY WS-KDX-DATA-FIM AT 0926
           ACCEPT WS-KDX-DATA-INI WITH UPDATE AT 0826
           ACCEPT WS-KDX-DATA-FIM WITH UPDATE AT 0926
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 02
              GO TO KARDEX-EXIT
           END-IF
           IF WS-KDX-DATA-INI(5:2) < "01" OR
              WS-KDX-DATA-INI(5:2) > "12" OR
              WS-KDX-DATA-FIM(5:2) < "01" OR
              WS-KDX-DATA-FIM(5:2) > "12" OR
              WS-KDX-DATA-FIM < WS-KDX-DATA-INI
              MOVE "PERIODO INVALIDO" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO KARDEX-EXIT
           END-IF
           MOVE 0 TO W-SEL
           PERFORM CONFIRMA-DADOS UNTIL W-SEL > 0
           IF W-SN NOT = "S"
              GO TO KARDEX-EXIT
           END-IF

           MOVE ZEROS TO WS-QTD-IMPRESSOS WS-KDX-DIVERGENCIAS
                         WS-KDX-CALCULADO
           MOVE "S" TO WS-KDX-PRIMEIRO
           MOVE WCF-ARQ-IMPRESSAO-KARDEX TO WRL-ARQ-IMPRESSAO
           OPEN OUTPUT ARQIMP
           MOVE WS-KDX-PRODUTO  TO CAB-KDX-PROD
           MOVE PRO_DESCRICAO   TO CAB-KDX-DESC
           MOVE WS-KDX-DATA-INI TO CAB-KDX-INI
           MOVE WS-KDX-DATA-FIM TO CAB-KDX-FIM
           WRITE REGIMP FROM CABEC-KDX
           MOVE SPACES TO REGIMP
           WRITE REGIMP
           WRITE REGIMP FROM CABEC2-KDX
           MOVE SPACES TO REGIMP
           WRITE REGIMP

           MOVE "N" TO WS-EOF-KDX
           IF WS-SEM-KARDEX = "S"
              MOVE "Y" TO WS-EOF-KDX
           ELSE
              MOVE WS-KDX-PRODUTO TO KDX_CODIGO_PRODUTO
              COMPUTE KDX_DATA_HORA = WS-KDX-DATA-INI * 1000000
              MOVE ZEROS TO KDX_SEQUENCIA
              START ARQ-KARDEX
                  KEY IS NOT LESS THAN KDX_CHAVE
                       INVALID KEY
                          MOVE "Y" TO WS-EOF-KDX
              END-START
           END-IF
           PERFORM UNTIL WS-EOF-KDX = "Y"
              READ ARQ-KARDEX NEXT AT END
                 MOVE "Y" TO WS-EOF-KDX
              END-READ
              IF WS-EOF-KDX = "N"
                 IF KDX_CODIGO_PRODUTO NOT = WS-KDX-PRODUTO OR
                    KDX_DATA_HORA(1:8) > WS-KDX-DATA-FIM
                    MOVE "Y" TO WS-EOF-KDX
                 ELSE
                    PERFORM IMPRIME-KARDEX
                 END-IF
              END-IF
           END-PERFORM
           MOVE "00" TO WS-RESULTADO-ACESSO

           MOVE WS-QTD-IMPRESSOS    TO FOOT-KDX-QTD
           MOVE WS-KDX-CALCULADO    TO FOOT-KDX-CALC
           MOVE SPACES TO FOOT-KDX-MARCA
           MOVE ZEROS  TO FOOT-KDX-SALDO
           MOVE WS-KDX-PRODUTO TO EST_CODIGO_PRODUTO
           READ ARQ-ESTOQUE
               NOT INVALID KEY
                  MOVE EST_SALDO TO FOOT-KDX-SALDO
                  IF WS-KDX-DATA-FIM NOT < WS-DATA-HOJE AND
                     WS-QTD-IMPRESSOS > ZEROS AND
                     WS-KDX-CALCULADO NOT = EST_SALDO
                     MOVE "DIVERGE" TO FOOT-KDX-MARCA
                     ADD 1 TO WS-KDX-DIVERGENCIAS
                  END-IF
           END-READ
           MOVE "00" TO WS-RESULTADO-ACESSO
           MOVE WS-KDX-DIVERGENCIAS TO FOOT-KDX-DIV
           MOVE SPACES TO REGIMP
           WRITE REGIMP
           WRITE REGIMP FROM RODAPE-KDX
           CLOSE ARQIMP
           MOVE "CADEST" TO WS-SPL-PROGRAMA
           MOVE WRL-ARQ-IMPRESSAO TO WS-SPL-ORIGEM
           PERFORM REGISTRA-SPOOL THRU REGISTRA-SPOOL-FIM
           IF WS-KDX-DIVERGENCIAS > ZEROS
              MOVE "*** KARDEX GERADO - HA DIVERGENCIAS ***" TO MENS
           ELSE
              MOVE "*** KARDEX GERADO ***" TO MENS
           END-IF
           PERFORM ROT-MENS THRU ROT-MENS-FIM
           .
       KARDEX-EXIT.
           EXIT.

       IMPRIME-KARDEX.
           ADD 1 TO WS-QTD-IMPRESSOS
           IF WS-KDX-PRIMEIRO = "S"
              MOVE KDX_SALDO_ANTES TO WS-KDX-CALCULADO
              MOVE "N" TO WS-KDX-PRIMEIRO
           END-IF
           MOVE SPACES TO KDX-IMP-MARCA
           IF KDX_SALDO_ANTES NOT = WS-KDX-CALCULADO
              MOVE "DIVERGE" TO KDX-IMP-MARCA
           END-IF
           ADD KDX_QTDE TO WS-KDX-CALCULADO
           IF KDX_SALDO_DEPOIS NOT = WS-KDX-CALCULADO
              MOVE "DIVERGE" TO KDX-IMP-MARCA
           END-IF
           IF KDX-IMP-MARCA NOT = SPACES
              ADD 1 TO WS-KDX-DIVERGENCIAS
           END-IF
           MOVE KDX_DATA_HORA(1:8)  TO KDX-IMP-DATA
           MOVE KDX_DATA_HORA(9:6)  TO KDX-IMP-HORA
           MOVE KDX_TIPO            TO KDX-IMP-TIPO
           MOVE KDX_DOCUMENTO       TO KDX-IMP-DOC
           MOVE KDX_QTDE            TO KDX-IMP-QTDE
           MOVE KDX_SALDO_ANTES     TO KDX-IMP-ANTES
           MOVE KDX_SALDO_DEPOIS    TO KDX-IMP-DEPOIS
           MOVE WS-KDX-CALCULADO    TO KDX-IMP-CALC
           MOVE KDX_OPERADOR        TO KDX-IMP-OPER
           MOVE KDX_PROGRAMA        TO KDX-IMP-PROG
           WRITE REGIMP FROM DET-KDX
           .

      * O PRODUTO PRECISA EXISTIR NO CATALOGO; O REGISTRO DE SALDO
      * E CRIADO COM ZEROS NA PRIMEIRA PASSAGEM (WRITE "22"
      * ABSORVIDO, MESMO IDIOMA DO GRAVA-PRECO DO CADPRO).
                          TO EST_CODIGO_PRODUTO
                        MOVE ZEROS TO EST_SALDO
                                      EST_DATA_ULT_MOV
                                      EST_RESERVADO
                        WRITE REGEST
                 END-READ
                 DISPLAY EST_SALDO AT 0926
           END-IF
           .

      * LOCALIZA A LINHA DO PEDIDO DE COMPRA, CONFERE SE O PEDIDO E A
      * LINHA ESTAO EM ABERTO E POSICIONA PRODUTO E ESTOQUE (CRIANDO O
      * REGISTRO DE SALDO COMO NO ENTRA-PRODUTO).
       ENTRA-LINHA-PEDIDO.
           MOVE ZEROS TO WS-PCO-NUMERO WS-PCO-LINHA
           ACCEPT WS-PCO-NUMERO AT 0726
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 02 OR WS-PCO-NUMERO = ZEROS
              MOVE 1 TO W-SEL
           ELSE
              ACCEPT WS-PCO-LINHA AT 0748
              MOVE WS-PCO-NUMERO TO PCO_NUMERO
              MOVE ZEROS         TO PCO_LINHA
              READ ARQ-PEDCOMPRA
              IF WS-RESULTADO-ACESSO NOT = "00"
                 MOVE "*** PEDIDO DE COMPRA NAO CADASTRADO ***" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
              ELSE
              IF PCO_SITUACAO NOT = "A" AND PCO_SITUACAO NOT = "P"
                 MOVE "*** PEDIDO DE COMPRA NAO ESTA EM ABERTO ***"
                   TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
              ELSE
                 DISPLAY PCO_COD_FORNECEDOR AT 0826
                 MOVE SPACES TO FOR_RAZAO_SOCIAL
                 IF WS-SEM-FORNEC = "N"
                    MOVE PCO_COD_FORNECEDOR TO FOR_CODIGO
                    READ ARQ-FORNEC
                        INVALID KEY
                           MOVE SPACES TO FOR_RAZAO_SOCIAL
                    END-READ
                 END-IF
                 DISPLAY FOR_RAZAO_SOCIAL AT 0834
                 MOVE WS-PCO-LINHA TO PCO_LINHA
                 IF WS-PCO-LINHA = ZEROS
                    MOVE "23" TO WS-RESULTADO-ACESSO
                 ELSE
                    READ ARQ-PEDCOMPRA
                 END-IF
                 IF WS-RESULTADO-ACESSO NOT = "00"
                    MOVE "*** LINHA NAO EXISTE NESTE PEDIDO ***" TO MENS
                    PERFORM ROT-MENS THRU ROT-MENS-FIM
                 ELSE
                 IF PCO_SITUACAO NOT = "A" AND PCO_SITUACAO NOT = "P"
                    MOVE "*** LINHA JA RECEBIDA OU CANCELADA ***"
                      TO MENS
                    PERFORM ROT-MENS THRU ROT-MENS-FIM
                 ELSE
                    PERFORM MOSTRA-LINHA-PEDIDO
                 END-IF
                 END-IF
              END-IF
              END-IF
           END-IF
           .

       MOSTRA-LINHA-PEDIDO.
           COMPUTE WS-PCO-PENDENTE = PCO_QTDE - PCO_QTDE_RECEBIDA
           DISPLAY PCO_PRODUTO       AT 0926
           DISPLAY PCO_QTDE          AT 1126
           DISPLAY PCO_QTDE_RECEBIDA AT 1226
           DISPLAY WS-PCO-PENDENTE   AT 1326
           MOVE PCO_PRODUTO TO PRO_CODIGO_PRODUTO
           READ ARQ-PRODUTO
           IF WS-RESULTADO-ACESSO NOT = "00"
              MOVE "*** PRODUTO DO PEDIDO NAO CADASTRADO ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
           ELSE
              DISPLAY PRO_DESCRICAO AT 0934
              MOVE PRO_CODIGO_PRODUTO TO EST_CODIGO_PRODUTO
              READ ARQ-ESTOQUE
                  INVALID KEY
                     MOVE PRO_CODIGO_PRODUTO
                       TO EST_CODIGO_PRODUTO
                     MOVE ZEROS TO EST_SALDO
                                   EST_DATA_ULT_MOV
                                   EST_RESERVADO
                     WRITE REGEST
              END-READ
              DISPLAY EST_SALDO AT 1426
              MOVE 2 TO W-SEL
           END-IF
           .

      * ATUALIZA A LINHA RECEBIDA E RECALCULA A SITUACAO DO
      * CABECALHO PELAS LINHAS AINDA EM ABERTO.
       BAIXA-LINHA-PEDIDO.
           MOVE WS-PCO-NUMERO TO PCO_NUMERO
           MOVE WS-PCO-LINHA  TO PCO_LINHA
           READ ARQ-PEDCOMPRA
           ADD WS-QTD-ENTRADA TO PCO_QTDE_RECEBIDA
           IF PCO_QTDE_RECEBIDA NOT < PCO_QTDE
              MOVE "R" TO PCO_SITUACAO
           ELSE
              MOVE "P" TO PCO_SITUACAO
           END-IF
           REWRITE REGPCO

           MOVE "R" TO WS-PCO-SITUACAO
           MOVE WS-PCO-NUMERO TO PCO_NUMERO
           MOVE 1             TO PCO_LINHA
           MOVE "N" TO WS-EOF-PCO
           START ARQ-PEDCOMPRA
               KEY IS NOT LESS THAN PCO_CHAVE
                    INVALID KEY
                       MOVE "Y" TO WS-EOF-PCO
           END-START
           PERFORM UNTIL WS-EOF-PCO = "Y"
              READ ARQ-PEDCOMPRA NEXT AT END
                 MOVE "Y" TO WS-EOF-PCO
              END-READ
              IF WS-EOF-PCO = "N"
                 IF PCO_NUMERO NOT = WS-PCO-NUMERO
                    MOVE "Y" TO WS-EOF-PCO
                 ELSE
                    IF PCO_SITUACAO = "A" OR PCO_SITUACAO = "P"
                       MOVE "P" TO WS-PCO-SITUACAO
                    END-IF
                 END-IF
              END-IF
           END-PERFORM
           MOVE WS-PCO-NUMERO TO PCO_NUMERO
           MOVE ZEROS         TO PCO_LINHA
           READ ARQ-PEDCOMPRA
           IF WS-RESULTADO-ACESSO = "00"
              MOVE WS-PCO-SITUACAO TO PCO_SITUACAO
              REWRITE REGPCO
           END-IF
           .

      * CUSTO UNITARIO PAGO NA ENTRADA, SUGERIDO PELO CUSTO COMBINADO
      * NA LINHA DO PEDIDO DE COMPRA. TEM QUE SER MAIOR QUE ZERO:
      * E ELE QUE ALIMENTA O CUSTO MEDIO USADO NO FATURAMENTO.
       ENTRA-CUSTO-ENTRADA.
           DISPLAY WS-CUSTO-ENTRADA AT 1726
           ACCEPT WS-CUSTO-ENTRADA WITH UPDATE AT 1726
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 02
              MOVE 1 TO W-SEL
           ELSE
           IF WS-CUSTO-ENTRADA = ZEROS
              MOVE "*** CUSTO UNITARIO DEVE SER MAIOR QUE ZERO ***"
                TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
           ELSE
              MOVE 2 TO W-SEL
           END-IF
           END-IF
           .

      * CUSTO MEDIO PONDERADO, CHAMADO ANTES DE SOMAR A ENTRADA AO
      * SALDO: (SALDO X CUSTO MEDIO + RECEBIDO X CUSTO PAGO) /
      * (SALDO + RECEBIDO). SEM SALDO OU SEM CUSTO ANTERIOR O CUSTO
      * PAGO PASSA A SER O MEDIO. SALDO NEGATIVO NAO EXISTE AQUI (O
      * FATURAMENTO NAO DEIXA O EST_SALDO ABAIXO DE ZERO).
       ATUALIZA-CUSTO-MEDIO.
           MOVE EST_CODIGO_PRODUTO TO PRO_CODIGO_PRODUTO
           READ ARQ-PRODUTO
           IF WS-RESULTADO-ACESSO NOT = "00"
              MOVE ZEROS TO WS-CUSTO-ANTERIOR WS-CUSTO-MEDIO
              MOVE "*** PRODUTO NAO ENCONTRADO: CUSTO NAO ATUALIZADO"
                TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
           ELSE
              MOVE PRO_CUSTO_UNIT TO WS-CUSTO-ANTERIOR
              IF EST_SALDO = ZEROS OR PRO_CUSTO_UNIT = ZEROS
                 MOVE WS-CUSTO-ENTRADA TO WS-CUSTO-MEDIO
              ELSE
                 COMPUTE WS-CUSTO-MEDIO ROUNDED =
                    (EST_SALDO * PRO_CUSTO_UNIT +
                     WS-QTD-ENTRADA * WS-CUSTO-ENTRADA) /
                    (EST_SALDO + WS-QTD-ENTRADA)
              END-IF
              IF WS-CUSTO-MEDIO NOT = WS-CUSTO-ANTERIOR
                 MOVE WS-CUSTO-MEDIO TO PRO_CUSTO_UNIT
                 REWRITE REGPRO
                 IF WS-RESULTADO-ACESSO NOT = "00"
                    MOVE "ERRO NA ATUALIZACAO DO CUSTO MEDIO" TO MENS
                    PERFORM ROT-MENS THRU ROT-MENS-FIM
                 ELSE
                    PERFORM GRAVA-CUSTO-HISTORICO
                 END-IF
              END-IF
           END-IF
           .

      * MESMA LINHA DE HISTORICO DO CADPRO (CHAVE PRODUTO + CARIMBO).
       GRAVA-CUSTO-HISTORICO.
           IF WS-SEM-CUSHIS = "N"
              MOVE PRO_CODIGO_PRODUTO TO CUS_CODIGO_PRODUTO
              MOVE FUNCTION CURRENT-DATE(1:14) TO CUS_DATA_HORA
              MOVE PRO_CUSTO_UNIT TO CUS_CUSTO
              MOVE LS-ID          TO CUS_OPERADOR
              WRITE REGCUS
              IF WS-RESULTADO-ACESSO NOT = "00" AND
                 WS-RESULTADO-ACESSO NOT = "02" AND
                 WS-RESULTADO-ACESSO NOT = "22"
                 MOVE "ERRO NO HISTORICO DE CUSTO" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
              END-IF
           END-IF
           .

      * LOTE DA ENTRADA (OBRIGATORIO). LOTE JA CADASTRADO PARA O
      * PRODUTO (OUTRA ENTREGA DA MESMA PRODUCAO) REAPROVEITA AS
      * DATAS; LOTE NOVO EXIGE FABRICACAO E VALIDADE VALIDAS, A
      * VALIDADE DEPOIS DA FABRICACAO E MERCADORIA NAO VENCIDA.
       ENTRA-DADOS-LOTE.
           ACCEPT WS-LOTE-NUMERO AT 1826
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 02
              MOVE 1 TO W-SEL
           ELSE
           IF WS-LOTE-NUMERO = SPACES
              MOVE "*** INFORME O LOTE DO FABRICANTE ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
           ELSE
              MOVE EST_CODIGO_PRODUTO TO LOT_CODIGO_PRODUTO
              MOVE WS-LOTE-NUMERO     TO LOT_NUMERO
              READ ARQ-LOTE
                  INVALID KEY
                     PERFORM ENTRA-DATAS-LOTE
                  NOT INVALID KEY
                     MOVE LOT_DATA_FABRICACAO TO WS-LOTE-FABRICACAO
                     MOVE LOT_DATA_VALIDADE   TO WS-LOTE-VALIDADE
                     DISPLAY WS-LOTE-FABRICACAO AT 1926
                     DISPLAY WS-LOTE-VALIDADE   AT 2026
                     MOVE 2 TO W-SEL
              END-READ
              MOVE "00" TO WS-RESULTADO-ACESSO
           END-IF
           END-IF
           .

       ENTRA-DATAS-LOTE.
           ACCEPT WS-LOTE-FABRICACAO WITH UPDATE AT 1926
           ACCEPT WS-LOTE-VALIDADE   WITH UPDATE AT 2026
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 02
              MOVE 1 TO W-SEL
           ELSE
           IF WS-LOTE-FABRICACAO(1:4) < "1900" OR
              WS-LOTE-FABRICACAO(5:2) < "01" OR
              WS-LOTE-FABRICACAO(5:2) > "12" OR
              WS-LOTE-FABRICACAO(7:2) < "01" OR
              WS-LOTE-FABRICACAO(7:2) > "31" OR
              WS-LOTE-FABRICACAO > WS-DATA-HOJE
              MOVE "DATA DE FABRICACAO INVALIDA" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
           ELSE
           IF WS-LOTE-VALIDADE(1:4) < "1900" OR
              WS-LOTE-VALIDADE(5:2) < "01" OR
              WS-LOTE-VALIDADE(5:2) > "12" OR
              WS-LOTE-VALIDADE(7:2) < "01" OR
              WS-LOTE-VALIDADE(7:2) > "31" OR
              WS-LOTE-VALIDADE NOT > WS-LOTE-FABRICACAO
              MOVE "DATA DE VALIDADE INVALIDA" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
           ELSE
           IF WS-LOTE-VALIDADE < WS-DATA-HOJE
              MOVE "*** LOTE VENCIDO - NAO RECEBER ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
           ELSE
              MOVE 2 TO W-SEL
           END-IF
           END-IF
           END-IF
           END-IF
           .

      * SOMA A QUANTIDADE RECEBIDA AO LOTE (CRIANDO-O NA PRIMEIRA
      * ENTREGA, COM O FORNECEDOR E O PEDIDO DE COMPRA DE ORIGEM).
       GRAVA-LOTE-ENTRADA.
           MOVE EST_CODIGO_PRODUTO TO LOT_CODIGO_PRODUTO
           MOVE WS-LOTE-NUMERO     TO LOT_NUMERO
           READ ARQ-LOTE
               INVALID KEY
                  MOVE SPACES TO REGLOT
                  MOVE EST_CODIGO_PRODUTO TO LOT_CODIGO_PRODUTO
                                             LOT_VAL_PRODUTO
                  MOVE WS-LOTE-NUMERO     TO LOT_NUMERO
                  MOVE WS-LOTE-FABRICACAO TO LOT_DATA_FABRICACAO
                  MOVE WS-LOTE-VALIDADE   TO LOT_DATA_VALIDADE
                  MOVE WS-DATA-HOJE       TO LOT_DATA_ENTRADA
                  MOVE WS-QTD-ENTRADA     TO LOT_SALDO
                  MOVE PCO_COD_FORNECEDOR TO LOT_COD_FORNECEDOR
                  MOVE WS-PCO-NUMERO      TO LOT_PEDIDO_COMPRA
                  WRITE REGLOT
               NOT INVALID KEY
                  ADD WS-QTD-ENTRADA TO LOT_SALDO
                  MOVE WS-DATA-HOJE  TO LOT_DATA_ENTRADA
                  REWRITE REGLOT
           END-READ
           .

      * LOTE DO INVENTARIO (OPCIONAL): SEM LOTE A CONTAGEM E DO TOTAL
      * DO PRODUTO; COM LOTE ELE PRECISA EXISTIR E O SALDO ANTERIOR
      * PASSA A SER O DO LOTE.
       ENTRA-LOTE-INVENTARIO.
           MOVE EST_SALDO TO WS-SALDO-ANTERIOR
           MOVE SPACES    TO WS-LOTE-NUMERO
           ACCEPT WS-LOTE-NUMERO AT 1526
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 02
              MOVE 1 TO W-SEL
           ELSE
           IF WS-LOTE-NUMERO NOT = SPACES
              MOVE EST_CODIGO_PRODUTO TO LOT_CODIGO_PRODUTO
              MOVE WS-LOTE-NUMERO     TO LOT_NUMERO
              READ ARQ-LOTE
                  INVALID KEY
                     MOVE "*** LOTE NAO CADASTRADO PARA O PRODUTO ***"
                       TO MENS
                     PERFORM ROT-MENS THRU ROT-MENS-FIM
                     MOVE 1 TO W-SEL
                  NOT INVALID KEY
                     MOVE LOT_SALDO TO WS-SALDO-ANTERIOR
                     DISPLAY LOT_SALDO AT 0926
              END-READ
              MOVE "00" TO WS-RESULTADO-ACESSO
           END-IF
           END-IF
           .

      * O LOTE RECEBE A CONTAGEM E O TOTAL DO PRODUTO A DIFERENCA
      * (SEM FICAR NEGATIVO).
       AJUSTA-LOTE-INVENTARIO.
           IF EST_SALDO + WS-CONTAGEM < WS-SALDO-ANTERIOR
              MOVE ZEROS TO EST_SALDO
           ELSE
              COMPUTE EST_SALDO =
                  EST_SALDO + WS-CONTAGEM - WS-SALDO-ANTERIOR
           END-IF
           MOVE WS-CONTAGEM TO LOT_SALDO
           REWRITE REGLOT
           .

       GRAVA-AUDITORIA.
           MOVE FUNCTION CURRENT-DATE(1:14) TO AUD-DATA-HORA
           MOVE "CADEST"             TO AUD-PROGRAMA
                  PERFORM ROT-MENS THRU ROT-MENS-FIM
                  EXIT PROGRAM
                  .
      * PRODUTO EM I-O: O RECEBIMENTO ATUALIZA O CUSTO MEDIO.
           OPEN I-O ARQ-PRODUTO
           IF WS-RESULTADO-ACESSO NOT = "00"
              MOVE "ERRO NA ABERTURA DO ARQUIVO PRODUTO" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              CLOSE ARQ-ESTOQUE
              EXIT PROGRAM
              .
           MOVE "N" TO WS-SEM-CUSHIS
           OPEN I-O ARQ-CUSHIS
           IF WS-RESULTADO-ACESSO NOT = "00"
               IF WS-RESULTADO-ACESSO = "05"
                  OPEN OUTPUT ARQ-CUSHIS
                  CLOSE ARQ-CUSHIS
                  OPEN I-O ARQ-CUSHIS
               END-IF
           END-IF
           IF WS-RESULTADO-ACESSO NOT = "00"
              MOVE "S" TO WS-SEM-CUSHIS
              MOVE "00" TO WS-RESULTADO-ACESSO
           END-IF
      * PEDIDO DE COMPRA E FORNECEDOR: O RECEBIMENTO BAIXA A LINHA DO
      * PEDIDO, POR ISSO O ARQUIVO TEM QUE EXISTIR (CRIADO SE VAZIO).
           OPEN I-O ARQ-PEDCOMPRA
           IF WS-RESULTADO-ACESSO NOT = "00"
               IF WS-RESULTADO-ACESSO = "05"
                  OPEN OUTPUT ARQ-PEDCOMPRA
                  CLOSE ARQ-PEDCOMPRA
                  OPEN I-O ARQ-PEDCOMPRA
               ELSE
                  MOVE "ERRO NA ABERTURA DO ARQUIVO PEDIDO DE COMPRA"
                    TO MENS
                  PERFORM ROT-MENS THRU ROT-MENS-FIM
                  CLOSE ARQ-ESTOQUE ARQ-PRODUTO
                  EXIT PROGRAM
                  .
           MOVE "N" TO WS-SEM-FORNEC
           OPEN INPUT ARQ-FORNEC
           IF WS-RESULTADO-ACESSO NOT = "00"
              MOVE "S" TO WS-SEM-FORNEC
              MOVE "00" TO WS-RESULTADO-ACESSO
           END-IF
      * LOTES: O RECEBIMENTO GRAVA O LOTE, POR ISSO O ARQUIVO TEM QUE
      * EXISTIR. NOTAS POR LOTE, NOTAS E CLIENTES SO SERVEM AO
      * RASTREIO E SAO OPCIONAIS.
           OPEN I-O ARQ-LOTE
           IF WS-RESULTADO-ACESSO NOT = "00"
               IF WS-RESULTADO-ACESSO = "05"
                  OPEN OUTPUT ARQ-LOTE
                  CLOSE ARQ-LOTE
                  OPEN I-O ARQ-LOTE
               ELSE
                  MOVE "ERRO NA ABERTURA DO ARQUIVO DE LOTES" TO MENS
                  PERFORM ROT-MENS THRU ROT-MENS-FIM
                  CLOSE ARQ-ESTOQUE ARQ-PRODUTO ARQ-PEDCOMPRA
                  EXIT PROGRAM
                  .
           MOVE "N" TO WS-SEM-NFLOTE
           OPEN INPUT ARQ-NFLOTE
           IF WS-RESULTADO-ACESSO NOT = "00"
              MOVE "S" TO WS-SEM-NFLOTE
              MOVE "00" TO WS-RESULTADO-ACESSO
           END-IF
           MOVE "N" TO WS-SEM-NF
           OPEN INPUT ARQ-NF
           IF WS-RESULTADO-ACESSO NOT = "00"
              MOVE "S" TO WS-SEM-NF
              MOVE "00" TO WS-RESULTADO-ACESSO
           END-IF
           MOVE "N" TO WS-SEM-CLIENTE
           OPEN INPUT ARQ-CLIENTE
           IF WS-RESULTADO-ACESSO NOT = "00"
              MOVE "S" TO WS-SEM-CLIENTE
              MOVE "00" TO WS-RESULTADO-ACESSO
           END-IF
           PERFORM ABRE-KARDEX
           MOVE "CADEST" TO WS-KDX-PROGRAMA
           MOVE LS-ID    TO WS-KDX-OPERADOR
           PERFORM OPEN-AUDITORIA
           .

       CLOSE-ARQUIVOS.
           CLOSE ARQ-ESTOQUE
                 ARQ-PRODUTO
                 ARQ-PEDCOMPRA
                 ARQ-LOTE
                 ARQ-AUD
           IF WS-SEM-FORNEC = "N"
              CLOSE ARQ-FORNEC
           END-IF
           IF WS-SEM-NFLOTE = "N"
              CLOSE ARQ-NFLOTE
           END-IF
           IF WS-SEM-NF = "N"
              CLOSE ARQ-NF
           END-IF
           IF WS-SEM-CLIENTE = "N"
              CLOSE ARQ-CLIENTE
           END-IF
           IF WS-SEM-KARDEX NOT = "S"
              CLOSE ARQ-KARDEX
           END-IF
           IF WS-SEM-CUSHIS = "N"
              CLOSE ARQ-CUSHIS
           END-IF
           .

      **********************
       ROT-MENS-FIM.
           EXIT.

      * REGISTRA-SPOOL: VER COPYBOOK, COMPARTILHADO COM OS DEMAIS
      * RELATORIOS.
       COPY "copybook\SISSPPGER.CPY".

      * GRAVA-MOVIMENTO-ESTOQUE E ABRE-KARDEX: VER COPYBOOK,
      * COMPARTILHADO POR TODOS OS PROGRAMAS QUE MEXEM NO ESTOQUE.
       COPY "copybook\SISKXPGER.CPY".

      * CARREGA-FILIAL E MONTA-CAMINHOS-FILIAL: VER COPYBOOK,
      * COMPARTILHADO POR TODOS OS PROGRAMAS DA FILIAL.
       COPY "copybook\SISFIPGER.CPY".
