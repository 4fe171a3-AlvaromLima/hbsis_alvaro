      **************************************************
      * TRANSFERENCIA DE ESTOQUE ENTRE FILIAIS: A      *
      * ORIGEM EMITE O DOCUMENTO E BAIXA O SALDO, A    *
      * MERCADORIA FICA EM TRANSITO E SO ENTRA NO      *
      * SALDO DO DESTINO QUANDO ELE CONFIRMA O         *
      * RECEBIMENTO; PENDENCIAS E DIVERGENCIAS         *
      **************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. TRFEST.
       AUTHOR. ALVARO LIMA.
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       COPY "copybook\SISSLGER.CPY".
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
       COPY "copybook\SISFDGER.CPY".
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       COPY "copybook\SISWSGER.CPY".
       COPY "copybook\SISCFGER.CPY".
       77 WRL-ARQ-IMPRESSAO    PIC X(100) VALUE SPACES.

       77 WS-DATA-HOJE         PIC 9(008) VALUE ZEROS.
       77 WS-FILIAL-DESTINO    PIC X(003) VALUE SPACES.
       77 WS-NUMERO-TRANSF     PIC 9(007) VALUE ZEROS.
       77 WS-LINHA             PIC 9(003) VALUE ZEROS.
       77 WS-PRODUTO           PIC 9(005) VALUE ZEROS.
       77 WS-QTDE              PIC 9(009) VALUE ZEROS.
       77 WS-DISPONIVEL        PIC 9(009) VALUE ZEROS.
       77 WS-EOF-TRF           PIC X(001) VALUE "N".
       77 WS-EOF-LOT           PIC X(001) VALUE "N".
       77 WS-SEM-LOTE          PIC X(001) VALUE "N".
       77 WS-CANCELADO         PIC X(001) VALUE "N".
       77 WS-QTD-IMPRESSOS     PIC 9(005) VALUE ZEROS.
       77 WS-AUD-CODIGO        PIC 9(007) VALUE ZEROS.

      * ITENS DIGITADOS NA EMISSAO (UM POR PRODUTO). NA GRAVACAO CADA
      * ITEM VIRA UMA LINHA POR LOTE CONSUMIDO NA ORIGEM, PRIMEIRO O
      * QUE VENCE PRIMEIRO (COMO NO FATPED); O QUE NAO TEM LOTE COM
      * SALDO SEGUE NUMA LINHA SEM LOTE.
       77 WS-QTD-ITENS         PIC 9(003) VALUE ZEROS.
       77 WS-ITEM-IDX          PIC 9(003) VALUE ZEROS.
       77 WS-ACHOU             PIC X(001) VALUE "N".
       77 WS-LOTE-RESTANTE     PIC 9(009) VALUE ZEROS.
       77 WS-LOTE-QTDE         PIC 9(009) VALUE ZEROS.
       01 WS-TAB-ITENS.
          05 WS-ITM-LINHA OCCURS 50 TIMES.
             10 WS-ITM-PRODUTO   PIC 9(005).
             10 WS-ITM-QTDE      PIC 9(009).

      * LINHAS DO DOCUMENTO NO RECEBIMENTO: A QUANTIDADE RECEBIDA E
      * DIGITADA LINHA A LINHA (PADRAO = ENVIADA) E SO E GRAVADA
      * DEPOIS DA CONFIRMACAO DO DOCUMENTO INTEIRO.
       77 WS-QTD-LINHAS        PIC 9(003) VALUE ZEROS.
       77 WS-LIN-IDX           PIC 9(003) VALUE ZEROS.
       77 WS-QTD-DIVERGENCIAS  PIC 9(003) VALUE ZEROS.
       01 WS-TAB-LINHAS.
          05 WS-LIN-LINHA OCCURS 200 TIMES.
             10 WS-LIN-NUMERO    PIC 9(003).
             10 WS-LIN-PRODUTO   PIC 9(005).
             10 WS-LIN-LOTE      PIC X(015).
             10 WS-LIN-VALIDADE  PIC 9(008).
             10 WS-LIN-ENVIADA   PIC 9(009).
             10 WS-LIN-RECEBIDA  PIC 9(009).

      * RELATORIO DE PENDENCIAS.
       77 WS-DIAS-INTEIRO      PIC 9(008) VALUE ZEROS.
       77 WS-DATA-LIMITE       PIC 9(008) VALUE ZEROS.
       77 WS-DATA-INICIAL      PIC 9(008) VALUE ZEROS.
       77 WS-DIAS-TRANSITO     PIC 9(005) VALUE ZEROS.
       77 WS-DOC-ATRASADO      PIC X(001) VALUE "N".
       77 WS-DIFERENCA         PIC S9(009) VALUE ZEROS.
       77 WS-VALOR-DIFERENCA   PIC S9(013)V9(02) VALUE ZEROS.
       77 WS-TOTAL-DIFERENCA   PIC S9(013)V9(02) VALUE ZEROS.
       77 WS-QTD-TRANSITO      PIC 9(005) VALUE ZEROS.
       77 WS-QTD-DIVERGENTES   PIC 9(005) VALUE ZEROS.

       01 CABEC-GUIA.
          03 FILLER      PIC X(26) VALUE "GUIA DE TRANSFERENCIA NO. ".
          03 CABG-NUMERO PIC 9(007).
          03 FILLER      PIC X(09) VALUE "  FILIAL ".
          03 CABG-ORIGEM PIC X(003).
          03 FILLER      PIC X(06) VALUE " PARA ".
          03 CABG-DESTINO PIC X(003).
          03 FILLER      PIC X(11) VALUE "  EMISSAO: ".
          03 CABG-DATA   PIC 9(008).

       01 CABEC2-GUIA.
          03 FILLER PIC X(06) VALUE "LINHA".
          03 FILLER PIC X(08) VALUE "PRODUTO".
          03 FILLER PIC X(32) VALUE "DESCRICAO".
          03 FILLER PIC X(17) VALUE "LOTE".
          03 FILLER PIC X(10) VALUE "VALIDADE".
          03 FILLER PIC X(13) VALUE "  QTDE ENV.".
          03 FILLER PIC X(12) VALUE "QTDE RECEB.".

       01 DET-GUIA.
          03 DETG-LINHA     PIC 9(003).
          03 FILLER         PIC X(03) VALUE SPACES.
          03 DETG-PRODUTO   PIC 9(005).
          03 FILLER         PIC X(03) VALUE SPACES.
          03 DETG-DESCRICAO PIC X(030).
          03 FILLER         PIC X(02) VALUE SPACES.
          03 DETG-LOTE      PIC X(015).
          03 FILLER         PIC X(02) VALUE SPACES.
          03 DETG-VALIDADE  PIC 9(008).
          03 FILLER         PIC X(02) VALUE SPACES.
          03 DETG-QTDE      PIC ZZZ.ZZZ.ZZ9.
          03 FILLER         PIC X(02) VALUE SPACES.
          03 FILLER         PIC X(012) VALUE "____________".

       01 RODAPE-GUIA.
          03 FILLER PIC X(40) VALUE
             "CONFERIDO E RECEBIDO POR: ______________".
          03 FILLER PIC X(30) VALUE
             "  DATA: ___/___/______".

       01 CABEC-TRANSITO.
          03 FILLER      PIC X(34) VALUE
             "TRANSFERENCIAS EM TRANSITO HA MAIS".
          03 FILLER      PIC X(04) VALUE " DE ".
          03 CABT-DIAS   PIC ZZ9.
          03 FILLER      PIC X(16) VALUE " DIA(S) - DATA: ".
          03 CABT-DATA   PIC 9(008).

       01 CABEC2-TRANSITO.
          03 FILLER PIC X(10) VALUE "DOCUMENTO".
          03 FILLER PIC X(08) VALUE "ORIGEM".
          03 FILLER PIC X(09) VALUE "DESTINO".
          03 FILLER PIC X(10) VALUE "EMISSAO".
          03 FILLER PIC X(07) VALUE "DIAS".
          03 FILLER PIC X(08) VALUE "PRODUTO".
          03 FILLER PIC X(17) VALUE "LOTE".
          03 FILLER PIC X(12) VALUE "   ENVIADO".

       01 DET-TRANSITO.
          03 DETT-NUMERO    PIC 9(007).
          03 FILLER         PIC X(03) VALUE SPACES.
          03 DETT-ORIGEM    PIC X(003).
          03 FILLER         PIC X(05) VALUE SPACES.
          03 DETT-DESTINO   PIC X(003).
          03 FILLER         PIC X(06) VALUE SPACES.
          03 DETT-EMISSAO   PIC 9(008).
          03 FILLER         PIC X(02) VALUE SPACES.
          03 DETT-DIAS      PIC ZZZZ9.
          03 FILLER         PIC X(02) VALUE SPACES.
          03 DETT-PRODUTO   PIC 9(005).
          03 FILLER         PIC X(03) VALUE SPACES.
          03 DETT-LOTE      PIC X(015).
          03 FILLER         PIC X(02) VALUE SPACES.
          03 DETT-QTDE      PIC ZZZ.ZZZ.ZZ9.

       01 CABEC-DIVERGENCIA.
          03 FILLER      PIC X(38) VALUE
             "DIVERGENCIAS NO RECEBIMENTO DESDE ".
          03 CABD-DATA   PIC 9(008).

       01 CABEC2-DIVERGENCIA.
          03 FILLER PIC X(10) VALUE "DOCUMENTO".
          03 FILLER PIC X(08) VALUE "ORIGEM".
          03 FILLER PIC X(09) VALUE "DESTINO".
          03 FILLER PIC X(10) VALUE "RECEBIDO".
          03 FILLER PIC X(08) VALUE "PRODUTO".
          03 FILLER PIC X(17) VALUE "LOTE".
          03 FILLER PIC X(12) VALUE "   ENVIADO".
          03 FILLER PIC X(12) VALUE "  RECEBIDO".
          03 FILLER PIC X(12) VALUE " DIFERENCA".
          03 FILLER PIC X(14) VALUE "         VALOR".

       01 DET-DIVERGENCIA.
          03 DETD-NUMERO    PIC 9(007).
          03 FILLER         PIC X(03) VALUE SPACES.
          03 DETD-ORIGEM    PIC X(003).
          03 FILLER         PIC X(05) VALUE SPACES.
          03 DETD-DESTINO   PIC X(003).
          03 FILLER         PIC X(06) VALUE SPACES.
          03 DETD-RECEBIDO  PIC 9(008).
          03 FILLER         PIC X(02) VALUE SPACES.
          03 DETD-PRODUTO   PIC 9(005).
          03 FILLER         PIC X(03) VALUE SPACES.
          03 DETD-LOTE      PIC X(015).
          03 FILLER         PIC X(02) VALUE SPACES.
          03 DETD-ENVIADA   PIC ZZZ.ZZZ.ZZ9.
          03 FILLER         PIC X(01) VALUE SPACES.
          03 DETD-RECEBIDA  PIC ZZZ.ZZZ.ZZ9.
          03 FILLER         PIC X(01) VALUE SPACES.
          03 DETD-DIFERENCA PIC -ZZ.ZZZ.ZZ9.
          03 FILLER         PIC X(01) VALUE SPACES.
          03 DETD-VALOR     PIC -ZZZ.ZZZ.ZZ9,99.

       01 RODAPE-PENDENCIAS.
          03 FILLER      PIC X(21) VALUE "LINHAS EM TRANSITO: ".
          03 RODP-TRANSITO PIC ZZZZ9.
          03 FILLER      PIC X(18) VALUE "  DIVERGENTES: ".
          03 RODP-DIVERGENTES PIC ZZZZ9.
          03 FILLER      PIC X(18) VALUE "  VALOR LIQUIDO: ".
          03 RODP-VALOR  PIC -ZZZ.ZZZ.ZZ9,99.

       01 WS-MENS-TOTAL.
          03 FILLER     PIC X(27) VALUE "RELATORIO CONCLUIDO OK - ".
          03 WS-MENS-QTD PIC ZZZZ9.
          03 FILLER     PIC X(12) VALUE " REGISTRO(S)".

       01 WS-MENS-EMISSAO.
          03 FILLER      PIC X(24) VALUE "TRANSFERENCIA EMITIDA: ".
          03 WS-MENS-NUMERO PIC 9(007).

       01 WS-MENS-RECEBIMENTO.
          03 FILLER      PIC X(28) VALUE
             "RECEBIMENTO GRAVADO - DIVERG".
          03 FILLER      PIC X(08) VALUE "ENCIAS: ".
          03 WS-MENS-DIVERG PIC ZZ9.

       LINKAGE SECTION.
       01 LS-ID PIC X(5).

       SCREEN SECTION.
       COPY "copybook\SISSTGER.CPY".

       01 TELA-MENU-TRANSF.
        02 BLANK SCREEN.
        02 LINE 02 COL 28 VALUE "Sistema de Franquia AMBEV".
        02 LINE 07 COL 22 VALUE
          "TRANSFERENCIA DE ESTOQUE ENTRE FILIAIS".
        02 LINE 09 COL 10 VALUE "1 - Emitir Transferencia (Origem)".
        02 LINE 10 COL 10 VALUE "2 - Receber Transferencia (Destino)".
        02 LINE 11 COL 10 VALUE "3 - Em Transito e Divergencias".
        02 LINE 12 COL 10 VALUE "4 - Retornar".
        02 LINE 20 COL 10 "Digite a opcao desejada[.]".
        02 OPCAO LINE 20 COL 34 PIC X(01) USING W-OPCAO AUTO.

       01 TELA-EMISSAO.
        02 BLANK SCREEN.
        02 LINE 02 COL 28 VALUE "Sistema de Franquia AMBEV".
        02 LINE 07 COL 22 VALUE "EMISSAO DE TRANSFERENCIA DE ESTOQUE".
        02 LINE 09 COL 10 VALUE "FILIAL ORIGEM : [   ]".
        02 LINE 10 COL 10 VALUE "FILIAL DESTINO: [   ]".
        02 LINE 12 COL 10 VALUE "PRODUTO       : [     ]".
        02 LINE 13 COL 10 VALUE "DISPONIVEL    : [         ]".
        02 LINE 14 COL 10 VALUE "QUANTIDADE    : [         ]".
        02 LINE 16 COL 10 VALUE "ITENS NO DOCUMENTO: [   ]".
        02 LINE 18 COL 10 VALUE
          "PRODUTO 00000 ENCERRA A DIGITACAO DOS ITENS.".
        02 LINE 19 COL 10 VALUE
          "O SALDO SAI DA ORIGEM NA EMISSAO E FICA EM TRANSITO.".

       01 TELA-RECEBIMENTO-TRF.
        02 BLANK SCREEN.
        02 LINE 02 COL 28 VALUE "Sistema de Franquia AMBEV".
        02 LINE 07 COL 20 VALUE
          "RECEBIMENTO DE TRANSFERENCIA DE ESTOQUE".
        02 LINE 09 COL 10 VALUE "DOCUMENTO     : [       ]".
        02 LINE 09 COL 40 VALUE "(0000000 SAI)".
        02 LINE 10 COL 10 VALUE "FILIAL ORIGEM : [   ]".
        02 LINE 11 COL 10 VALUE "EMISSAO       : [        ]".
        02 LINE 13 COL 10 VALUE "LINHA         : [   ]".
        02 LINE 14 COL 10 VALUE "PRODUTO       : [     ]".
        02 LINE 15 COL 10 VALUE "LOTE          : [               ]".
        02 LINE 16 COL 10 VALUE "VALIDADE      : [        ]".
        02 LINE 17 COL 10 VALUE "QTDE ENVIADA  : [         ]".
        02 LINE 18 COL 10 VALUE "QTDE RECEBIDA : [         ]".
        02 LINE 20 COL 10 VALUE
          "ESC NA QUANTIDADE ABANDONA O RECEBIMENTO INTEIRO.".

       01 TELA-PENDENCIAS.
        02 BLANK SCREEN.
        02 LINE 02 COL 28 VALUE "Sistema de Franquia AMBEV".
        02 LINE 07 COL 20 VALUE
          "TRANSFERENCIAS EM TRANSITO E DIVERGENCIAS".
        02 LINE 09 COL 10 VALUE
          "DIVERGENCIAS DESDE (AAAAMMDD): [        ]".
      *-----------------------------------------------------------------
       PROCEDURE DIVISION  USING LS-ID.
       INICIO.
      * A FILIAL DA SESSAO E A ORIGEM NA EMISSAO E O DESTINO NO
      * RECEBIMENTO: O ESTOQUE MEXIDO E SEMPRE O DA PROPRIA FILIAL
      * (VER SISFIPGER.CPY); O DOCUMENTO E GLOBAL.
           MOVE LS-ID TO WS-SESSAO-ID
           PERFORM CARREGA-FILIAL
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-DATA-HOJE
           PERFORM OPEN-ARQUIVOS.
           MOVE "F" TO WFIM.
           PERFORM TELA-TRANSF-0 UNTIL WFIM = "T".
       TELA-TRANSF-0.
           MOVE SPACES TO W-OPCAO
           DISPLAY TELA-MENU-TRANSF
           ACCEPT TELA-MENU-TRANSF
           EVALUATE W-OPCAO
             WHEN "1"
                PERFORM EMISSAO-000 THRU EMISSAO-EXIT
             WHEN "2"
                PERFORM RECEBE-000 THRU RECEBE-EXIT
             WHEN "3"
                PERFORM PENDENCIAS-000 THRU PENDENCIAS-EXIT
             WHEN "4"
                PERFORM CLOSE-ARQUIVOS
                EXIT PROGRAM
           END-EVALUATE.

      ******************************************
      * EMISSAO DA TRANSFERENCIA (ORIGEM)      *
      ******************************************
       EMISSAO-000.
           MOVE "EMITE" TO DOPCAO
           DISPLAY TELA-EMISSAO
           DISPLAY WS-FILIAL-ATUAL AT 0927
           MOVE SPACES TO WS-FILIAL-DESTINO
           ACCEPT WS-FILIAL-DESTINO AT 1027
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 02
              GO TO EMISSAO-EXIT
           END-IF
           IF WS-FILIAL-DESTINO = SPACES OR
              WS-FILIAL-DESTINO = WS-FILIAL-ATUAL
              MOVE "FILIAL DESTINO INVALIDA" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO EMISSAO-EXIT
           END-IF
           PERFORM VERIFICA-FILIAL-DESTINO
           IF W-SN NOT = "S"
              GO TO EMISSAO-EXIT
           END-IF
           MOVE ZEROS TO WS-QTD-ITENS
           DISPLAY WS-QTD-ITENS AT 1631
           MOVE 0 TO W-SEL
           PERFORM ENTRA-ITEM THRU ENTRA-ITEM-FIM UNTIL W-SEL > 0
           IF WS-QTD-ITENS = ZEROS
              GO TO EMISSAO-EXIT
           END-IF
           MOVE 0 TO W-SEL
           PERFORM CONFIRMA-TELA UNTIL W-SEL > 0
           IF W-SN NOT = "S"
              MOVE "*** TRANSFERENCIA ABANDONADA ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO EMISSAO-EXIT
           END-IF
           PERFORM GRAVA-TRANSFERENCIA
           PERFORM IMPRIME-GUIA
           MOVE WS-NUMERO-TRANSF TO WS-MENS-NUMERO
           MOVE WS-MENS-EMISSAO TO MENS
           PERFORM ROT-MENS THRU ROT-MENS-FIM
           .
       EMISSAO-EXIT.
           EXIT.

      * A FILIAL DESTINO PRECISA EXISTIR E ESTAR ATIVA NO CADASTRO
      * GLOBAL (MESMA REGRA DO TRFFIL).
       VERIFICA-FILIAL-DESTINO.
           MOVE "N" TO W-SN
           OPEN INPUT ARQ-FILIAL
           IF WS-RESULTADO-ACESSO NOT = "00"
              MOVE "ERRO NA ABERTURA DO CADASTRO DE FILIAIS"
                     TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
           ELSE
              MOVE WS-FILIAL-DESTINO TO FIL_CODIGO
              READ ARQ-FILIAL
                  INVALID KEY
                     MOVE "FILIAL DESTINO NAO CADASTRADA" TO MENS
                     PERFORM ROT-MENS THRU ROT-MENS-FIM
                  NOT INVALID KEY
                     IF FIL_STATUS NOT = "A"
                        MOVE "FILIAL DESTINO NAO ESTA ATIVA"
                               TO MENS
                        PERFORM ROT-MENS THRU ROT-MENS-FIM
                     ELSE
                        MOVE "S" TO W-SN
                     END-IF
              END-READ
              CLOSE ARQ-FILIAL
           END-IF
           MOVE "00" TO WS-RESULTADO-ACESSO
           .

      * UM PRODUTO POR ITEM; SO SAI O DISPONIVEL (SALDO MENOS O QUE
      * ESTA RESERVADO PARA PEDIDOS DE VENDA).
       ENTRA-ITEM.
           MOVE ZEROS TO WS-PRODUTO WS-QTDE WS-DISPONIVEL
           DISPLAY WS-PRODUTO    AT 1227
           DISPLAY WS-DISPONIVEL AT 1327
           DISPLAY WS-QTDE       AT 1427
           ACCEPT WS-PRODUTO AT 1227
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 02 OR WS-PRODUTO = ZEROS
              MOVE 1 TO W-SEL
              GO TO ENTRA-ITEM-FIM
           END-IF
           IF WS-QTD-ITENS = 50
              MOVE "*** DOCUMENTO CHEIO (50 ITENS) ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              MOVE 1 TO W-SEL
              GO TO ENTRA-ITEM-FIM
           END-IF
           MOVE WS-PRODUTO TO PRO_CODIGO_PRODUTO
           READ ARQ-PRODUTO
           IF WS-RESULTADO-ACESSO NOT = "00"
              MOVE "00" TO WS-RESULTADO-ACESSO
              MOVE "*** PRODUTO NAO CADASTRADO ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ENTRA-ITEM-FIM
           END-IF
           IF PRO_STATUS NOT = "A"
              MOVE "*** PRODUTO NAO ESTA ATIVO ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ENTRA-ITEM-FIM
           END-IF
           DISPLAY PRO_DESCRICAO AT 1235
           MOVE "N" TO WS-ACHOU
           PERFORM VARYING WS-ITEM-IDX FROM 1 BY 1
                   UNTIL WS-ITEM-IDX > WS-QTD-ITENS
              IF WS-ITM-PRODUTO(WS-ITEM-IDX) = WS-PRODUTO
                 MOVE "S" TO WS-ACHOU
              END-IF
           END-PERFORM
           IF WS-ACHOU = "S"
              MOVE "*** PRODUTO JA ESTA NO DOCUMENTO ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ENTRA-ITEM-FIM
           END-IF
           PERFORM CALCULA-DISPONIVEL
           DISPLAY WS-DISPONIVEL AT 1327
           IF WS-DISPONIVEL = ZEROS
              MOVE "*** PRODUTO SEM SALDO DISPONIVEL ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ENTRA-ITEM-FIM
           END-IF
           ACCEPT WS-QTDE AT 1427
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 02 OR WS-QTDE = ZEROS
              GO TO ENTRA-ITEM-FIM
           END-IF
           IF WS-QTDE > WS-DISPONIVEL
              MOVE "*** QUANTIDADE ACIMA DO DISPONIVEL ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ENTRA-ITEM-FIM
           END-IF
           ADD 1 TO WS-QTD-ITENS
           MOVE WS-PRODUTO TO WS-ITM-PRODUTO(WS-QTD-ITENS)
           MOVE WS-QTDE    TO WS-ITM-QTDE(WS-QTD-ITENS)
           DISPLAY WS-QTD-ITENS AT 1631
           .
       ENTRA-ITEM-FIM.
           EXIT.

      * DISPONIVEL DO PRODUTO EM WS-PRODUTO NO ESTOQUE DA FILIAL
      * (REGEST FICA POSICIONADO QUANDO EXISTE).
       CALCULA-DISPONIVEL.
           MOVE ZEROS TO WS-DISPONIVEL
           MOVE WS-PRODUTO TO EST_CODIGO_PRODUTO
           READ ARQ-ESTOQUE
           IF WS-RESULTADO-ACESSO = "00"
              IF EST_SALDO > EST_RESERVADO
                 COMPUTE WS-DISPONIVEL = EST_SALDO - EST_RESERVADO
              END-IF
           END-IF
           MOVE "00" TO WS-RESULTADO-ACESSO
           .

      * CABECALHO EM TRANSITO E UMA LINHA POR LOTE BAIXADO. O
      * DISPONIVEL E CONFERIDO DE NOVO NA GRAVACAO (OUTRO TERMINAL
      * PODE TER FATURADO NO MEIO): O ITEM SAI LIMITADO A ELE.
       GRAVA-TRANSFERENCIA.
           PERFORM PROXIMO-NUMERO-TRANSF
           MOVE SPACES            TO REGTRF
           MOVE WS-NUMERO-TRANSF  TO TRF_NUMERO
           MOVE ZEROS             TO TRF_LINHA
           MOVE WS-FILIAL-ATUAL   TO TRF_FILIAL_ORIGEM
           MOVE WS-FILIAL-DESTINO TO TRF_FILIAL_DESTINO
           MOVE WS-DATA-HOJE      TO TRF_DATA_EMISSAO
           MOVE ZEROS             TO TRF_DATA_RECEBIMENTO
                                     TRF_PRODUTO
                                     TRF_DATA_FABRICACAO
                                     TRF_DATA_VALIDADE
                                     TRF_COD_FORNECEDOR
                                     TRF_QTDE_ENVIADA
                                     TRF_QTDE_RECEBIDA
           MOVE "T"               TO TRF_SITUACAO
           MOVE LS-ID             TO TRF_OPERADOR_ENVIO
           WRITE REGTRF
           MOVE ZEROS TO WS-LINHA
           PERFORM BAIXA-ITEM-ORIGEM
               VARYING WS-ITEM-IDX FROM 1 BY 1
                 UNTIL WS-ITEM-IDX > WS-QTD-ITENS
           MOVE SPACES TO MENS
           STRING "P/ FILIAL " WS-FILIAL-DESTINO
                  " LINHAS " WS-LINHA
               DELIMITED BY SIZE INTO MENS
           END-STRING
           MOVE WS-NUMERO-TRANSF TO WS-AUD-CODIGO
           PERFORM GRAVA-AUDITORIA
           .

       BAIXA-ITEM-ORIGEM.
           MOVE WS-ITM-PRODUTO(WS-ITEM-IDX) TO WS-PRODUTO
           PERFORM CALCULA-DISPONIVEL
           IF WS-ITM-QTDE(WS-ITEM-IDX) > WS-DISPONIVEL
              MOVE WS-DISPONIVEL TO WS-ITM-QTDE(WS-ITEM-IDX)
           END-IF
           IF WS-ITM-QTDE(WS-ITEM-IDX) > ZEROS
              MOVE EST_SALDO TO WS-KDX-SALDO-ANTES
              SUBTRACT WS-ITM-QTDE(WS-ITEM-IDX) FROM EST_SALDO
              MOVE WS-DATA-HOJE TO EST_DATA_ULT_MOV
              REWRITE REGEST
              MOVE "TRS" TO WS-KDX-TIPO
              MOVE WS-NUMERO-TRANSF TO WS-KDX-DOCUMENTO
              COMPUTE WS-KDX-QTDE = ZEROS - WS-ITM-QTDE(WS-ITEM-IDX)
              PERFORM GRAVA-MOVIMENTO-ESTOQUE
              MOVE WS-ITM-QTDE(WS-ITEM-IDX) TO WS-LOTE-RESTANTE
              IF WS-SEM-LOTE NOT = "S"
                 PERFORM CONSOME-LOTES-ITEM
              END-IF
              IF WS-LOTE-RESTANTE > ZEROS
                 MOVE SPACES TO REGLOT
                 MOVE ZEROS  TO LOT_DATA_FABRICACAO
                                LOT_DATA_VALIDADE
                                LOT_COD_FORNECEDOR
                 MOVE WS-LOTE-RESTANTE TO WS-LOTE-QTDE
                 PERFORM GRAVA-LINHA-TRANSF
              END-IF
           END-IF
           .

      * PRIMEIRO O QUE VENCE PRIMEIRO, A PARTIR DE HOJE (LOTE
      * VENCIDO NAO VIAJA), COMO NA BAIXA DO FATPED.
       CONSOME-LOTES-ITEM.
           MOVE WS-PRODUTO   TO LOT_VAL_PRODUTO
           MOVE WS-DATA-HOJE TO LOT_DATA_VALIDADE
           MOVE "N" TO WS-EOF-LOT
           START ARQ-LOTE
               KEY IS NOT LESS THAN LOT_CHAVE_VALIDADE
                    INVALID KEY
                       MOVE "Y" TO WS-EOF-LOT
           END-START
           PERFORM CONSOME-UM-LOTE
               UNTIL WS-EOF-LOT = "Y" OR WS-LOTE-RESTANTE = ZEROS
           MOVE "00" TO WS-RESULTADO-ACESSO
           .

       CONSOME-UM-LOTE.
           READ ARQ-LOTE NEXT AT END
              MOVE "Y" TO WS-EOF-LOT
           END-READ
           IF WS-EOF-LOT = "N"
              IF LOT_VAL_PRODUTO NOT = WS-PRODUTO
                 MOVE "Y" TO WS-EOF-LOT
              ELSE
              IF LOT_SALDO > ZEROS
                 IF LOT_SALDO < WS-LOTE-RESTANTE
                    MOVE LOT_SALDO        TO WS-LOTE-QTDE
                 ELSE
                    MOVE WS-LOTE-RESTANTE TO WS-LOTE-QTDE
                 END-IF
                 SUBTRACT WS-LOTE-QTDE FROM LOT_SALDO
                                            WS-LOTE-RESTANTE
                 REWRITE REGLOT
                 PERFORM GRAVA-LINHA-TRANSF
              END-IF
              END-IF
           END-IF
           .

      * LINHA DO DOCUMENTO COM O LOTE CORRENTE EM REGLOT (EM BRANCO
      * PARA A QUANTIDADE SEM LOTE) E A QUANTIDADE EM WS-LOTE-QTDE.
       GRAVA-LINHA-TRANSF.
           ADD 1 TO WS-LINHA
           MOVE SPACES              TO REGTRF
           MOVE WS-NUMERO-TRANSF    TO TRF_NUMERO
           MOVE WS-LINHA            TO TRF_LINHA
           MOVE WS-FILIAL-ATUAL     TO TRF_FILIAL_ORIGEM
           MOVE WS-FILIAL-DESTINO   TO TRF_FILIAL_DESTINO
           MOVE WS-DATA-HOJE        TO TRF_DATA_EMISSAO
           MOVE ZEROS               TO TRF_DATA_RECEBIMENTO
                                       TRF_QTDE_RECEBIDA
           MOVE WS-PRODUTO          TO TRF_PRODUTO
           MOVE LOT_NUMERO          TO TRF_LOTE
           MOVE LOT_DATA_FABRICACAO TO TRF_DATA_FABRICACAO
           MOVE LOT_DATA_VALIDADE   TO TRF_DATA_VALIDADE
           MOVE LOT_COD_FORNECEDOR  TO TRF_COD_FORNECEDOR
           MOVE WS-LOTE-QTDE        TO TRF_QTDE_ENVIADA
           MOVE "T"                 TO TRF_SITUACAO
           MOVE LS-ID               TO TRF_OPERADOR_ENVIO
           WRITE REGTRF
           .

       PROXIMO-NUMERO-TRANSF.
           MOVE 1 TO WS-NUMERO-TRANSF
           MOVE 9999999 TO TRF_NUMERO
           MOVE 999     TO TRF_LINHA
           START ARQ-TRANSF
               KEY IS LESS THAN TRF_CHAVE
                    INVALID KEY
                       MOVE ZEROS TO TRF_NUMERO
                    NOT INVALID KEY
                       READ ARQ-TRANSF PREVIOUS
                           AT END
                              MOVE ZEROS TO TRF_NUMERO
                       END-READ
           END-START
           IF WS-RESULTADO-ACESSO = "00"
              COMPUTE WS-NUMERO-TRANSF = TRF_NUMERO + 1
           END-IF
           MOVE "00" TO WS-RESULTADO-ACESSO
           .

      * GUIA QUE ACOMPANHA A CARGA, COM A COLUNA PARA A CONFERENCIA
      * NO DESTINO.
       IMPRIME-GUIA.
           MOVE WCF-ARQ-IMPRESSAO-TRANSF TO WRL-ARQ-IMPRESSAO
           OPEN OUTPUT ARQIMP
           MOVE WS-NUMERO-TRANSF  TO CABG-NUMERO
           MOVE WS-FILIAL-ATUAL   TO CABG-ORIGEM
           MOVE WS-FILIAL-DESTINO TO CABG-DESTINO
           MOVE WS-DATA-HOJE      TO CABG-DATA
           WRITE REGIMP FROM CABEC-GUIA
           MOVE SPACES TO REGIMP
           WRITE REGIMP
           WRITE REGIMP FROM CABEC2-GUIA
           MOVE SPACES TO REGIMP
           WRITE REGIMP
           MOVE "N" TO WS-EOF-TRF
           MOVE WS-NUMERO-TRANSF TO TRF_NUMERO
           MOVE 1                TO TRF_LINHA
           START ARQ-TRANSF
               KEY IS NOT LESS THAN TRF_CHAVE
                    INVALID KEY
                       MOVE "Y" TO WS-EOF-TRF
           END-START
           PERFORM UNTIL WS-EOF-TRF = "Y"
               READ ARQ-TRANSF NEXT AT END
                   MOVE "Y" TO WS-EOF-TRF
               END-READ
               IF WS-EOF-TRF = "N"
                  IF TRF_NUMERO NOT = WS-NUMERO-TRANSF
                     MOVE "Y" TO WS-EOF-TRF
                  ELSE
                     MOVE TRF_PRODUTO TO PRO_CODIGO_PRODUTO
                     READ ARQ-PRODUTO
                         INVALID KEY
                            MOVE SPACES TO PRO_DESCRICAO
                     END-READ
                     MOVE TRF_LINHA         TO DETG-LINHA
                     MOVE TRF_PRODUTO       TO DETG-PRODUTO
                     MOVE PRO_DESCRICAO     TO DETG-DESCRICAO
                     MOVE TRF_LOTE          TO DETG-LOTE
                     MOVE TRF_DATA_VALIDADE TO DETG-VALIDADE
                     MOVE TRF_QTDE_ENVIADA  TO DETG-QTDE
                     WRITE REGIMP FROM DET-GUIA
                  END-IF
               END-IF
           END-PERFORM
           MOVE SPACES TO REGIMP
           WRITE REGIMP
           WRITE REGIMP
           WRITE REGIMP FROM RODAPE-GUIA
           CLOSE ARQIMP
           MOVE "00" TO WS-RESULTADO-ACESSO
           MOVE "TRFEST" TO WS-SPL-PROGRAMA
           MOVE WRL-ARQ-IMPRESSAO TO WS-SPL-ORIGEM
           PERFORM REGISTRA-SPOOL THRU REGISTRA-SPOOL-FIM
           .

      ******************************************
      * RECEBIMENTO DA TRANSFERENCIA (DESTINO) *
      ******************************************
      * SO O DESTINO RECEBE, E UMA VEZ SO. A QUANTIDADE RECEBIDA DE
      * CADA LINHA ENTRA NO SALDO (E NO LOTE DE MESMO NUMERO E
      * VALIDADE) DA FILIAL; A DIFERENCA PARA O ENVIADO FICA NA LINHA
      * PARA O RELATORIO DE DIVERGENCIAS.
       RECEBE-000.
           MOVE "RECEBE" TO DOPCAO
           DISPLAY TELA-RECEBIMENTO-TRF
           MOVE ZEROS TO WS-NUMERO-TRANSF
           ACCEPT WS-NUMERO-TRANSF AT 0927
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 02 OR WS-NUMERO-TRANSF = ZEROS
              GO TO RECEBE-EXIT
           END-IF
           MOVE WS-NUMERO-TRANSF TO TRF_NUMERO
           MOVE ZEROS            TO TRF_LINHA
           READ ARQ-TRANSF
           IF WS-RESULTADO-ACESSO NOT = "00"
              MOVE "00" TO WS-RESULTADO-ACESSO
              MOVE "*** TRANSFERENCIA NAO CADASTRADA ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO RECEBE-EXIT
           END-IF
           IF TRF_FILIAL_DESTINO NOT = WS-FILIAL-ATUAL
              MOVE "*** TRANSFERENCIA NAO E PARA ESTA FILIAL ***"
                TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO RECEBE-EXIT
           END-IF
           IF TRF_SITUACAO NOT = "T"
              MOVE "*** TRANSFERENCIA JA RECEBIDA ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO RECEBE-EXIT
           END-IF
           DISPLAY TRF_FILIAL_ORIGEM AT 1027
           DISPLAY TRF_DATA_EMISSAO  AT 1127
           PERFORM CARREGA-LINHAS
           MOVE "N" TO WS-CANCELADO
           PERFORM ENTRA-LINHA-RECEBIDA
               VARYING WS-LIN-IDX FROM 1 BY 1
                 UNTIL WS-LIN-IDX > WS-QTD-LINHAS
                    OR WS-CANCELADO = "S"
           IF WS-CANCELADO = "S"
              MOVE "*** RECEBIMENTO ABANDONADO ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO RECEBE-EXIT
           END-IF
           MOVE 0 TO W-SEL
           PERFORM CONFIRMA-TELA UNTIL W-SEL > 0
           IF W-SN NOT = "S"
              GO TO RECEBE-EXIT
           END-IF
           PERFORM POSTA-RECEBIMENTO
           MOVE WS-QTD-DIVERGENCIAS TO WS-MENS-DIVERG
           MOVE WS-MENS-RECEBIMENTO TO MENS
           PERFORM ROT-MENS THRU ROT-MENS-FIM
           .
       RECEBE-EXIT.
           EXIT.

       CARREGA-LINHAS.
           MOVE ZEROS TO WS-QTD-LINHAS
           MOVE "N" TO WS-EOF-TRF
           MOVE WS-NUMERO-TRANSF TO TRF_NUMERO
           MOVE 1                TO TRF_LINHA
           START ARQ-TRANSF
               KEY IS NOT LESS THAN TRF_CHAVE
                    INVALID KEY
                       MOVE "Y" TO WS-EOF-TRF
           END-START
           PERFORM UNTIL WS-EOF-TRF = "Y"
               READ ARQ-TRANSF NEXT AT END
                   MOVE "Y" TO WS-EOF-TRF
               END-READ
               IF WS-EOF-TRF = "N"
                  IF TRF_NUMERO NOT = WS-NUMERO-TRANSF OR
                     WS-QTD-LINHAS = 200
                     MOVE "Y" TO WS-EOF-TRF
                  ELSE
                     ADD 1 TO WS-QTD-LINHAS
                     MOVE TRF_LINHA   TO WS-LIN-NUMERO(WS-QTD-LINHAS)
                     MOVE TRF_PRODUTO TO WS-LIN-PRODUTO(WS-QTD-LINHAS)
                     MOVE TRF_LOTE    TO WS-LIN-LOTE(WS-QTD-LINHAS)
                     MOVE TRF_DATA_VALIDADE
                       TO WS-LIN-VALIDADE(WS-QTD-LINHAS)
                     MOVE TRF_QTDE_ENVIADA
                       TO WS-LIN-ENVIADA(WS-QTD-LINHAS)
                                    WS-LIN-RECEBIDA(WS-QTD-LINHAS)
                  END-IF
               END-IF
           END-PERFORM
           MOVE "00" TO WS-RESULTADO-ACESSO
           .

       ENTRA-LINHA-RECEBIDA.
           DISPLAY WS-LIN-NUMERO(WS-LIN-IDX)   AT 1327
           DISPLAY WS-LIN-PRODUTO(WS-LIN-IDX)  AT 1427
           MOVE WS-LIN-PRODUTO(WS-LIN-IDX) TO PRO_CODIGO_PRODUTO
           READ ARQ-PRODUTO
               INVALID KEY
                  MOVE SPACES TO PRO_DESCRICAO
           END-READ
           MOVE "00" TO WS-RESULTADO-ACESSO
           DISPLAY PRO_DESCRICAO               AT 1435
           DISPLAY WS-LIN-LOTE(WS-LIN-IDX)     AT 1527
           DISPLAY WS-LIN-VALIDADE(WS-LIN-IDX) AT 1627
           DISPLAY WS-LIN-ENVIADA(WS-LIN-IDX)  AT 1727
           MOVE WS-LIN-RECEBIDA(WS-LIN-IDX) TO WS-QTDE
           ACCEPT WS-QTDE WITH UPDATE AT 1827
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 02
              MOVE "S" TO WS-CANCELADO
           ELSE
              MOVE WS-QTDE TO WS-LIN-RECEBIDA(WS-LIN-IDX)
           END-IF
           .

       POSTA-RECEBIMENTO.
           MOVE ZEROS TO WS-QTD-DIVERGENCIAS
           PERFORM POSTA-LINHA-RECEBIDA
               VARYING WS-LIN-IDX FROM 1 BY 1
                 UNTIL WS-LIN-IDX > WS-QTD-LINHAS
           MOVE WS-NUMERO-TRANSF TO TRF_NUMERO
           MOVE ZEROS            TO TRF_LINHA
           READ ARQ-TRANSF
           IF WS-RESULTADO-ACESSO = "00"
              MOVE WS-DATA-HOJE TO TRF_DATA_RECEBIMENTO
              MOVE "R"          TO TRF_SITUACAO
              MOVE LS-ID        TO TRF_OPERADOR_RECEB
              REWRITE REGTRF
           END-IF
           MOVE "00" TO WS-RESULTADO-ACESSO
           MOVE SPACES TO MENS
           STRING "DE FILIAL " TRF_FILIAL_ORIGEM
                  " DIVERGENCIAS " WS-QTD-DIVERGENCIAS
               DELIMITED BY SIZE INTO MENS
           END-STRING
           MOVE WS-NUMERO-TRANSF TO WS-AUD-CODIGO
           PERFORM GRAVA-AUDITORIA
           .

       POSTA-LINHA-RECEBIDA.
           MOVE WS-NUMERO-TRANSF          TO TRF_NUMERO
           MOVE WS-LIN-NUMERO(WS-LIN-IDX) TO TRF_LINHA
           READ ARQ-TRANSF
           IF WS-RESULTADO-ACESSO = "00"
              MOVE WS-LIN-RECEBIDA(WS-LIN-IDX) TO TRF_QTDE_RECEBIDA
              MOVE WS-DATA-HOJE TO TRF_DATA_RECEBIMENTO
              MOVE "R"          TO TRF_SITUACAO
              MOVE LS-ID        TO TRF_OPERADOR_RECEB
              REWRITE REGTRF
              IF TRF_QTDE_RECEBIDA > ZEROS
                 PERFORM ENTRA-SALDO-DESTINO
                 IF TRF_LOTE NOT = SPACES AND WS-SEM-LOTE NOT = "S"
                    PERFORM ENTRA-LOTE-DESTINO
                 END-IF
              END-IF
              IF TRF_QTDE_RECEBIDA NOT = TRF_QTDE_ENVIADA
                 ADD 1 TO WS-QTD-DIVERGENCIAS
                 MOVE SPACES TO MENS
                 STRING "DIVERG PROD " TRF_PRODUTO
                        " ENV " TRF_QTDE_ENVIADA
                        " REC " TRF_QTDE_RECEBIDA
                     DELIMITED BY SIZE INTO MENS
                 END-STRING
                 MOVE WS-NUMERO-TRANSF TO WS-AUD-CODIGO
                 PERFORM GRAVA-AUDITORIA
              END-IF
           END-IF
           MOVE "00" TO WS-RESULTADO-ACESSO
           .

       ENTRA-SALDO-DESTINO.
           MOVE TRF_PRODUTO TO EST_CODIGO_PRODUTO
           READ ARQ-ESTOQUE
               INVALID KEY
                  MOVE TRF_PRODUTO TO EST_CODIGO_PRODUTO
                  MOVE ZEROS TO EST_SALDO
                                EST_DATA_ULT_MOV
                                EST_RESERVADO
                  WRITE REGEST
           END-READ
           MOVE EST_SALDO TO WS-KDX-SALDO-ANTES
           ADD TRF_QTDE_RECEBIDA TO EST_SALDO
           MOVE WS-DATA-HOJE TO EST_DATA_ULT_MOV
           REWRITE REGEST
           MOVE "TRE" TO WS-KDX-TIPO
           MOVE WS-NUMERO-TRANSF  TO WS-KDX-DOCUMENTO
           MOVE TRF_QTDE_RECEBIDA TO WS-KDX-QTDE
           PERFORM GRAVA-MOVIMENTO-ESTOQUE
           .

      * O LOTE CHEGA COM O MESMO NUMERO, VALIDADE, FABRICACAO E
      * FORNECEDOR DA ORIGEM (CRIADO NA PRIMEIRA TRANSFERENCIA).
       ENTRA-LOTE-DESTINO.
           MOVE TRF_PRODUTO TO LOT_CODIGO_PRODUTO
           MOVE TRF_LOTE    TO LOT_NUMERO
           READ ARQ-LOTE
               INVALID KEY
                  MOVE SPACES TO REGLOT
                  MOVE TRF_PRODUTO TO LOT_CODIGO_PRODUTO
                                      LOT_VAL_PRODUTO
                  MOVE TRF_LOTE            TO LOT_NUMERO
                  MOVE TRF_DATA_FABRICACAO TO LOT_DATA_FABRICACAO
                  MOVE TRF_DATA_VALIDADE   TO LOT_DATA_VALIDADE
                  MOVE WS-DATA-HOJE        TO LOT_DATA_ENTRADA
                  MOVE TRF_QTDE_RECEBIDA   TO LOT_SALDO
                  MOVE TRF_COD_FORNECEDOR  TO LOT_COD_FORNECEDOR
                  MOVE ZEROS               TO LOT_PEDIDO_COMPRA
                  WRITE REGLOT
               NOT INVALID KEY
                  ADD TRF_QTDE_RECEBIDA TO LOT_SALDO
                  REWRITE REGLOT
           END-READ
           MOVE "00" TO WS-RESULTADO-ACESSO
           .

      ******************************************
      * EM TRANSITO E DIVERGENCIAS             *
      ******************************************
      * VISAO DE TODAS AS FILIAIS: LINHAS DE DOCUMENTOS EM TRANSITO
      * HA MAIS DE WCF-DIAS-TRANSITO DIAS E LINHAS RECEBIDAS DESDE A
      * DATA INFORMADA COM QUANTIDADE DIFERENTE DA ENVIADA, VALORIZADAS
      * PELO CUSTO MEDIO DO PRODUTO.
       PENDENCIAS-000.
           MOVE WS-DATA-HOJE TO WS-DATA-INICIAL
           MOVE "01" TO WS-DATA-INICIAL(7:2)
           DISPLAY TELA-PENDENCIAS
           DISPLAY WS-DATA-INICIAL AT 0942
           ACCEPT WS-DATA-INICIAL WITH UPDATE AT 0942
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 02
              GO TO PENDENCIAS-EXIT
           END-IF
           IF WS-DATA-INICIAL(1:4) < "1900" OR
              WS-DATA-INICIAL(5:2) < "01" OR
              WS-DATA-INICIAL(5:2) > "12" OR
              WS-DATA-INICIAL(7:2) < "01" OR
              WS-DATA-INICIAL(7:2) > "31"
              MOVE "*** DATA INVALIDA ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO PENDENCIAS-EXIT
           END-IF
           COMPUTE WS-DIAS-INTEIRO =
               FUNCTION INTEGER-OF-DATE(WS-DATA-HOJE) -
               WCF-DIAS-TRANSITO
           COMPUTE WS-DATA-LIMITE =
               FUNCTION DATE-OF-INTEGER(WS-DIAS-INTEIRO)
           MOVE ZEROS TO WS-QTD-TRANSITO
                         WS-QTD-DIVERGENTES
                         WS-TOTAL-DIFERENCA
           MOVE WCF-ARQ-IMPRESSAO-TRANSITO TO WRL-ARQ-IMPRESSAO
           OPEN OUTPUT ARQIMP
           MOVE WCF-DIAS-TRANSITO TO CABT-DIAS
           MOVE WS-DATA-HOJE      TO CABT-DATA
           WRITE REGIMP FROM CABEC-TRANSITO
           MOVE SPACES TO REGIMP
           WRITE REGIMP
           WRITE REGIMP FROM CABEC2-TRANSITO
           PERFORM LISTA-EM-TRANSITO
           MOVE SPACES TO REGIMP
           WRITE REGIMP
           WRITE REGIMP
           MOVE WS-DATA-INICIAL TO CABD-DATA
           WRITE REGIMP FROM CABEC-DIVERGENCIA
           MOVE SPACES TO REGIMP
           WRITE REGIMP
           WRITE REGIMP FROM CABEC2-DIVERGENCIA
           PERFORM LISTA-DIVERGENCIAS
           MOVE SPACES TO REGIMP
           WRITE REGIMP
           MOVE WS-QTD-TRANSITO    TO RODP-TRANSITO
           MOVE WS-QTD-DIVERGENTES TO RODP-DIVERGENTES
           MOVE WS-TOTAL-DIFERENCA TO RODP-VALOR
           WRITE REGIMP FROM RODAPE-PENDENCIAS
           CLOSE ARQIMP
           MOVE "TRFEST" TO WS-SPL-PROGRAMA
           MOVE WRL-ARQ-IMPRESSAO TO WS-SPL-ORIGEM
           PERFORM REGISTRA-SPOOL THRU REGISTRA-SPOOL-FIM
           COMPUTE WS-QTD-IMPRESSOS =
               WS-QTD-TRANSITO + WS-QTD-DIVERGENTES
           MOVE WS-QTD-IMPRESSOS TO WS-MENS-QTD
           MOVE WS-MENS-TOTAL TO MENS
           PERFORM ROT-MENS THRU ROT-MENS-FIM
           .
       PENDENCIAS-EXIT.
           EXIT.

      * O CABECALHO (LINHA 000) VEM ANTES DAS LINHAS DO DOCUMENTO NA
      * CHAVE: ELE DECIDE SE AS LINHAS SEGUINTES ESTAO ATRASADAS.
       LISTA-EM-TRANSITO.
           MOVE "N" TO WS-DOC-ATRASADO
           MOVE "N" TO WS-EOF-TRF
           MOVE ZEROS TO TRF_NUMERO TRF_LINHA
           START ARQ-TRANSF
               KEY IS NOT LESS THAN TRF_CHAVE
                    INVALID KEY
                       MOVE "Y" TO WS-EOF-TRF
           END-START
           PERFORM UNTIL WS-EOF-TRF = "Y"
               READ ARQ-TRANSF NEXT AT END
                   MOVE "Y" TO WS-EOF-TRF
               END-READ
               IF WS-EOF-TRF = "N"
                  IF TRF_LINHA = ZEROS
                     MOVE "N" TO WS-DOC-ATRASADO
                     IF TRF_SITUACAO = "T" AND
                        TRF_DATA_EMISSAO < WS-DATA-LIMITE
                        MOVE "S" TO WS-DOC-ATRASADO
                        COMPUTE WS-DIAS-TRANSITO =
                            FUNCTION INTEGER-OF-DATE(WS-DATA-HOJE) -
                            FUNCTION INTEGER-OF-DATE(TRF_DATA_EMISSAO)
                     END-IF
                  ELSE
                     IF WS-DOC-ATRASADO = "S"
                        ADD 1 TO WS-QTD-TRANSITO
                        MOVE TRF_NUMERO         TO DETT-NUMERO
                        MOVE TRF_FILIAL_ORIGEM  TO DETT-ORIGEM
                        MOVE TRF_FILIAL_DESTINO TO DETT-DESTINO
                        MOVE TRF_DATA_EMISSAO   TO DETT-EMISSAO
                        MOVE WS-DIAS-TRANSITO   TO DETT-DIAS
                        MOVE TRF_PRODUTO        TO DETT-PRODUTO
                        MOVE TRF_LOTE           TO DETT-LOTE
                        MOVE TRF_QTDE_ENVIADA   TO DETT-QTDE
                        WRITE REGIMP FROM DET-TRANSITO
                     END-IF
                  END-IF
               END-IF
           END-PERFORM
           MOVE "00" TO WS-RESULTADO-ACESSO
           .

       LISTA-DIVERGENCIAS.
           MOVE "N" TO WS-EOF-TRF
           MOVE ZEROS TO TRF_NUMERO TRF_LINHA
           START ARQ-TRANSF
               KEY IS NOT LESS THAN TRF_CHAVE
                    INVALID KEY
                       MOVE "Y" TO WS-EOF-TRF
           END-START
           PERFORM UNTIL WS-EOF-TRF = "Y"
               READ ARQ-TRANSF NEXT AT END
                   MOVE "Y" TO WS-EOF-TRF
               END-READ
               IF WS-EOF-TRF = "N"
                  IF TRF_LINHA > ZEROS AND TRF_SITUACAO = "R" AND
                     TRF_DATA_RECEBIMENTO NOT < WS-DATA-INICIAL AND
                     TRF_QTDE_RECEBIDA NOT = TRF_QTDE_ENVIADA
                     PERFORM IMPRIME-DIVERGENCIA
                  END-IF
               END-IF
           END-PERFORM
           MOVE "00" TO WS-RESULTADO-ACESSO
           .

       IMPRIME-DIVERGENCIA.
           MOVE TRF_PRODUTO TO PRO_CODIGO_PRODUTO
           READ ARQ-PRODUTO
               INVALID KEY
                  MOVE ZEROS TO PRO_CUSTO_UNIT
           END-READ
           COMPUTE WS-DIFERENCA =
               TRF_QTDE_RECEBIDA - TRF_QTDE_ENVIADA
           COMPUTE WS-VALOR-DIFERENCA = WS-DIFERENCA * PRO_CUSTO_UNIT
           ADD WS-VALOR-DIFERENCA TO WS-TOTAL-DIFERENCA
           ADD 1 TO WS-QTD-DIVERGENTES
           MOVE TRF_NUMERO           TO DETD-NUMERO
           MOVE TRF_FILIAL_ORIGEM    TO DETD-ORIGEM
           MOVE TRF_FILIAL_DESTINO   TO DETD-DESTINO
           MOVE TRF_DATA_RECEBIMENTO TO DETD-RECEBIDO
           MOVE TRF_PRODUTO          TO DETD-PRODUTO
           MOVE TRF_LOTE             TO DETD-LOTE
           MOVE TRF_QTDE_ENVIADA     TO DETD-ENVIADA
           MOVE TRF_QTDE_RECEBIDA    TO DETD-RECEBIDA
           MOVE WS-DIFERENCA         TO DETD-DIFERENCA
           MOVE WS-VALOR-DIFERENCA   TO DETD-VALOR
           WRITE REGIMP FROM DET-DIVERGENCIA
           MOVE "00" TO WS-RESULTADO-ACESSO
           .

      *******************************
      * ROTINA DE ABERTURA ARQUIVOS *
      *******************************
      * O DOCUMENTO E O ESTOQUE DA FILIAL SAO CRIADOS NA PRIMEIRA VEZ;
      * O LOTE TAMBEM (O DESTINO PODE NUNCA TER RECEBIDO COMPRA).
       OPEN-ARQUIVOS.
           OPEN I-O ARQ-TRANSF
           IF WS-RESULTADO-ACESSO NOT = "00"
               IF WS-RESULTADO-ACESSO = "05"
                  OPEN OUTPUT ARQ-TRANSF
                  CLOSE ARQ-TRANSF
                  OPEN I-O ARQ-TRANSF
               ELSE
                  MOVE "ERRO NA ABERTURA DO ARQUIVO DE TRANSFERENCIAS"
                    TO MENS
                  PERFORM ROT-MENS THRU ROT-MENS-FIM
                  EXIT PROGRAM
                  .
           OPEN I-O ARQ-ESTOQUE
           IF WS-RESULTADO-ACESSO NOT = "00"
               IF WS-RESULTADO-ACESSO = "05"
                  OPEN OUTPUT ARQ-ESTOQUE
                  CLOSE ARQ-ESTOQUE
                  OPEN I-O ARQ-ESTOQUE
               ELSE
                  MOVE "ERRO NA ABERTURA DO ARQUIVO ESTOQUE" TO MENS
                  PERFORM ROT-MENS THRU ROT-MENS-FIM
                  CLOSE ARQ-TRANSF
                  EXIT PROGRAM
                  .
           OPEN INPUT ARQ-PRODUTO
           IF WS-RESULTADO-ACESSO NOT = "00"
              MOVE "ERRO NA ABERTURA DO ARQUIVO PRODUTO" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              CLOSE ARQ-TRANSF ARQ-ESTOQUE
              EXIT PROGRAM
              .
           MOVE "N" TO WS-SEM-LOTE
           OPEN I-O ARQ-LOTE
           IF WS-RESULTADO-ACESSO = "05"
              OPEN OUTPUT ARQ-LOTE
              CLOSE ARQ-LOTE
              OPEN I-O ARQ-LOTE
           END-IF
           IF WS-RESULTADO-ACESSO NOT = "00"
              MOVE "S" TO WS-SEM-LOTE
              MOVE "00" TO WS-RESULTADO-ACESSO
           END-IF
           PERFORM ABRE-KARDEX
           MOVE "TRFEST" TO WS-KDX-PROGRAMA
           MOVE LS-ID    TO WS-KDX-OPERADOR
           PERFORM OPEN-AUDITORIA
           .

      * ARQ-AUD E CUMULATIVO ENTRE EXECUCOES (OPEN EXTEND); SO CRIA O
      * ARQUIVO NA PRIMEIRA VEZ (MESMO IDIOMA DO CADCLI/CADVEN).
       OPEN-AUDITORIA.
           OPEN EXTEND ARQ-AUD
           IF WS-FS-AUD NOT = "00"
              OPEN OUTPUT ARQ-AUD
              CLOSE ARQ-AUD
              OPEN EXTEND ARQ-AUD
           END-IF
           .

       CLOSE-ARQUIVOS.
           CLOSE ARQ-TRANSF
                 ARQ-ESTOQUE
                 ARQ-PRODUTO
                 ARQ-AUD
           IF WS-SEM-LOTE NOT = "S"
              CLOSE ARQ-LOTE
           END-IF
           IF WS-SEM-KARDEX NOT = "S"
              CLOSE ARQ-KARDEX
           END-IF
           .

       GRAVA-AUDITORIA.
           MOVE FUNCTION CURRENT-DATE(1:14) TO AUD-DATA-HORA
           MOVE "TRFEST"             TO AUD-PROGRAMA
           MOVE LS-ID                TO AUD-OPERADOR
           MOVE DOPCAO               TO AUD-OPERACAO
           MOVE WS-AUD-CODIGO        TO AUD-CODIGO
           MOVE MENS                 TO AUD-RESULTADO
           WRITE REGAUD
           .

       CONFIRMA-TELA.
           MOVE "S" TO W-SN
           DISPLAY "CONFIRMA (S/N) : " AT 2340
           ACCEPT W-SN WITH UPDATE AT 2357

           IF W-SN = "N" OR "n"
              MOVE "N" TO W-SN
              MOVE 1 TO W-SEL
           ELSE
              IF W-SN NOT = "S" AND "s"
                 MOVE "*** DIGITE APENAS S=SIM e N=NAO ***" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
              ELSE
                 MOVE "S" TO W-SN
                 MOVE 2 TO W-SEL
                 .

      **********************
      * ROTINA DE MENSAGEM *
      **********************
      *
       ROT-MENS.
           MOVE ZEROS TO W-CONT.
       ROT-MENS1.
           DISPLAY TELA-MENS.
           ACCEPT TELA-MENS.
       ROT-MENS2.
           MOVE SPACES TO MENS
           DISPLAY TELA-MENS.
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
