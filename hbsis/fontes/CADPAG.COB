      **************************************************
      * CONTAS A PAGAR: LANCAMENTO DE NOTA DE          *
      * FORNECEDOR, BAIXA (PAGAMENTO) E CANCELAMENTO   *
      **************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CADPAG.
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

       77 WS-DATA-HOJE         PIC 9(008) VALUE ZEROS.
       77 WS-COD-FORNECEDOR    PIC 9(005) VALUE ZEROS.
       77 WS-NUMERO-NF         PIC 9(009) VALUE ZEROS.
       77 WS-PEDIDO-COMPRA     PIC 9(007) VALUE ZEROS.
       77 WS-DATA-EMISSAO      PIC 9(008) VALUE ZEROS.
       77 WS-VALOR-NOTA        PIC 9(011)V9(02) VALUE ZEROS.
       77 WS-VALOR-PEDIDO      PIC 9(011)V9(02) VALUE ZEROS.
       77 WS-QTD-PARCELAS      PIC 9(002) VALUE ZEROS.
       77 WS-INTERVALO-DIAS    PIC 9(003) VALUE ZEROS.
       77 WS-PRIMEIRO-VENC     PIC 9(008) VALUE ZEROS.
       77 WS-DIAS-INTEIRO      PIC 9(008) VALUE ZEROS.
       77 WS-VALOR-PARCELA     PIC 9(011)V9(02) VALUE ZEROS.
       77 WS-VALOR-ACUMULADO   PIC 9(011)V9(02) VALUE ZEROS.
       77 WS-IDX               PIC 9(002) VALUE ZEROS.
       77 WS-POS-TELA          PIC 9(004) VALUE ZEROS.
       77 WS-EOF-PAG           PIC X(001) VALUE "N".
       77 WS-EOF-PCO           PIC X(001) VALUE "N".
       77 WS-QTD-PAGAS         PIC 9(002) VALUE ZEROS.
       77 WS-NF-DO-PEDIDO      PIC 9(009) VALUE ZEROS.
       77 WS-SEM-PEDCOMPRA     PIC X(001) VALUE "N".

      * BAIXA: DATA, VALOR E FORMA DO PAGAMENTO (MESMAS FORMAS DO
      * CADTIT, MAIS "B" = DEBITO EM CONTA/BOLETO).
       77 WS-DATA-PAGAMENTO    PIC 9(008) VALUE ZEROS.
       77 WS-VALOR-PAGO        PIC 9(011)V9(02) VALUE ZEROS.
       77 WS-FORMA-PAGTO       PIC X(001) VALUE SPACES.

      * AGENDA DE PARCELAS DA NOTA EM LANCAMENTO (ATE 12).
       01 WS-TAB-PARCELAS.
          05 WS-PARC OCCURS 12 TIMES.
             10 WS-PARC-VENCIMENTO  PIC 9(008).
             10 WS-PARC-VALOR       PIC 9(011)V9(02).

       LINKAGE SECTION.
       01 LS-ID PIC X(5).

       SCREEN SECTION.
       COPY "copybook\SISSTGER.CPY".

       01 TELA-MENU-PAGAR.
        02 BLANK SCREEN.
        02 LINE 01 COL 1  VALUE
          "**********************************************".
        02 LINE 01 COL 47 VALUE
          "**********************************".
        02 LINE 02 COL 28 VALUE "Sistema de Franquia AMBEV".
        02 LINE 03 COL 1  VALUE
          "**********************************************".
        02 LINE 03 COL 47 VALUE
          "**********************************".
        02 LINE 07 COL 32 VALUE "CONTAS A PAGAR".
        02 LINE 09 COL 10 VALUE "1 - Lancamento de Nota de Fornecedor".
        02 LINE 10 COL 10 VALUE "2 - Baixa (Pagamento)".
        02 LINE 11 COL 10 VALUE "3 - Cancelamento de Nota".
        02 LINE 12 COL 10 VALUE "4 - Retornar".
        02 LINE 20 COL 10 "Digite a opcao desejada[.]".
        02 OPCAO LINE 20 COL 34 PIC X(01) USING W-OPCAO AUTO.
      *
       01 TELA-NOTA-PAGAR.
        02 BLANK SCREEN.
        02 LINE 02 COL 28 VALUE "Sistema de Franquia AMBEV".
        02 LINE 05 COL 32 VALUE "CONTAS A PAGAR".
        02 LINE 05 COL 66 VALUE "[".
        02 LINE 05 COL 67 PIC X(10) USING DOPCAO.
        02 LINE 05 COL 77 VALUE "]".
        02 LINE 07 COL 10 VALUE "FORNECEDOR   : [     ]".
        02 LINE 08 COL 10 VALUE "NOTA FISCAL  : [         ]".
        02 LINE 08 COL 40 VALUE "(NF 0 SAI)".
        02 LINE 09 COL 10 VALUE "PEDIDO COMPRA: [       ]".
        02 LINE 09 COL 40 VALUE "(0 = NOTA SEM PEDIDO)".
        02 LINE 10 COL 10 VALUE "EMISSAO      : [        ]".
        02 LINE 11 COL 10 VALUE "VALOR NOTA   : [             ]".
        02 LINE 12 COL 10 VALUE "PARCELAS     : [  ]".
        02 LINE 12 COL 40 VALUE "INTERVALO (DIAS): [   ]".
        02 LINE 13 COL 10 VALUE "1o VENCIMENTO: [        ]".
        02 LINE 15 COL 10 VALUE "PARC VENCIMENTO         VALOR".
        02 LINE 15 COL 45 VALUE "PARC VENCIMENTO         VALOR".
      *
       01 TELA-BAIXA-PAGAR.
        02 BLANK SCREEN.
        02 LINE 02 COL 28 VALUE "Sistema de Franquia AMBEV".
        02 LINE 05 COL 32 VALUE "CONTAS A PAGAR".
        02 LINE 05 COL 66 VALUE "[".
        02 LINE 05 COL 67 PIC X(10) USING DOPCAO.
        02 LINE 05 COL 77 VALUE "]".
        02 LINE 07 COL 10 VALUE "FORNECEDOR   : [     ]".
        02 LINE 09 COL 10 VALUE "NOTA FISCAL  : [         ]".
        02 LINE 09 COL 40 VALUE "PARCELA: [  ]".
        02 LINE 09 COL 56 VALUE "(NF 0 SAI)".
        02 LINE 11 COL 10 VALUE "PEDIDO COMPRA: [       ]".
        02 LINE 13 COL 10 VALUE "EMISSAO      : [        ]".
        02 LINE 13 COL 40 VALUE "VENCIMENTO: [        ]".
        02 LINE 14 COL 10 VALUE "VALOR        : [             ]".
        02 LINE 15 COL 10 VALUE "SITUACAO     : [ ]".
        02 LINE 15 COL 40 VALUE "A=ABERTO P=PAGO C=CANCELADO".
        02 LINE 18 COL 10 VALUE "DATA PAGTO   : [        ]".
        02 LINE 20 COL 10 VALUE "VALOR PAGO   : [             ]".
        02 LINE 21 COL 10 VALUE "FORMA PAGTO  : [ ]".
        02 LINE 21 COL 40 VALUE "D=DINH C=CHEQ T=TRANSF B=BANCO".
      *-----------------------------------------------------------------
       PROCEDURE DIVISION  USING LS-ID.
       INICIO.
      * RESOLVE OS CAMINHOS DA FILIAL SELECIONADA NO LOGIN ANTES DE
      * ABRIR QUALQUER ARQUIVO DE DADOS (VER SISFIPGER.CPY).
           MOVE LS-ID TO WS-SESSAO-ID
           PERFORM CARREGA-FILIAL
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-DATA-HOJE
           PERFORM OPEN-ARQUIVOS.
           MOVE "F" TO WFIM.
           PERFORM TELA-PAGAR-0 UNTIL WFIM = "T".
       TELA-PAGAR-0.
           MOVE SPACES TO W-OPCAO
           DISPLAY TELA-MENU-PAGAR
           ACCEPT TELA-MENU-PAGAR
           EVALUATE W-OPCAO
             WHEN "1"
                PERFORM LANCAMENTO-000 THRU LANCAMENTO-EXIT
             WHEN "2"
                PERFORM BAIXA-000 THRU BAIXA-EXIT
             WHEN "3"
                PERFORM CANCELA-000 THRU CANCELA-EXIT
             WHEN "4"
                PERFORM CLOSE-ARQUIVOS
                EXIT PROGRAM
           END-EVALUATE.

      *********************************
      * LANCAMENTO DE NOTA FORNECEDOR *
      *********************************
      * A NOTA PODE VIR DE UM PEDIDO DE COMPRA RECEBIDO (O VALOR E
      * SUGERIDO PELO RECEBIDO X CUSTO COMBINADO) OU SER AVULSA
      * (SERVICO, FRETE). O VALOR E DIVIDIDO EM ATE 12 PARCELAS
      * IGUAIS A PARTIR DO 1o VENCIMENTO; A ULTIMA LEVA O RESTO DA
      * DIVISAO.
       LANCAMENTO-000.
           MOVE "LANCAMENTO" TO DOPCAO.
           MOVE 0            TO W-SEL.
       LAN-001.
           DISPLAY TELA-NOTA-PAGAR
           PERFORM ENTRA-FORNECEDOR UNTIL W-SEL > 0
           IF W-SEL NOT = 2
              GO TO LANCAMENTO-EXIT
           END-IF
           MOVE 0 TO W-SEL
           PERFORM ENTRA-NOTA UNTIL W-SEL > 0
           IF W-SEL NOT = 2
              GO TO LANCAMENTO-EXIT
           END-IF
           MOVE 0 TO W-SEL
           PERFORM ENTRA-PEDIDO-COMPRA UNTIL W-SEL > 0
           IF W-SEL NOT = 2
              GO TO LANCAMENTO-EXIT
           END-IF
           MOVE 0 TO W-SEL
           PERFORM ENTRA-VALORES UNTIL W-SEL > 0
           IF W-SEL NOT = 2
              GO TO LANCAMENTO-EXIT
           END-IF
           PERFORM MONTA-PARCELAS
           MOVE 0 TO W-SEL
           PERFORM CONFIRMA-DADOS UNTIL W-SEL > 0
           IF W-SN = "S"
              PERFORM GRAVA-PARCELAS
           END-IF
           MOVE ZEROS TO W-SEL
           .
       LANCAMENTO-EXIT.
           EXIT.

       ENTRA-FORNECEDOR.
           MOVE ZEROS TO WS-COD-FORNECEDOR
           ACCEPT WS-COD-FORNECEDOR AT 0726
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 02 OR WS-COD-FORNECEDOR = ZEROS
              MOVE 1 TO W-SEL
           ELSE
              MOVE WS-COD-FORNECEDOR TO FOR_CODIGO
              READ ARQ-FORNEC
              IF WS-RESULTADO-ACESSO NOT = "00"
                 MOVE "*** FORNECEDOR NAO CADASTRADO ***" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
              ELSE
                 DISPLAY FOR_RAZAO_SOCIAL AT 0734
                 MOVE 2 TO W-SEL
              END-IF
           END-IF
           .

      * A MESMA NOTA DO MESMO FORNECEDOR NAO ENTRA DUAS VEZES (A
      * PARCELA 01 SEMPRE EXISTE EM NOTA LANCADA).
       ENTRA-NOTA.
           MOVE ZEROS TO WS-NUMERO-NF
           ACCEPT WS-NUMERO-NF AT 0826
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 02 OR WS-NUMERO-NF = ZEROS
              MOVE 1 TO W-SEL
           ELSE
              MOVE WS-COD-FORNECEDOR TO PAG_COD_FORNECEDOR
              MOVE WS-NUMERO-NF      TO PAG_NUMERO_NF
              MOVE 01                TO PAG_PARCELA
              READ ARQ-PAGAR
              IF WS-RESULTADO-ACESSO = "00"
                 MOVE "*** NOTA JA LANCADA P/ ESTE FORNECEDOR ***"
                   TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
              ELSE
                 MOVE 2 TO W-SEL
              END-IF
           END-IF
           .

      * PEDIDO DE COMPRA DE ORIGEM: TEM QUE SER DO MESMO FORNECEDOR,
      * TER ALGUM RECEBIMENTO E NAO ESTAR EM OUTRA NOTA ATIVA.
       ENTRA-PEDIDO-COMPRA.
           MOVE ZEROS TO WS-PEDIDO-COMPRA WS-VALOR-PEDIDO
           ACCEPT WS-PEDIDO-COMPRA AT 0926
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 02
              MOVE 1 TO W-SEL
           ELSE
           IF WS-PEDIDO-COMPRA = ZEROS
              MOVE 2 TO W-SEL
           ELSE
           IF WS-SEM-PEDCOMPRA = "S"
              MOVE "*** NAO HA PEDIDOS DE COMPRA NA FILIAL ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
           ELSE
              MOVE WS-PEDIDO-COMPRA TO PCO_NUMERO
              MOVE ZEROS            TO PCO_LINHA
              READ ARQ-PEDCOMPRA
              IF WS-RESULTADO-ACESSO NOT = "00"
                 MOVE "*** PEDIDO DE COMPRA NAO CADASTRADO ***" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
              ELSE
              IF PCO_COD_FORNECEDOR NOT = WS-COD-FORNECEDOR
                 MOVE "*** PEDIDO E DE OUTRO FORNECEDOR ***" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
              ELSE
              IF PCO_SITUACAO NOT = "P" AND PCO_SITUACAO NOT = "R"
                 MOVE "*** PEDIDO SEM MERCADORIA RECEBIDA ***" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
              ELSE
                 PERFORM PROCURA-NOTA-DO-PEDIDO
                 IF WS-NF-DO-PEDIDO NOT = ZEROS
                    MOVE SPACES TO MENS
                    STRING "PEDIDO JA NA NF " WS-NF-DO-PEDIDO
                        DELIMITED BY SIZE INTO MENS
                    END-STRING
                    PERFORM ROT-MENS THRU ROT-MENS-FIM
                 ELSE
                    PERFORM SOMA-RECEBIDO-PEDIDO
                    MOVE 2 TO W-SEL
                 END-IF
              END-IF
              END-IF
              END-IF
           END-IF
           END-IF
           END-IF
           .

      * VARRE AS PARCELAS DO FORNECEDOR (A CHAVE COMECA POR ELE)
      * ATRAS DE NOTA NAO CANCELADA AMARRADA AO MESMO PEDIDO.
       PROCURA-NOTA-DO-PEDIDO.
           MOVE ZEROS TO WS-NF-DO-PEDIDO
           MOVE WS-COD-FORNECEDOR TO PAG_COD_FORNECEDOR
           MOVE ZEROS             TO PAG_NUMERO_NF PAG_PARCELA
           MOVE "N" TO WS-EOF-PAG
           START ARQ-PAGAR
               KEY IS NOT LESS THAN PAG_CHAVE
                    INVALID KEY
                       MOVE "Y" TO WS-EOF-PAG
           END-START
           PERFORM UNTIL WS-EOF-PAG = "Y"
              READ ARQ-PAGAR NEXT AT END
                 MOVE "Y" TO WS-EOF-PAG
              END-READ
              IF WS-EOF-PAG = "N"
                 IF PAG_COD_FORNECEDOR NOT = WS-COD-FORNECEDOR
                    MOVE "Y" TO WS-EOF-PAG
                 ELSE
                    IF PAG_PEDIDO_COMPRA = WS-PEDIDO-COMPRA AND
                       PAG_SITUACAO NOT = "C"
                       MOVE PAG_NUMERO_NF TO WS-NF-DO-PEDIDO
                       MOVE "Y" TO WS-EOF-PAG
                    END-IF
                 END-IF
              END-IF
           END-PERFORM
           .

       SOMA-RECEBIDO-PEDIDO.
           MOVE WS-PEDIDO-COMPRA TO PCO_NUMERO
           MOVE 1                TO PCO_LINHA
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
                 IF PCO_NUMERO NOT = WS-PEDIDO-COMPRA
                    MOVE "Y" TO WS-EOF-PCO
                 ELSE
                    COMPUTE WS-VALOR-PEDIDO = WS-VALOR-PEDIDO +
                            PCO_QTDE_RECEBIDA * PCO_VALOR_UNIT
                 END-IF
              END-IF
           END-PERFORM
           .

       ENTRA-VALORES.
           MOVE WS-DATA-HOJE TO WS-DATA-EMISSAO
           DISPLAY WS-DATA-EMISSAO AT 1026
           ACCEPT WS-DATA-EMISSAO WITH UPDATE AT 1026
           MOVE WS-VALOR-PEDIDO TO WS-VALOR-NOTA
           DISPLAY WS-VALOR-NOTA AT 1126
           ACCEPT WS-VALOR-NOTA WITH UPDATE AT 1126
           MOVE 01 TO WS-QTD-PARCELAS
           DISPLAY WS-QTD-PARCELAS AT 1226
           ACCEPT WS-QTD-PARCELAS WITH UPDATE AT 1226
           MOVE 030 TO WS-INTERVALO-DIAS
           DISPLAY WS-INTERVALO-DIAS AT 1259
           ACCEPT WS-INTERVALO-DIAS WITH UPDATE AT 1259
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 02
              MOVE 1 TO W-SEL
           ELSE
           IF WS-DATA-EMISSAO(1:4) < "1900" OR
              WS-DATA-EMISSAO(5:2) < "01" OR
              WS-DATA-EMISSAO(5:2) > "12" OR
              WS-DATA-EMISSAO(7:2) < "01" OR
              WS-DATA-EMISSAO(7:2) > "31"
              MOVE "DATA DE EMISSAO INVALIDA" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
           ELSE
           IF WS-VALOR-NOTA = ZEROS
              MOVE "VALOR DA NOTA INVALIDO" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
           ELSE
           IF WS-QTD-PARCELAS = ZEROS OR WS-QTD-PARCELAS > 12
              MOVE "PARCELAS: DE 1 A 12" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
           ELSE
              MOVE WS-DATA-EMISSAO TO WS-PERIODO-DATA
              PERFORM VERIFICA-PERIODO-FECHADO
              IF WS-PERIODO-FECHADO = "S"
                 MOVE "*** COMPETENCIA FECHADA P/ EMISSAO ***" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
              ELSE
                 PERFORM ENTRA-PRIMEIRO-VENCIMENTO
              END-IF
           END-IF
           END-IF
           END-IF
           END-IF
           .

       ENTRA-PRIMEIRO-VENCIMENTO.
           COMPUTE WS-DIAS-INTEIRO =
               FUNCTION INTEGER-OF-DATE(WS-DATA-EMISSAO) +
               WS-INTERVALO-DIAS
           COMPUTE WS-PRIMEIRO-VENC =
               FUNCTION DATE-OF-INTEGER(WS-DIAS-INTEIRO)
           DISPLAY WS-PRIMEIRO-VENC AT 1326
           ACCEPT WS-PRIMEIRO-VENC WITH UPDATE AT 1326
           IF WS-PRIMEIRO-VENC(1:4) < "1900" OR
              WS-PRIMEIRO-VENC(5:2) < "01" OR
              WS-PRIMEIRO-VENC(5:2) > "12" OR
              WS-PRIMEIRO-VENC(7:2) < "01" OR
              WS-PRIMEIRO-VENC(7:2) > "31"
              MOVE "DATA DE VENCIMENTO INVALIDA" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
           ELSE
           IF WS-PRIMEIRO-VENC < WS-DATA-EMISSAO
              MOVE "VENCIMENTO ANTERIOR A EMISSAO" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
           ELSE
              MOVE 2 TO W-SEL
           END-IF
           END-IF
           .

      * PARCELAS 1 A 6 NA COLUNA DA ESQUERDA, 7 A 12 NA DA DIREITA.
       MONTA-PARCELAS.
           COMPUTE WS-VALOR-PARCELA ROUNDED =
               WS-VALOR-NOTA / WS-QTD-PARCELAS
           MOVE ZEROS TO WS-VALOR-ACUMULADO
           COMPUTE WS-DIAS-INTEIRO =
               FUNCTION INTEGER-OF-DATE(WS-PRIMEIRO-VENC)
           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-QTD-PARCELAS
              COMPUTE WS-PARC-VENCIMENTO(WS-IDX) =
                  FUNCTION DATE-OF-INTEGER(WS-DIAS-INTEIRO)
              IF WS-IDX = WS-QTD-PARCELAS
                 COMPUTE WS-PARC-VALOR(WS-IDX) =
                     WS-VALOR-NOTA - WS-VALOR-ACUMULADO
              ELSE
                 MOVE WS-VALOR-PARCELA TO WS-PARC-VALOR(WS-IDX)
                 ADD WS-VALOR-PARCELA TO WS-VALOR-ACUMULADO
              END-IF
              ADD WS-INTERVALO-DIAS TO WS-DIAS-INTEIRO
              IF WS-IDX > 6
                 COMPUTE WS-POS-TELA = (WS-IDX + 9) * 100 + 46
              ELSE
                 COMPUTE WS-POS-TELA = (WS-IDX + 15) * 100 + 11
              END-IF
              DISPLAY WS-IDX AT WS-POS-TELA
              ADD 4 TO WS-POS-TELA
              DISPLAY WS-PARC-VENCIMENTO(WS-IDX) AT WS-POS-TELA
              ADD 11 TO WS-POS-TELA
              DISPLAY WS-PARC-VALOR(WS-IDX) AT WS-POS-TELA
           END-PERFORM
           .

       GRAVA-PARCELAS.
           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-QTD-PARCELAS
              MOVE SPACES             TO REGPAG
              MOVE WS-COD-FORNECEDOR  TO PAG_COD_FORNECEDOR
              MOVE WS-NUMERO-NF       TO PAG_NUMERO_NF
              MOVE WS-IDX             TO PAG_PARCELA
              MOVE WS-PEDIDO-COMPRA   TO PAG_PEDIDO_COMPRA
              MOVE WS-DATA-EMISSAO    TO PAG_DATA_EMISSAO
              MOVE WS-PARC-VENCIMENTO(WS-IDX) TO PAG_DATA_VENCIMENTO
              MOVE WS-PARC-VALOR(WS-IDX)      TO PAG_VALOR
              MOVE ZEROS              TO PAG_VALOR_PAGO
                                         PAG_DATA_PAGAMENTO
              MOVE SPACE              TO PAG_FORMA_PAGTO
              MOVE "A"                TO PAG_SITUACAO
              MOVE LS-ID              TO PAG_OPERADOR
              WRITE REGPAG
           END-PERFORM
           IF WS-RESULTADO-ACESSO = "00"
              MOVE SPACES TO MENS
              STRING "NF " WS-NUMERO-NF " FORN " WS-COD-FORNECEDOR
                     " " WS-QTD-PARCELAS "P"
                  DELIMITED BY SIZE INTO MENS
              END-STRING
              PERFORM GRAVA-AUDITORIA
              MOVE "*** NOTA LANCADA NO CONTAS A PAGAR ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
           ELSE
              MOVE "ERRO NA GRAVACAO DAS PARCELAS" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
           END-IF
           .

      **********************
      * ROTINA DE BAIXA    *
      **********************
       BAIXA-000.
           MOVE "BAIXA" TO DOPCAO.
           MOVE 0       TO W-SEL.
       BAI-001.
           DISPLAY TELA-BAIXA-PAGAR
           PERFORM ENTRA-PARCELA UNTIL W-SEL > 0
           IF W-SEL = 2
              IF PAG_SITUACAO NOT = "A"
                 MOVE "*** PARCELA NAO ESTA EM ABERTO ***" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
              ELSE
                 PERFORM ENTRA-PAGAMENTO
                 IF W-SN = "S"
                    PERFORM BAIXA-PARCELA
                 END-IF
              END-IF
              UNLOCK ARQ-PAGAR
           END-IF
           MOVE ZEROS TO W-SEL
           .
       BAIXA-EXIT.
           EXIT.

      * LOCALIZA A PARCELA COM LOCK (MESMO IDIOMA DO ENTRA-TITULO DO
      * CADTIT), PARA DOIS TERMINAIS NAO PAGAREM A MESMA CONTA.
       ENTRA-PARCELA.
           UNLOCK ARQ-PAGAR
           MOVE ZEROS TO WS-COD-FORNECEDOR WS-NUMERO-NF
           ACCEPT WS-COD-FORNECEDOR AT 0726
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 02 OR WS-COD-FORNECEDOR = ZEROS
              MOVE 1 TO W-SEL
           ELSE
              ACCEPT WS-NUMERO-NF AT 0926
              IF WS-NUMERO-NF = ZEROS
                 MOVE 1 TO W-SEL
              ELSE
                 MOVE WS-COD-FORNECEDOR TO PAG_COD_FORNECEDOR
                 MOVE WS-NUMERO-NF      TO PAG_NUMERO_NF
                 MOVE ZEROS             TO PAG_PARCELA
                 ACCEPT PAG_PARCELA AT 0950
                 IF PAG_PARCELA = ZEROS
                    MOVE 01 TO PAG_PARCELA
                 END-IF
                 READ ARQ-PAGAR WITH LOCK
                 IF WS-RESULTADO-ACESSO = "9D"
                    MOVE "*** PARCELA EM USO EM OUTRO TERMINAL ***"
                      TO MENS
                    PERFORM ROT-MENS THRU ROT-MENS-FIM
                 ELSE
                 IF WS-RESULTADO-ACESSO NOT = "00"
                    MOVE "*** PARCELA NAO ENCONTRADA ***" TO MENS
                    PERFORM ROT-MENS THRU ROT-MENS-FIM
                 ELSE
                    PERFORM MOSTRA-PARCELA
                    MOVE 2 TO W-SEL
                 END-IF
                 END-IF
              END-IF
           END-IF
           .

       MOSTRA-PARCELA.
           MOVE PAG_COD_FORNECEDOR TO FOR_CODIGO
           READ ARQ-FORNEC
               INVALID KEY
                  MOVE SPACES TO FOR_RAZAO_SOCIAL
           END-READ
           DISPLAY FOR_RAZAO_SOCIAL    AT 0734
           DISPLAY PAG_PARCELA         AT 0950
           DISPLAY PAG_PEDIDO_COMPRA   AT 1126
           DISPLAY PAG_DATA_EMISSAO    AT 1326
           DISPLAY PAG_DATA_VENCIMENTO AT 1353
           DISPLAY PAG_VALOR           AT 1426
           DISPLAY PAG_SITUACAO        AT 1526
           IF PAG_SITUACAO = "P"
              DISPLAY PAG_DATA_PAGAMENTO AT 1826
              DISPLAY PAG_VALOR_PAGO     AT 2026
              DISPLAY PAG_FORMA_PAGTO    AT 2126
           END-IF
           .

       ENTRA-PAGAMENTO.
           MOVE WS-DATA-HOJE TO WS-DATA-PAGAMENTO
           DISPLAY WS-DATA-PAGAMENTO AT 1826
           ACCEPT  WS-DATA-PAGAMENTO WITH UPDATE AT 1826
           MOVE PAG_VALOR TO WS-VALOR-PAGO
           DISPLAY WS-VALOR-PAGO AT 2026
           ACCEPT  WS-VALOR-PAGO WITH UPDATE AT 2026
           MOVE "T" TO WS-FORMA-PAGTO
           ACCEPT WS-FORMA-PAGTO WITH UPDATE AT 2126
           MOVE "N" TO W-SN
           MOVE WS-DATA-PAGAMENTO TO WS-PERIODO-DATA
           PERFORM VERIFICA-PERIODO-FECHADO
           IF WS-PERIODO-FECHADO = "S"
              MOVE "*** COMPETENCIA FECHADA P/ BAIXA ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
           ELSE
           IF WS-DATA-PAGAMENTO = ZEROS OR WS-VALOR-PAGO = ZEROS
              MOVE "DATA/VALOR DE PAGAMENTO INVALIDOS" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
           ELSE
              IF WS-FORMA-PAGTO NOT = "D" AND "C" AND "T" AND "B"
                 MOVE "FORMA INVALIDA (D/C/T/B)" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
              ELSE
                 MOVE 0 TO W-SEL
                 PERFORM CONFIRMA-DADOS UNTIL W-SEL > 0
              END-IF
           END-IF
           .

       BAIXA-PARCELA.
           MOVE WS-DATA-PAGAMENTO TO PAG_DATA_PAGAMENTO
           MOVE WS-VALOR-PAGO     TO PAG_VALOR_PAGO
           MOVE WS-FORMA-PAGTO    TO PAG_FORMA_PAGTO
           MOVE "P"               TO PAG_SITUACAO
           MOVE LS-ID             TO PAG_OPERADOR
           REWRITE REGPAG
           IF WS-RESULTADO-ACESSO = "00"
              MOVE SPACES TO MENS
              STRING "PAGO NF " PAG_NUMERO_NF "/" PAG_PARCELA
                     " " PAG_FORMA_PAGTO
                  DELIMITED BY SIZE INTO MENS
              END-STRING
              PERFORM GRAVA-AUDITORIA
              MOVE "*** PARCELA BAIXADA ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
           ELSE
              MOVE "ERRO NA BAIXA DA PARCELA" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
           END-IF
           .

      ****************************
      * CANCELAMENTO DE NOTA     *
      ****************************
      * CANCELA TODAS AS PARCELAS DA NOTA (LANCAMENTO ERRADO); SE
      * ALGUMA JA FOI PAGA A NOTA NAO PODE MAIS SER CANCELADA.
       CANCELA-000.
           MOVE "CANCELA" TO DOPCAO.
           MOVE 0         TO W-SEL.
       CAN-001.
           DISPLAY TELA-BAIXA-PAGAR
           PERFORM ENTRA-PARCELA UNTIL W-SEL > 0
           UNLOCK ARQ-PAGAR
           IF W-SEL = 2
              PERFORM CONTA-PARCELAS-PAGAS
              IF WS-QTD-PAGAS > ZEROS
                 MOVE "*** NOTA COM PARCELA PAGA NAO CANCELA ***"
                   TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
              ELSE
                 MOVE 0 TO W-SEL
                 PERFORM CANCELA-DADOS UNTIL W-SEL > 0
                 IF W-SN = "S"
                    PERFORM CANCELA-PARCELAS
                    MOVE SPACES TO MENS
                    STRING "CANCELADA NF " WS-NUMERO-NF
                        DELIMITED BY SIZE INTO MENS
                    END-STRING
                    PERFORM GRAVA-AUDITORIA
                    MOVE "*** NOTA CANCELADA ***" TO MENS
                    PERFORM ROT-MENS THRU ROT-MENS-FIM
                 END-IF
              END-IF
           END-IF
           MOVE ZEROS TO W-SEL
           .
       CANCELA-EXIT.
           EXIT.

       CONTA-PARCELAS-PAGAS.
           MOVE ZEROS TO WS-QTD-PAGAS
           PERFORM POSICIONA-NOTA
           PERFORM UNTIL WS-EOF-PAG = "Y"
              PERFORM LE-PARCELA-DA-NOTA
              IF WS-EOF-PAG = "N"
                 IF PAG_SITUACAO = "P"
                    ADD 1 TO WS-QTD-PAGAS
                 END-IF
              END-IF
           END-PERFORM
           .

       CANCELA-PARCELAS.
           PERFORM POSICIONA-NOTA
           PERFORM UNTIL WS-EOF-PAG = "Y"
              PERFORM LE-PARCELA-DA-NOTA
              IF WS-EOF-PAG = "N"
                 IF PAG_SITUACAO = "A"
                    MOVE "C"   TO PAG_SITUACAO
                    MOVE LS-ID TO PAG_OPERADOR
                    REWRITE REGPAG
                 END-IF
              END-IF
           END-PERFORM
           .

       POSICIONA-NOTA.
           MOVE WS-COD-FORNECEDOR TO PAG_COD_FORNECEDOR
           MOVE WS-NUMERO-NF      TO PAG_NUMERO_NF
           MOVE ZEROS             TO PAG_PARCELA
           MOVE "N" TO WS-EOF-PAG
           START ARQ-PAGAR
               KEY IS NOT LESS THAN PAG_CHAVE
                    INVALID KEY
                       MOVE "Y" TO WS-EOF-PAG
           END-START
           .

       LE-PARCELA-DA-NOTA.
           READ ARQ-PAGAR NEXT AT END
              MOVE "Y" TO WS-EOF-PAG
           END-READ
           IF WS-EOF-PAG = "N"
              IF PAG_COD_FORNECEDOR NOT = WS-COD-FORNECEDOR OR
                 PAG_NUMERO_NF NOT = WS-NUMERO-NF
                 MOVE "Y" TO WS-EOF-PAG
              END-IF
           END-IF
           .

       GRAVA-AUDITORIA.
           MOVE FUNCTION CURRENT-DATE(1:14) TO AUD-DATA-HORA
           MOVE "CADPAG"             TO AUD-PROGRAMA
           MOVE LS-ID                TO AUD-OPERADOR
           MOVE DOPCAO               TO AUD-OPERACAO
           MOVE WS-COD-FORNECEDOR    TO AUD-CODIGO
           MOVE MENS                 TO AUD-RESULTADO
           WRITE REGAUD
           .

       CONFIRMA-DADOS.
           MOVE "S" TO W-SN
           DISPLAY "DADOS OK (S/N) : " AT 2340
           ACCEPT W-SN WITH UPDATE AT 2357
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 02
              MOVE 1 TO W-SEL
              MOVE "N" TO W-SN
           ELSE
                IF W-SN = "N" OR "n"
                   MOVE "*** DADOS RECUSADOS PELO OPERADOR ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
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

       CANCELA-DADOS.
           MOVE "N" TO W-SN
           DISPLAY "CANCELAR NOTA (S/N) : " AT 2335
           ACCEPT W-SN WITH UPDATE AT 2357
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 02
              MOVE 1 TO W-SEL
              MOVE "N" TO W-SN
           ELSE
                IF W-SN = "N" OR "n"
                   MOVE "*** NOTA NAO CANCELADA ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   MOVE "N" TO W-SN
                   MOVE 1 TO W-SEL
                ELSE
                IF W-SN NOT = "S" AND "s"
                   MOVE "*** DIGITE APENAS S=SIM  e  N=NAO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                ELSE
                   MOVE "S" TO W-SN
                   MOVE 2 TO W-SEL
                .

      *******************************
      * ROTINA DE ABERTURA ARQUIVOS *
      *******************************
       OPEN-ARQUIVOS.
           OPEN I-O ARQ-PAGAR
           IF WS-RESULTADO-ACESSO NOT = "00"
               IF WS-RESULTADO-ACESSO = "05"
                  OPEN OUTPUT ARQ-PAGAR
                  CLOSE ARQ-PAGAR
                  OPEN I-O ARQ-PAGAR
               ELSE
                  MOVE "ERRO NA ABERTURA DO ARQUIVO CONTAS A PAGAR"
                    TO MENS
                  PERFORM ROT-MENS THRU ROT-MENS-FIM
                  EXIT PROGRAM
                  .
           OPEN INPUT ARQ-FORNEC
           IF WS-RESULTADO-ACESSO NOT = "00"
              MOVE "*** CADASTRE OS FORNECEDORES ANTES (CADFOR) ***"
                TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              CLOSE ARQ-PAGAR
              EXIT PROGRAM
              .
      * SEM PEDIDO DE COMPRA NA FILIAL SO ENTRA NOTA AVULSA.
           MOVE "N" TO WS-SEM-PEDCOMPRA
           OPEN INPUT ARQ-PEDCOMPRA
           IF WS-RESULTADO-ACESSO NOT = "00"
              MOVE "S" TO WS-SEM-PEDCOMPRA
              MOVE "00" TO WS-RESULTADO-ACESSO
           END-IF
           PERFORM ABRE-PERIODOS
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
           CLOSE ARQ-PAGAR
                 ARQ-FORNEC
                 ARQ-AUD
           IF WS-SEM-PEDCOMPRA = "N"
              CLOSE ARQ-PEDCOMPRA
           END-IF
           PERFORM FECHA-PERIODOS
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

      * ABRE-PERIODOS, VERIFICA-PERIODO-FECHADO E FECHA-PERIODOS:
      * VER COPYBOOK, COMPARTILHADO COM CADPED/FATPED/CADTIT.
       COPY "copybook\SISPEPGER.CPY".

      * CARREGA-FILIAL E MONTA-CAMINHOS-FILIAL: VER COPYBOOK,
      * COMPARTILHADO POR TODOS OS PROGRAMAS DA FILIAL.
       COPY "copybook\SISFIPGER.CPY".
