      **************************************************
      * PEDIDOS DE COMPRA: INCLUSAO, CONSULTA,         *
      * CANCELAMENTO E PEDIDOS EM ABERTO/ATRASADOS     *
      **************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CADPCO.
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
       77 WS-DIAS-INTEIRO      PIC 9(008) VALUE ZEROS.
       77 WS-NUMERO-PEDIDO     PIC 9(007) VALUE ZEROS.
       77 WS-COD-FORNECEDOR    PIC 9(005) VALUE ZEROS.
       77 WS-DATA-PREVISTA     PIC 9(008) VALUE ZEROS.
       77 WS-PRODUTO           PIC 9(005) VALUE ZEROS.
       77 WS-QTDE              PIC 9(007) VALUE ZEROS.
       77 WS-VALOR-UNIT        PIC 9(007)V9(02) VALUE ZEROS.
       77 WS-VALOR-TOTAL       PIC 9(011)V9(02) VALUE ZEROS.
       77 WS-VALOR-TOTAL-EDT   PIC ZZ.ZZZ.ZZZ.ZZ9,99.
       77 WS-LIN-TELA          PIC 9(002) VALUE ZEROS.
       77 WS-POS-TELA          PIC 9(004) VALUE ZEROS.
       77 WS-FIM-ITENS         PIC X(001) VALUE "N".
       77 WS-EOF-PCO           PIC X(001) VALUE "N".
       77 WS-ATRASADO          PIC X(001) VALUE "N".
       77 WS-QTD-IMPRESSOS     PIC 9(005) VALUE ZEROS.
       77 WS-QTD-ATRASADOS     PIC 9(005) VALUE ZEROS.
       77 WS-DIAS-ATRASO       PIC S9(005) VALUE ZEROS.
       77 WS-SO-ATRASADOS      PIC X(001) VALUE "N".
       77 WS-SEM-FORNEC        PIC X(001) VALUE "N".

      * LINHAS DO PEDIDO EM DIGITACAO (ATE 99, COMO O PEDIDO DE
      * VENDA), GRAVADAS DE UMA VEZ NA CONFIRMACAO.
       77 WS-QTD-LIN           PIC 9(003) VALUE ZEROS.
       77 WS-LIN-IDX           PIC 9(003) VALUE ZEROS.
       01 WS-TAB-LIN.
          05 WS-LIN OCCURS 99 TIMES.
             10 WS-LIN-PRODUTO     PIC 9(005).
             10 WS-LIN-QTDE        PIC 9(007).
             10 WS-LIN-VALOR-UNIT  PIC 9(007)V9(02).

      * CABECALHO DO PEDIDO EM PAUTA NO RELATORIO.
       01 WS-CAB-PEDIDO.
          05 WS-CAB-FORNECEDOR     PIC 9(005).
          05 WS-CAB-EMISSAO        PIC 9(008).
          05 WS-CAB-PREVISTA       PIC 9(008).
          05 WS-CAB-SITUACAO       PIC X(001).

       01 CABEC.
          03 FILLER PIC X(44) VALUE
             "PEDIDOS DE COMPRA EM ABERTO - DATA: ".
          03 CAB-DATA PIC 9(008).
          03 FILLER PIC X(04) VALUE SPACES.
          03 CAB-FILTRO PIC X(020).

       01 CABEC2.
          03 FILLER PIC X(09) VALUE "PEDIDO".
          03 FILLER PIC X(04) VALUE "LIN".
          03 FILLER PIC X(07) VALUE "FORN.".
          03 FILLER PIC X(26) VALUE "RAZAO SOCIAL".
          03 FILLER PIC X(10) VALUE "PREVISTA".
          03 FILLER PIC X(07) VALUE "PROD.".
          03 FILLER PIC X(10) VALUE "PEDIDA".
          03 FILLER PIC X(10) VALUE "RECEBIDA".
          03 FILLER PIC X(10) VALUE "PENDENTE".
          03 FILLER PIC X(06) VALUE "ATRASO".

       01 DETAL.
          03 IMPPEDIDO    PIC 9(007).
          03 FILLER       PIC X(02) VALUE SPACES.
          03 IMPLINHA     PIC 9(003).
          03 FILLER       PIC X(01) VALUE SPACES.
          03 IMPFORNEC    PIC 9(005).
          03 FILLER       PIC X(02) VALUE SPACES.
          03 IMPRAZAO     PIC X(024).
          03 FILLER       PIC X(02) VALUE SPACES.
          03 IMPPREVISTA  PIC 9(008).
          03 FILLER       PIC X(02) VALUE SPACES.
          03 IMPPRODUTO   PIC 9(005).
          03 FILLER       PIC X(02) VALUE SPACES.
          03 IMPPEDIDA    PIC Z.ZZZ.ZZ9.
          03 FILLER       PIC X(01) VALUE SPACES.
          03 IMPRECEBIDA  PIC Z.ZZZ.ZZ9.
          03 FILLER       PIC X(01) VALUE SPACES.
          03 IMPPENDENTE  PIC Z.ZZZ.ZZ9.
          03 FILLER       PIC X(02) VALUE SPACES.
          03 IMPATRASO    PIC ZZZZ9.

       01 RODAPE.
          03 FILLER  PIC X(30) VALUE "LINHAS EM ABERTO:".
          03 FOOT-QTD PIC ZZZZ9.
          03 FILLER  PIC X(05) VALUE SPACES.
          03 FILLER  PIC X(20) VALUE "EM ATRASO:".
          03 FOOT-ATRASO PIC ZZZZ9.

       LINKAGE SECTION.
       01 LS-ID PIC X(5).

       SCREEN SECTION.
       COPY "copybook\SISSTGER.CPY".

       01 TELA-MENU-PEDCOMPRA.
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
        02 LINE 07 COL 31 VALUE "PEDIDOS DE COMPRA".
        02 LINE 09 COL 10 VALUE "1 - Inclusao".
        02 LINE 10 COL 10 VALUE "2 - Consulta".
        02 LINE 11 COL 10 VALUE "3 - Cancelamento".
        02 LINE 12 COL 10 VALUE "4 - Pedidos em Aberto / Atrasados".
        02 LINE 13 COL 10 VALUE "5 - Retornar".
        02 LINE 20 COL 10 "Digite a opcao desejada[.]".
        02 OPCAO LINE 20 COL 34 PIC X(01) USING W-OPCAO AUTO.
      *
       01 TELA-PEDCOMPRA.
        02 BLANK SCREEN.
        02 LINE 02 COL 28 VALUE "Sistema de Franquia AMBEV".
        02 LINE 05 COL 31 VALUE "PEDIDOS DE COMPRA".
        02 LINE 05 COL 66 VALUE "[".
        02 LINE 05 COL 67 PIC X(10) USING DOPCAO.
        02 LINE 05 COL 77 VALUE "]".
        02 LINE 07 COL 10 VALUE "PEDIDO       : [       ]".
        02 LINE 07 COL 40 VALUE "SITUACAO: [ ]".
        02 LINE 08 COL 10 VALUE "FORNECEDOR   : [     ]".
        02 LINE 09 COL 10 VALUE "EMISSAO      : [        ]".
        02 LINE 09 COL 40 VALUE "PREVISTA: [        ]".
        02 LINE 11 COL 10 VALUE
          "LIN  PRODUTO   QUANTIDADE   CUSTO UNIT.    RECEBIDA".
        02 LINE 23 COL 10 VALUE "TOTAL DO PEDIDO:".
      *
       01 TELA-REL-PEDCOMPRA.
        02 BLANK SCREEN.
        02 LINE 02 COL 28 VALUE "Sistema de Franquia AMBEV".
        02 LINE 07 COL 22 VALUE
          "PEDIDOS DE COMPRA EM ABERTO / ATRASADOS".
        02 LINE 09 COL 10 VALUE "SO OS ATRASADOS (S/N): [ ]".
        02 LINE 11 COL 10 VALUE
          "LISTA AS LINHAS COM SALDO A RECEBER; ATRASADA E A".
        02 LINE 12 COL 10 VALUE
          "LINHA CUJA DATA PREVISTA JA PASSOU.".
      *-----------------------------------------------------------------
       PROCEDURE DIVISION  USING LS-ID.
       INICIO.
      * RESOLVE OS CAMINHOS DA FILIAL SELECIONADA NO LOGIN ANTES DE
      * ABRIR QUALQUER ARQUIVO DE DADOS (VER SISFIPGER.CPY).
           MOVE LS-ID TO WS-SESSAO-ID
           PERFORM CARREGA-FILIAL
           MOVE WCF-ARQ-IMPRESSAO-COMPRAS TO WRL-ARQ-IMPRESSAO
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-DATA-HOJE
           PERFORM OPEN-ARQUIVOS.
           MOVE "F" TO WFIM.
           PERFORM TELA-PEDCOMPRA-0 UNTIL WFIM = "T".
       TELA-PEDCOMPRA-0.
           MOVE SPACES TO W-OPCAO
           DISPLAY TELA-MENU-PEDCOMPRA
           ACCEPT TELA-MENU-PEDCOMPRA
           EVALUATE W-OPCAO
             WHEN "1"
                PERFORM INCLUSAO-000 THRU INCLUSAO-EXIT
             WHEN "2"
                PERFORM CONSULTA-000 THRU CONSULTA-EXIT
             WHEN "3"
                PERFORM CANCELA-000 THRU CANCELA-EXIT
             WHEN "4"
                PERFORM RELATORIO-000 THRU RELATORIO-EXIT
             WHEN "5"
                PERFORM CLOSE-ARQUIVOS
                EXIT PROGRAM
           END-EVALUATE.

      **********************
      * ROTINA DE INCLUSAO *
      **********************
      * CABECALHO (FORNECEDOR ATIVO E DATA PREVISTA, SUGERIDA PELO
      * PRAZO DE ENTREGA DO FORNECEDOR) E DEPOIS AS LINHAS ATE O
      * PRODUTO 00000; O NUMERO E O MAIOR JA GRAVADO + 1.
       INCLUSAO-000.
           MOVE "INCLUSAO" TO DOPCAO.
           MOVE 0          TO W-SEL.
       INC-001.
           MOVE ZEROS TO WS-QTD-LIN WS-VALOR-TOTAL WS-COD-FORNECEDOR
                         WS-DATA-PREVISTA
           DISPLAY TELA-PEDCOMPRA
           PERFORM PROXIMO-NUMERO-PEDIDO
           DISPLAY WS-NUMERO-PEDIDO AT 0726
           DISPLAY WS-DATA-HOJE     AT 0926
           PERFORM ENTRA-FORNECEDOR UNTIL W-SEL > 0
           IF W-SEL = 2
              MOVE 0 TO W-SEL
              PERFORM ENTRA-DATA-PREVISTA UNTIL W-SEL > 0
           END-IF
           IF W-SEL = 2
              MOVE "N" TO WS-FIM-ITENS
              PERFORM ENTRA-UMA-LINHA UNTIL WS-FIM-ITENS = "S"
              IF WS-QTD-LIN = ZEROS
                 MOVE "*** PEDIDO SEM ITENS NAO GRAVADO ***" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
              ELSE
                 MOVE 0 TO W-SEL
                 PERFORM CONFIRMA-DADOS UNTIL W-SEL > 0
                 IF W-SN = "S"
                    PERFORM GRAVA-PEDIDO-COMPRA
                 END-IF
              END-IF
           END-IF
           MOVE ZEROS TO W-SEL
           .
       INCLUSAO-EXIT.
           EXIT.

       PROXIMO-NUMERO-PEDIDO.
           MOVE 1 TO WS-NUMERO-PEDIDO
           MOVE 9999999 TO PCO_NUMERO
           MOVE 999     TO PCO_LINHA
           START ARQ-PEDCOMPRA
               KEY IS LESS THAN PCO_CHAVE
                    INVALID KEY
                       MOVE ZEROS TO PCO_NUMERO
                    NOT INVALID KEY
                       READ ARQ-PEDCOMPRA PREVIOUS
                           AT END
                              MOVE ZEROS TO PCO_NUMERO
                       END-READ
           END-START
           IF WS-RESULTADO-ACESSO = "00"
              COMPUTE WS-NUMERO-PEDIDO = PCO_NUMERO + 1
           END-IF
           MOVE "00" TO WS-RESULTADO-ACESSO
           .

       ENTRA-FORNECEDOR.
           ACCEPT WS-COD-FORNECEDOR AT 0826
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
                 DISPLAY FOR_RAZAO_SOCIAL AT 0834
                 IF FOR_STATUS NOT = "A"
                    MOVE "*** FORNECEDOR NAO ESTA ATIVO ***" TO MENS
                    PERFORM ROT-MENS THRU ROT-MENS-FIM
                 ELSE
                    COMPUTE WS-DIAS-INTEIRO =
                        FUNCTION INTEGER-OF-DATE(WS-DATA-HOJE) +
                        FOR_PRAZO_ENTREGA
                    COMPUTE WS-DATA-PREVISTA =
                        FUNCTION DATE-OF-INTEGER(WS-DIAS-INTEIRO)
                    MOVE 2 TO W-SEL
                 END-IF
              END-IF
           END-IF
           .

       ENTRA-DATA-PREVISTA.
           DISPLAY WS-DATA-PREVISTA AT 0951
           ACCEPT WS-DATA-PREVISTA WITH UPDATE AT 0951
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 02
              MOVE 1 TO W-SEL
           ELSE
              IF WS-DATA-PREVISTA(1:4) < "1900" OR
                 WS-DATA-PREVISTA(5:2) < "01" OR
                 WS-DATA-PREVISTA(5:2) > "12" OR
                 WS-DATA-PREVISTA(7:2) < "01" OR
                 WS-DATA-PREVISTA(7:2) > "31"
                 MOVE "DATA PREVISTA INVALIDA" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
              ELSE
              IF WS-DATA-PREVISTA < WS-DATA-HOJE
                 MOVE "DATA PREVISTA NAO PODE SER PASSADA" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
              ELSE
                 MOVE 2 TO W-SEL
              END-IF
              END-IF
           END-IF
           .

      * UMA LINHA POR PRODUTO ATIVO DO CATALOGO; O CUSTO UNITARIO
      * COMBINADO VEM SUGERIDO PELO PRO_CUSTO_UNIT.
       ENTRA-UMA-LINHA.
           IF WS-QTD-LIN NOT < 99
              MOVE "*** LIMITE DE 99 LINHAS POR PEDIDO ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              MOVE "S" TO WS-FIM-ITENS
           ELSE
              PERFORM CALCULA-LINHA-TELA
              MOVE ZEROS TO WS-PRODUTO
              COMPUTE WS-POS-TELA = WS-LIN-TELA * 100 + 10
              DISPLAY WS-LIN-IDX AT WS-POS-TELA
              COMPUTE WS-POS-TELA = WS-LIN-TELA * 100 + 15
              ACCEPT WS-PRODUTO AT WS-POS-TELA
              ACCEPT W-ACT FROM ESCAPE KEY
              IF W-ACT = 02 OR WS-PRODUTO = ZEROS
                 MOVE "S" TO WS-FIM-ITENS
              ELSE
                 PERFORM VALIDA-LINHA
              END-IF
           END-IF
           .

       VALIDA-LINHA.
           MOVE WS-PRODUTO TO PRO_CODIGO_PRODUTO
           READ ARQ-PRODUTO
           IF WS-RESULTADO-ACESSO NOT = "00"
              MOVE "*** PRODUTO NAO CADASTRADO ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
           ELSE
           IF PRO_STATUS = "F"
              MOVE "*** PRODUTO FORA DE LINHA ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
           ELSE
              MOVE ZEROS TO WS-QTDE
              COMPUTE WS-POS-TELA = WS-LIN-TELA * 100 + 25
              ACCEPT WS-QTDE AT WS-POS-TELA
              MOVE PRO_CUSTO_UNIT TO WS-VALOR-UNIT
              COMPUTE WS-POS-TELA = WS-LIN-TELA * 100 + 38
              DISPLAY WS-VALOR-UNIT AT WS-POS-TELA
              ACCEPT WS-VALOR-UNIT WITH UPDATE AT WS-POS-TELA
              IF WS-QTDE = ZEROS
                 MOVE "QUANTIDADE INVALIDA" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
              ELSE
                 ADD 1 TO WS-QTD-LIN
                 MOVE WS-PRODUTO    TO WS-LIN-PRODUTO(WS-QTD-LIN)
                 MOVE WS-QTDE       TO WS-LIN-QTDE(WS-QTD-LIN)
                 MOVE WS-VALOR-UNIT TO WS-LIN-VALOR-UNIT(WS-QTD-LIN)
                 COMPUTE WS-VALOR-TOTAL = WS-VALOR-TOTAL +
                         WS-QTDE * WS-VALOR-UNIT
                 MOVE WS-VALOR-TOTAL TO WS-VALOR-TOTAL-EDT
                 DISPLAY WS-VALOR-TOTAL-EDT AT 2328
              END-IF
           END-IF
           END-IF
           .

      * AREA DE LINHAS DA TELA: 10 LINHAS (12 A 21), ROLANDO DE 10 EM
      * 10 COMO A DIGITACAO DE ITENS DO CADPED.
       CALCULA-LINHA-TELA.
           COMPUTE WS-LIN-IDX = WS-QTD-LIN + 1
           COMPUTE WS-LIN-TELA = WS-QTD-LIN -
                   (WS-QTD-LIN / 10) * 10
           IF WS-LIN-TELA = ZEROS AND WS-QTD-LIN > ZEROS
              PERFORM LIMPA-AREA-LINHAS
           END-IF
           COMPUTE WS-LIN-TELA = 12 + WS-LIN-TELA
           .

       LIMPA-AREA-LINHAS.
           PERFORM VARYING WS-LIN-TELA FROM 12 BY 1
                   UNTIL WS-LIN-TELA > 21
              COMPUTE WS-POS-TELA = WS-LIN-TELA * 100 + 10
              DISPLAY
                "                                                    "
                      AT WS-POS-TELA
           END-PERFORM
           .

      * CABECALHO (LINHA 000) E LINHAS NUMA PASSADA SO. O NUMERO E
      * RECALCULADO NA HORA DE GRAVAR, PARA DOIS TERMINAIS DIGITANDO
      * AO MESMO TEMPO NAO DISPUTAREM O MESMO PEDIDO.
       GRAVA-PEDIDO-COMPRA.
           PERFORM PROXIMO-NUMERO-PEDIDO
           MOVE SPACES            TO REGPCO
           MOVE WS-NUMERO-PEDIDO  TO PCO_NUMERO
           MOVE ZEROS             TO PCO_LINHA
           MOVE WS-COD-FORNECEDOR TO PCO_COD_FORNECEDOR
           MOVE WS-DATA-HOJE      TO PCO_DATA_EMISSAO
           MOVE WS-DATA-PREVISTA  TO PCO_DATA_PREVISTA
           MOVE ZEROS             TO PCO_PRODUTO PCO_QTDE
                                     PCO_QTDE_RECEBIDA PCO_VALOR_UNIT
           MOVE "A"               TO PCO_SITUACAO
           MOVE LS-ID             TO PCO_OPERADOR
           WRITE REGPCO
           IF WS-RESULTADO-ACESSO NOT = "00"
              MOVE "ERRO NA GRAVACAO DO PEDIDO DE COMPRA" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
           ELSE
              PERFORM VARYING WS-LIN-IDX FROM 1 BY 1
                      UNTIL WS-LIN-IDX > WS-QTD-LIN
                 MOVE WS-LIN-IDX TO PCO_LINHA
                 MOVE WS-LIN-PRODUTO(WS-LIN-IDX) TO PCO_PRODUTO
                 MOVE WS-LIN-QTDE(WS-LIN-IDX)    TO PCO_QTDE
                 MOVE WS-LIN-VALOR-UNIT(WS-LIN-IDX)
                   TO PCO_VALOR_UNIT
                 MOVE ZEROS TO PCO_QTDE_RECEBIDA
                 WRITE REGPCO
              END-PERFORM
              DISPLAY WS-NUMERO-PEDIDO AT 0726
              MOVE SPACES TO MENS
              STRING "PEDIDO " WS-NUMERO-PEDIDO " FORN. "
                     WS-COD-FORNECEDOR
                  DELIMITED BY SIZE INTO MENS
              END-STRING
              PERFORM GRAVA-AUDITORIA
              MOVE "*** PEDIDO DE COMPRA GRAVADO ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
           END-IF
           .

      **********************
      * ROTINA DE CONSULTA *
      **********************
       CONSULTA-000.
           MOVE "CONSULTA" TO DOPCAO.
           MOVE 0          TO W-SEL.
       CON-001.
           DISPLAY TELA-PEDCOMPRA
           PERFORM ENTRA-NUMERO UNTIL W-SEL > 0
           IF W-SEL = 2
              DISPLAY "TECLE ENTER PARA CONTINUAR" AT 2440
              ACCEPT W-ENTER AT 2470
           END-IF
           MOVE ZEROS TO W-SEL
           .
       CONSULTA-EXIT.
           EXIT.

      ***************************
      * ROTINA DE CANCELAMENTO  *
      ***************************
      * SO PEDIDO SEM NENHUM RECEBIMENTO ("A") PODE SER CANCELADO;
      * O RECEBIDO EM PARTE FICA COMO ESTA E O SALDO PENDENTE E
      * ENCERRADO PELO CANCELAMENTO DAS LINHAS EM ABERTO.
       CANCELA-000.
           MOVE "CANCELA" TO DOPCAO.
           MOVE 0         TO W-SEL.
       CAN-001.
           DISPLAY TELA-PEDCOMPRA
           PERFORM ENTRA-NUMERO UNTIL W-SEL > 0
           IF W-SEL = 2
              IF PCO_SITUACAO NOT = "A" AND PCO_SITUACAO NOT = "P"
                 MOVE "*** PEDIDO NAO ESTA EM ABERTO ***" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
              ELSE
                 MOVE 0 TO W-SEL
                 PERFORM CANCELA-DADOS UNTIL W-SEL > 0
                 IF W-SN = "S"
                    PERFORM CANCELAMENTO
                 END-IF
              END-IF
           END-IF
           MOVE ZEROS TO W-SEL
           .
       CANCELA-EXIT.
           EXIT.

      * LINHA JA RECEBIDA POR INTEIRO FICA "R"; AS DEMAIS VIRAM "C" E
      * O CABECALHO TAMBEM (O RECEBIDO CONTINUA NO ESTOQUE).
       CANCELAMENTO.
           MOVE WS-NUMERO-PEDIDO TO PCO_NUMERO
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
                 IF PCO_NUMERO NOT = WS-NUMERO-PEDIDO
                    MOVE "Y" TO WS-EOF-PCO
                 ELSE
                    IF PCO_SITUACAO NOT = "R"
                       MOVE "C" TO PCO_SITUACAO
                       REWRITE REGPCO
                    END-IF
                 END-IF
              END-IF
           END-PERFORM
           MOVE WS-NUMERO-PEDIDO TO PCO_NUMERO
           MOVE ZEROS            TO PCO_LINHA
           READ ARQ-PEDCOMPRA
           IF WS-RESULTADO-ACESSO = "00"
              MOVE "C" TO PCO_SITUACAO
              REWRITE REGPCO
              MOVE SPACES TO MENS
              STRING "PEDIDO " WS-NUMERO-PEDIDO " CANCELADO"
                  DELIMITED BY SIZE INTO MENS
              END-STRING
              PERFORM GRAVA-AUDITORIA
              MOVE "*** PEDIDO DE COMPRA CANCELADO ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
           ELSE
              MOVE "ERRO NO CANCELAMENTO DO PEDIDO" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
           END-IF
           .

      * LE O CABECALHO E MOSTRA AS LINHAS DO PEDIDO (AS 10 PRIMEIRAS
      * NA TELA). DEIXA O CABECALHO EM REGPCO NA SAIDA.
       ENTRA-NUMERO.
           MOVE ZEROS TO WS-NUMERO-PEDIDO
           ACCEPT WS-NUMERO-PEDIDO AT 0726
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 02 OR WS-NUMERO-PEDIDO = ZEROS
              MOVE 1 TO W-SEL
           ELSE
              MOVE WS-NUMERO-PEDIDO TO PCO_NUMERO
              MOVE ZEROS            TO PCO_LINHA
              READ ARQ-PEDCOMPRA
              IF WS-RESULTADO-ACESSO NOT = "00"
                 MOVE "*** PEDIDO DE COMPRA NAO CADASTRADO ***"
                   TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
              ELSE
                 PERFORM MOSTRA-DADOS
                 MOVE WS-NUMERO-PEDIDO TO PCO_NUMERO
                 MOVE ZEROS            TO PCO_LINHA
                 READ ARQ-PEDCOMPRA
                 MOVE 2 TO W-SEL
              END-IF
           END-IF
           .

       MOSTRA-DADOS.
           DISPLAY PCO_SITUACAO       AT 0751
           DISPLAY PCO_COD_FORNECEDOR AT 0826
           DISPLAY PCO_DATA_EMISSAO   AT 0926
           DISPLAY PCO_DATA_PREVISTA  AT 0951
           MOVE PCO_COD_FORNECEDOR TO FOR_CODIGO
           READ ARQ-FORNEC
               INVALID KEY
                  MOVE SPACES TO FOR_RAZAO_SOCIAL
           END-READ
           DISPLAY FOR_RAZAO_SOCIAL AT 0834
           MOVE ZEROS TO WS-VALOR-TOTAL WS-QTD-LIN
           MOVE 1 TO PCO_LINHA
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
                 IF PCO_NUMERO NOT = WS-NUMERO-PEDIDO
                    MOVE "Y" TO WS-EOF-PCO
                 ELSE
                    PERFORM MOSTRA-LINHA
                 END-IF
              END-IF
           END-PERFORM
           MOVE WS-VALOR-TOTAL TO WS-VALOR-TOTAL-EDT
           DISPLAY WS-VALOR-TOTAL-EDT AT 2328
           .

       MOSTRA-LINHA.
           ADD 1 TO WS-QTD-LIN
           COMPUTE WS-VALOR-TOTAL = WS-VALOR-TOTAL +
                   PCO_QTDE * PCO_VALOR_UNIT
           IF WS-QTD-LIN NOT > 10
              COMPUTE WS-LIN-TELA = 11 + WS-QTD-LIN
              COMPUTE WS-POS-TELA = WS-LIN-TELA * 100 + 10
              DISPLAY PCO_LINHA AT WS-POS-TELA
              COMPUTE WS-POS-TELA = WS-LIN-TELA * 100 + 15
              DISPLAY PCO_PRODUTO AT WS-POS-TELA
              COMPUTE WS-POS-TELA = WS-LIN-TELA * 100 + 25
              DISPLAY PCO_QTDE AT WS-POS-TELA
              COMPUTE WS-POS-TELA = WS-LIN-TELA * 100 + 38
              DISPLAY PCO_VALOR_UNIT AT WS-POS-TELA
              COMPUTE WS-POS-TELA = WS-LIN-TELA * 100 + 53
              DISPLAY PCO_QTDE_RECEBIDA AT WS-POS-TELA
              COMPUTE WS-POS-TELA = WS-LIN-TELA * 100 + 62
              DISPLAY PCO_SITUACAO AT WS-POS-TELA
           END-IF
           .

      *******************************************
      * PEDIDOS EM ABERTO E ENTREGAS ATRASADAS  *
      *******************************************
      * UMA LINHA POR ITEM COM SALDO A RECEBER, NA ORDEM DO PEDIDO;
      * O COMPRADOR USA A LISTA PARA COBRAR O FORNECEDOR (ATRASADO =
      * DATA PREVISTA DO CABECALHO ANTERIOR A HOJE).
       RELATORIO-000.
           MOVE "RELATORIO" TO DOPCAO
           DISPLAY TELA-REL-PEDCOMPRA
           MOVE "N" TO WS-SO-ATRASADOS
           ACCEPT WS-SO-ATRASADOS WITH UPDATE AT 0934
           IF WS-SO-ATRASADOS = "s"
              MOVE "S" TO WS-SO-ATRASADOS
           END-IF
           MOVE 0 TO W-SEL
           PERFORM CONFIRMA-DADOS UNTIL W-SEL > 0
           IF W-SN NOT = "S"
              GO TO RELATORIO-EXIT
           END-IF
           MOVE ZEROS TO WS-QTD-IMPRESSOS WS-QTD-ATRASADOS
           OPEN OUTPUT ARQIMP
           MOVE WS-DATA-HOJE TO CAB-DATA
           IF WS-SO-ATRASADOS = "S"
              MOVE "(SO ATRASADOS)" TO CAB-FILTRO
           ELSE
              MOVE SPACES TO CAB-FILTRO
           END-IF
           WRITE REGIMP FROM CABEC
           MOVE SPACES TO REGIMP
           WRITE REGIMP
           WRITE REGIMP FROM CABEC2
           MOVE SPACES TO REGIMP
           WRITE REGIMP

           MOVE LOW-VALUES TO WS-CAB-PEDIDO
           MOVE ZEROS TO PCO_NUMERO PCO_LINHA
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
                 IF PCO_LINHA = ZEROS
                    MOVE PCO_COD_FORNECEDOR TO WS-CAB-FORNECEDOR
                    MOVE PCO_DATA_EMISSAO   TO WS-CAB-EMISSAO
                    MOVE PCO_DATA_PREVISTA  TO WS-CAB-PREVISTA
                    MOVE PCO_SITUACAO       TO WS-CAB-SITUACAO
                 ELSE
                    IF (WS-CAB-SITUACAO = "A" OR
                        WS-CAB-SITUACAO = "P") AND
                       (PCO_SITUACAO = "A" OR PCO_SITUACAO = "P")
                       PERFORM AVALIA-LINHA-ABERTA
                    END-IF
                 END-IF
              END-IF
           END-PERFORM

           MOVE WS-QTD-IMPRESSOS TO FOOT-QTD
           MOVE WS-QTD-ATRASADOS TO FOOT-ATRASO
           MOVE SPACES TO REGIMP
           WRITE REGIMP
           WRITE REGIMP FROM RODAPE
           CLOSE ARQIMP
           MOVE "CADPCO" TO WS-SPL-PROGRAMA
           MOVE WRL-ARQ-IMPRESSAO TO WS-SPL-ORIGEM
           PERFORM REGISTRA-SPOOL THRU REGISTRA-SPOOL-FIM
           MOVE "*** RELATORIO DE PEDIDOS EM ABERTO GERADO ***" TO MENS
           PERFORM ROT-MENS THRU ROT-MENS-FIM
           .
       RELATORIO-EXIT.
           EXIT.

       AVALIA-LINHA-ABERTA.
           MOVE "N" TO WS-ATRASADO
           MOVE ZEROS TO WS-DIAS-ATRASO
           IF WS-CAB-PREVISTA < WS-DATA-HOJE
              MOVE "S" TO WS-ATRASADO
              COMPUTE WS-DIAS-ATRASO =
                  FUNCTION INTEGER-OF-DATE(WS-DATA-HOJE) -
                  FUNCTION INTEGER-OF-DATE(WS-CAB-PREVISTA)
           END-IF
           IF WS-SO-ATRASADOS NOT = "S" OR WS-ATRASADO = "S"
              ADD 1 TO WS-QTD-IMPRESSOS
              IF WS-ATRASADO = "S"
                 ADD 1 TO WS-QTD-ATRASADOS
              END-IF
              MOVE PCO_NUMERO         TO IMPPEDIDO
              MOVE PCO_LINHA          TO IMPLINHA
              MOVE WS-CAB-FORNECEDOR  TO IMPFORNEC FOR_CODIGO
              READ ARQ-FORNEC
                  INVALID KEY
                     MOVE SPACES TO FOR_RAZAO_SOCIAL
              END-READ
              MOVE FOR_RAZAO_SOCIAL   TO IMPRAZAO
              MOVE WS-CAB-PREVISTA    TO IMPPREVISTA
              MOVE PCO_PRODUTO        TO IMPPRODUTO
              MOVE PCO_QTDE           TO IMPPEDIDA
              MOVE PCO_QTDE_RECEBIDA  TO IMPRECEBIDA
              COMPUTE IMPPENDENTE = PCO_QTDE - PCO_QTDE_RECEBIDA
              MOVE WS-DIAS-ATRASO     TO IMPATRASO
              WRITE REGIMP FROM DETAL
           END-IF
           .

       GRAVA-AUDITORIA.
           MOVE FUNCTION CURRENT-DATE(1:14) TO AUD-DATA-HORA
           MOVE "CADPCO"             TO AUD-PROGRAMA
           MOVE LS-ID                TO AUD-OPERADOR
           MOVE DOPCAO               TO AUD-OPERACAO
           MOVE WS-NUMERO-PEDIDO     TO AUD-CODIGO
           MOVE MENS                 TO AUD-RESULTADO
           WRITE REGAUD
           .

       CONFIRMA-DADOS.
           MOVE "S" TO W-SN
           DISPLAY "DADOS OK (S/N) : " AT 2440
           ACCEPT W-SN WITH UPDATE AT 2457
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
           DISPLAY "CANCELAR (S/N) : " AT 2440
           ACCEPT W-SN WITH UPDATE AT 2457
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 02
              MOVE 1 TO W-SEL
              MOVE "N" TO W-SN
           ELSE
                IF W-SN = "N" OR "n"
                   MOVE "*** PEDIDO NAO CANCELADO ***" TO MENS
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
                  EXIT PROGRAM
                  .
           OPEN INPUT ARQ-FORNEC
           IF WS-RESULTADO-ACESSO NOT = "00"
              MOVE "*** CADASTRE OS FORNECEDORES ANTES (CADFOR) ***"
                TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              CLOSE ARQ-PEDCOMPRA
              EXIT PROGRAM
              .
           OPEN INPUT ARQ-PRODUTO
           IF WS-RESULTADO-ACESSO NOT = "00"
              MOVE "ERRO NA ABERTURA DO ARQUIVO PRODUTO" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              CLOSE ARQ-PEDCOMPRA ARQ-FORNEC
              EXIT PROGRAM
              .
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
           CLOSE ARQ-PEDCOMPRA
                 ARQ-FORNEC
                 ARQ-PRODUTO
                 ARQ-AUD
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

      * CARREGA-FILIAL E MONTA-CAMINHOS-FILIAL: VER COPYBOOK,
      * COMPARTILHADO POR TODOS OS PROGRAMAS DA FILIAL.
       COPY "copybook\SISFIPGER.CPY".
