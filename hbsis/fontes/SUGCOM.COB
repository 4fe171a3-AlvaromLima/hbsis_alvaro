      **************************************************
      * SUGESTAO DE COMPRA: DEMANDA MEDIA DIARIA,      *
      * PONTO DE PEDIDO E QUANTIDADE SUGERIDA POR      *
      * PRODUTO, AGRUPADA POR FORNECEDOR, COM          *
      * GERACAO DOS PEDIDOS DE COMPRA NUMA PASSADA SO  *
      **************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SUGCOM.
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

       77 WS-MODO-BATCH        PIC X(001) VALUE "N".
       77 WS-DATA-HOJE         PIC 9(008) VALUE ZEROS.
       77 WS-SEM-FORNEC        PIC X(001) VALUE "N".
       77 WS-EOF-HIS           PIC X(001) VALUE "N".
       77 WS-EOF-PCO           PIC X(001) VALUE "N".
       77 WS-EOF-PRO           PIC X(001) VALUE "N".
       77 WS-EOF-SUG           PIC X(001) VALUE "N".

      * JANELA DA DEMANDA: OS WCF-MESES-DEMANDA MESES FECHADOS ANTES
      * DO MES CORRENTE (O MES CORRENTE AINDA ESTA INCOMPLETO NO
      * HISTORICO). OS DIAS SAO CONTADOS DO DIA 1 DO PRIMEIRO MES
      * AO DIA 1 DO MES CORRENTE.
       77 WS-MES-ABSOLUTO      PIC 9(006) VALUE ZEROS.
       77 WS-ANO-AUX           PIC 9(004) VALUE ZEROS.
       77 WS-MES-AUX           PIC 9(002) VALUE ZEROS.
       77 WS-ANO-MES-INI       PIC 9(006) VALUE ZEROS.
       77 WS-ANO-MES-FIM       PIC 9(006) VALUE ZEROS.
       77 WS-DATA-AUX          PIC 9(008) VALUE ZEROS.
       77 WS-DIAS-HISTORICO    PIC 9(005) VALUE ZEROS.
       77 WS-DIAS-INTEIRO      PIC 9(008) VALUE ZEROS.

      * UMA LINHA POR PRODUTO COM VENDA NA JANELA OU COM PEDIDO DE
      * COMPRA: VENDIDO NA JANELA, PENDENTE EM PEDIDOS ABERTOS E O
      * FORNECEDOR DO PEDIDO MAIS RECENTE (MESMO ESQUEMA DE TABELA
      * DO RELMRG).
       77 WS-QTD-REP           PIC 9(004) VALUE ZEROS.
       77 WS-REP-IDX           PIC 9(004) VALUE ZEROS.
       77 WS-ACHOU             PIC X(001) VALUE "N".
       77 WS-PRODUTO-BUSCA     PIC 9(005) VALUE ZEROS.
       01 WS-TAB-REPOSICAO.
          05 WS-REP-LINHA OCCURS 2000 TIMES.
             10 WS-REP-PRODUTO    PIC 9(005).
             10 WS-REP-VENDIDO    PIC 9(011).
             10 WS-REP-PENDENTE   PIC 9(009).
             10 WS-REP-FORNECEDOR PIC 9(005).
             10 WS-REP-DATA-PCO   PIC 9(008).

       77 WS-DEMANDA-DIA       PIC 9(007)V9(02) VALUE ZEROS.
       77 WS-PRAZO             PIC 9(003) VALUE ZEROS.
       77 WS-POSICAO           PIC S9(011) VALUE ZEROS.
       77 WS-PONTO-PEDIDO      PIC 9(009) VALUE ZEROS.
       77 WS-QTDE-SUGERIDA     PIC S9(011) VALUE ZEROS.
       77 WS-QTD-SUGERIDOS     PIC 9(005) VALUE ZEROS.

      * IMPRESSAO AGRUPADA POR FORNECEDOR (A CHAVE DO ARQ-SUGCOM JA
      * COMECA PELO FORNECEDOR).
       77 WS-FORN-QUEBRA       PIC 9(005) VALUE ZEROS.
       77 WS-PRIMEIRA-LINHA    PIC X(001) VALUE "S".
       77 WS-VALOR-LINHA       PIC 9(013)V9(02) VALUE ZEROS.
       77 WS-VALOR-FORN        PIC 9(013)V9(02) VALUE ZEROS.
       77 WS-VALOR-TOTAL       PIC 9(013)V9(02) VALUE ZEROS.
       77 WS-QTD-IMPRESSOS     PIC 9(005) VALUE ZEROS.

      * GERACAO DOS PEDIDOS: FORNECEDOR ESCOLHIDO (ZEROS = TODOS) E
      * O PEDIDO ABERTO PARA O FORNECEDOR CORRENTE.
       77 WS-FORN-FILTRO       PIC 9(005) VALUE ZEROS.
       77 WS-FORN-ATUAL        PIC 9(005) VALUE ZEROS.
       77 WS-FORN-VALIDO       PIC X(001) VALUE "N".
       77 WS-NUMERO-PEDIDO     PIC 9(007) VALUE ZEROS.
       77 WS-LINHA-PCO         PIC 9(003) VALUE ZEROS.
       77 WS-DATA-PREVISTA     PIC 9(008) VALUE ZEROS.
       77 WS-QTD-PEDIDOS       PIC 9(005) VALUE ZEROS.

       01 CABEC.
          03 FILLER     PIC X(28) VALUE "SUGESTAO DE COMPRA - DATA: ".
          03 CAB-DATA   PIC 9(008).
          03 FILLER     PIC X(10) VALUE "  FILIAL: ".
          03 CAB-FILIAL PIC X(003).

       01 CABEC-PARAM.
          03 FILLER     PIC X(17) VALUE "DEMANDA DE VENDA ".
          03 CAB-INI    PIC 9(006).
          03 FILLER     PIC X(03) VALUE " A ".
          03 CAB-FIM    PIC 9(006).
          03 FILLER     PIC X(13) VALUE "  SEGURANCA: ".
          03 CAB-SEG    PIC ZZ9.
          03 FILLER     PIC X(18) VALUE " DIAS  COBERTURA: ".
          03 CAB-COB    PIC ZZ9.
          03 FILLER     PIC X(05) VALUE " DIAS".

       01 CAB-FORN.
          03 FILLER       PIC X(12) VALUE "FORNECEDOR: ".
          03 CABF-CODIGO  PIC 9(005).
          03 FILLER       PIC X(01) VALUE SPACES.
          03 CABF-RAZAO   PIC X(040).
          03 FILLER       PIC X(08) VALUE " PRAZO: ".
          03 CABF-PRAZO   PIC ZZ9.
          03 FILLER       PIC X(05) VALUE " DIAS".

       01 CABEC2.
          03 FILLER PIC X(08) VALUE "PRODUTO".
          03 FILLER PIC X(27) VALUE "DESCRICAO".
          03 FILLER PIC X(11) VALUE "DEMANDA/D".
          03 FILLER PIC X(10) VALUE "SALDO".
          03 FILLER PIC X(10) VALUE "RESERVADO".
          03 FILLER PIC X(10) VALUE "PENDENTE".
          03 FILLER PIC X(10) VALUE "P.PEDIDO".
          03 FILLER PIC X(09) VALUE "SUGERIDO".
          03 FILLER PIC X(16) VALUE "VALOR".
          03 FILLER PIC X(15) VALUE "SITUACAO".

       01 DETAL.
          03 IMPPRODUTO   PIC 9(005).
          03 FILLER       PIC X(03) VALUE SPACES.
          03 IMPDESCRICAO PIC X(025).
          03 FILLER       PIC X(01) VALUE SPACES.
          03 IMPDEMANDA   PIC ZZZ.ZZ9,99.
          03 FILLER       PIC X(01) VALUE SPACES.
          03 IMPSALDO     PIC ZZZZZZZZ9.
          03 FILLER       PIC X(01) VALUE SPACES.
          03 IMPRESERVADO PIC ZZZZZZZZ9.
          03 FILLER       PIC X(01) VALUE SPACES.
          03 IMPPENDENTE  PIC ZZZZZZZZ9.
          03 FILLER       PIC X(01) VALUE SPACES.
          03 IMPPONTO     PIC ZZZZZZZZ9.
          03 FILLER       PIC X(01) VALUE SPACES.
          03 IMPSUGERIDO  PIC ZZZZZZ9.
          03 FILLER       PIC X(02) VALUE SPACES.
          03 IMPVALOR     PIC ZZZ.ZZZ.ZZ9,99.
          03 FILLER       PIC X(02) VALUE SPACES.
          03 IMPSITUACAO  PIC X(015).

       01 DET-GERADO.
          03 FILLER       PIC X(07) VALUE "PEDIDO ".
          03 DETG-NUMERO  PIC 9(007).

       01 RODAPE-FORN.
          03 FILLER       PIC X(96) VALUE "TOTAL DO FORNECEDOR".
          03 RODF-VALOR   PIC ZZ.ZZZ.ZZZ.ZZ9,99.

       01 RODAPE.
          03 FILLER       PIC X(21) VALUE "PRODUTOS SUGERIDOS: ".
          03 ROD-QTD      PIC ZZZZ9.
          03 FILLER       PIC X(70) VALUE SPACES.
          03 ROD-VALOR    PIC ZZ.ZZZ.ZZZ.ZZ9,99.

       01 WS-MENS-TOTAL.
          03 FILLER     PIC X(27) VALUE "SUGESTAO CALCULADA OK - ".
          03 WS-MENS-QTD PIC ZZZZ9.
          03 FILLER     PIC X(11) VALUE " PRODUTO(S)".

       01 WS-MENS-PEDIDOS.
          03 FILLER     PIC X(27) VALUE "PEDIDOS DE COMPRA GERADOS: ".
          03 WS-MENS-PED PIC ZZZZ9.

       LINKAGE SECTION.
       01 LS-ID PIC X(5).

       SCREEN SECTION.
       COPY "copybook\SISSTGER.CPY".

       01 TELA-SUGCOM.
        02 BLANK SCREEN.
        02 LINE 02 COL 28 VALUE "Sistema de Franquia AMBEV".
        02 LINE 07 COL 30 VALUE "SUGESTAO DE COMPRA".
        02 LINE 09 COL 10 VALUE "1 - Calcular Sugestao e Imprimir".
        02 LINE 10 COL 10 VALUE "2 - Reimprimir Ultima Sugestao".
        02 LINE 11 COL 10 VALUE
          "3 - Gerar Pedidos de Compra da Sugestao".
        02 LINE 12 COL 10 VALUE "4 - Retornar".
        02 LINE 14 COL 10 VALUE
          "DEMANDA DO HISTORICO DE VENDAS (RODE O AGRVEN ANTES).".
        02 LINE 17 COL 10 "Digite a opcao desejada[.]".
        02 OPCAO LINE 17 COL 34 PIC X(01) USING W-OPCAO AUTO.

       01 TELA-GERACAO.
        02 LINE 19 COL 10 VALUE
          "FORNECEDOR (ZEROS = TODOS): [     ]".
      *-----------------------------------------------------------------
       PROCEDURE DIVISION  USING LS-ID.
       INICIO.
      * RESOLVE OS CAMINHOS DA FILIAL SELECIONADA NO LOGIN ANTES DE
      * ABRIR QUALQUER ARQUIVO DE DADOS (VER SISFIPGER.CPY).
           MOVE LS-ID TO WS-SESSAO-ID
           PERFORM CARREGA-FILIAL
           MOVE WCF-ARQ-IMPRESSAO-SUGCOM TO WRL-ARQ-IMPRESSAO
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-DATA-HOJE
           MOVE "N" TO WS-MODO-BATCH
           IF LS-ID = "BATCH"
              MOVE "S" TO WS-MODO-BATCH
           END-IF
           PERFORM OPEN-ARQUIVOS
           IF WS-MODO-BATCH = "S"
      * NA CADEIA NOTURNA SO CALCULA E IMPRIME; GERAR PEDIDO E
      * DECISAO DO COMPRADOR, PELA TELA.
              PERFORM CALCULA-SUGESTAO
              PERFORM IMPRIME-SUGESTAO
              PERFORM GRAVA-AUDITORIA-CALCULO
           ELSE
              MOVE SPACES TO W-OPCAO
              PERFORM MENU-SUGCOM UNTIL W-OPCAO = "4"
           END-IF
           PERFORM CLOSE-ARQUIVOS
           EXIT PROGRAM
           .

       MENU-SUGCOM.
           MOVE SPACES TO W-OPCAO
           DISPLAY TELA-SUGCOM
           ACCEPT TELA-SUGCOM
           EVALUATE W-OPCAO
             WHEN "1"
                MOVE 0 TO W-SEL
                PERFORM CONFIRMA-TELA UNTIL W-SEL > 0
                IF W-SN = "S"
                   PERFORM CALCULA-SUGESTAO
                   PERFORM IMPRIME-SUGESTAO
                   PERFORM GRAVA-AUDITORIA-CALCULO
                   MOVE WS-QTD-SUGERIDOS TO WS-MENS-QTD
                   MOVE WS-MENS-TOTAL TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                END-IF
             WHEN "2"
                PERFORM IMPRIME-SUGESTAO
                MOVE "*** SUGESTAO REIMPRESSA, VER RELATORIO ***"
                  TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
             WHEN "3"
                PERFORM GERACAO-000
             WHEN "4"
                CONTINUE
             WHEN OTHER
                MOVE "*** OPCAO INVALIDA ***" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
           END-EVALUATE
           .

      ******************************************
      * CALCULO DA SUGESTAO (TELA E BATCH)     *
      ******************************************
      * A SUGESTAO ANTERIOR E SUBSTITUIDA INTEIRA: O QUE JA VIROU
      * PEDIDO DE COMPRA ENTRA COMO PENDENTE NO NOVO CALCULO.
       CALCULA-SUGESTAO.
           PERFORM CALCULA-JANELA-DEMANDA
           MOVE ZEROS  TO WS-QTD-REP WS-QTD-SUGERIDOS
           MOVE SPACES TO WS-TAB-REPOSICAO
           PERFORM ACUMULA-VENDAS
           PERFORM ACUMULA-PEDIDOS-COMPRA
           CLOSE ARQ-SUGCOM
           OPEN OUTPUT ARQ-SUGCOM
           CLOSE ARQ-SUGCOM
           OPEN I-O ARQ-SUGCOM
           MOVE "N" TO WS-EOF-PRO
           MOVE ZEROS TO PRO_CODIGO_PRODUTO
           START ARQ-PRODUTO
               KEY IS NOT LESS THAN PRO_CODIGO_PRODUTO
                    INVALID KEY
                       MOVE "Y" TO WS-EOF-PRO
           END-START
           PERFORM UNTIL WS-EOF-PRO = "Y"
               READ ARQ-PRODUTO NEXT AT END
                   MOVE "Y" TO WS-EOF-PRO
               END-READ
               IF WS-EOF-PRO = "N"
                  IF PRO_STATUS = "A"
                     PERFORM AVALIA-PRODUTO
                  END-IF
               END-IF
           END-PERFORM
           .

       CALCULA-JANELA-DEMANDA.
           MOVE WS-DATA-HOJE(1:4) TO WS-ANO-AUX
           MOVE WS-DATA-HOJE(5:2) TO WS-MES-AUX
           COMPUTE WS-MES-ABSOLUTO = WS-ANO-AUX * 12 + WS-MES-AUX - 1
           COMPUTE WS-DATA-AUX = WS-ANO-AUX * 10000 + WS-MES-AUX * 100
                               + 1
           COMPUTE WS-DIAS-HISTORICO =
               FUNCTION INTEGER-OF-DATE(WS-DATA-AUX)
           SUBTRACT 1 FROM WS-MES-ABSOLUTO
           COMPUTE WS-ANO-AUX = WS-MES-ABSOLUTO / 12
           COMPUTE WS-MES-AUX = WS-MES-ABSOLUTO - WS-ANO-AUX * 12 + 1
           COMPUTE WS-ANO-MES-FIM = WS-ANO-AUX * 100 + WS-MES-AUX
           COMPUTE WS-MES-ABSOLUTO = WS-MES-ABSOLUTO + 1
                                   - WCF-MESES-DEMANDA
           COMPUTE WS-ANO-AUX = WS-MES-ABSOLUTO / 12
           COMPUTE WS-MES-AUX = WS-MES-ABSOLUTO - WS-ANO-AUX * 12 + 1
           COMPUTE WS-ANO-MES-INI = WS-ANO-AUX * 100 + WS-MES-AUX
           COMPUTE WS-DATA-AUX = WS-ANO-MES-INI * 100 + 1
           COMPUTE WS-DIAS-HISTORICO = WS-DIAS-HISTORICO -
               FUNCTION INTEGER-OF-DATE(WS-DATA-AUX)
           IF WS-DIAS-HISTORICO = ZEROS
              MOVE 1 TO WS-DIAS-HISTORICO
           END-IF
           .

       ACUMULA-VENDAS.
           MOVE "N" TO WS-EOF-HIS
           MOVE WS-ANO-MES-INI TO HIS_ANO_MES
           MOVE ZEROS TO HIS_COD_VENDEDOR
                         HIS_CODIGO_CLIENTE
                         HIS_CODIGO_PRODUTO
           START ARQ-HISVEN
               KEY IS NOT LESS THAN HIS_CHAVE
                    INVALID KEY
                       MOVE "Y" TO WS-EOF-HIS
           END-START
           PERFORM UNTIL WS-EOF-HIS = "Y"
               READ ARQ-HISVEN NEXT AT END
                   MOVE "Y" TO WS-EOF-HIS
               END-READ
               IF WS-EOF-HIS = "N"
                  IF HIS_ANO_MES > WS-ANO-MES-FIM
                     MOVE "Y" TO WS-EOF-HIS
                  ELSE
                     MOVE HIS_CODIGO_PRODUTO TO WS-PRODUTO-BUSCA
                     PERFORM LOCALIZA-PRODUTO-TABELA
                     IF WS-REP-IDX > ZEROS
                        ADD HIS_QTDE TO WS-REP-VENDIDO(WS-REP-IDX)
                     END-IF
                  END-IF
               END-IF
           END-PERFORM
           MOVE "00" TO WS-RESULTADO-ACESSO
           .

      * LINHAS EM ABERTO ("A"/"P") SOMAM O PENDENTE; O FORNECEDOR E
      * O DO PEDIDO NAO CANCELADO MAIS RECENTE DO PRODUTO.
       ACUMULA-PEDIDOS-COMPRA.
           MOVE "N" TO WS-EOF-PCO
           MOVE ZEROS TO PCO_NUMERO PCO_LINHA
           START ARQ-PEDCOMPRA
               KEY IS NOT LESS THAN PCO_CHAVE
                    INVALID KEY
                       MOVE "Y" TO WS-EOF-PCO
           END-START
           PERFORM UNTIL WS-EOF-PCO = "Y"
               READ ARQ-PEDCOMPRA NEXT AT END
                   MOVE "Y" TO WS-EOF-PCO
               END-READ
               IF WS-EOF-PCO = "N" AND PCO_LINHA > ZEROS
                  AND PCO_SITUACAO NOT = "C"
                  MOVE PCO_PRODUTO TO WS-PRODUTO-BUSCA
                  PERFORM LOCALIZA-PRODUTO-TABELA
                  IF WS-REP-IDX > ZEROS
                     IF PCO_SITUACAO = "A" OR PCO_SITUACAO = "P"
                        COMPUTE WS-REP-PENDENTE(WS-REP-IDX) =
                            WS-REP-PENDENTE(WS-REP-IDX) +
                            PCO_QTDE - PCO_QTDE_RECEBIDA
                     END-IF
                     IF PCO_DATA_EMISSAO NOT <
                        WS-REP-DATA-PCO(WS-REP-IDX)
                        MOVE PCO_DATA_EMISSAO
                          TO WS-REP-DATA-PCO(WS-REP-IDX)
                        MOVE PCO_COD_FORNECEDOR
                          TO WS-REP-FORNECEDOR(WS-REP-IDX)
                     END-IF
                  END-IF
               END-IF
           END-PERFORM
           MOVE "00" TO WS-RESULTADO-ACESSO
           .

      * DEVOLVE EM WS-REP-IDX A LINHA DO PRODUTO, INCLUINDO SE AINDA
      * NAO EXISTE (ZEROS = TABELA CHEIA).
       LOCALIZA-PRODUTO-TABELA.
           MOVE "N" TO WS-ACHOU
           PERFORM VARYING WS-REP-IDX FROM 1 BY 1
                   UNTIL WS-REP-IDX > WS-QTD-REP OR WS-ACHOU = "S"
              IF WS-REP-PRODUTO(WS-REP-IDX) = WS-PRODUTO-BUSCA
                 MOVE "S" TO WS-ACHOU
              END-IF
           END-PERFORM
           IF WS-ACHOU = "S"
              SUBTRACT 1 FROM WS-REP-IDX
           ELSE
              IF WS-QTD-REP < 2000
                 ADD 1 TO WS-QTD-REP
                 MOVE WS-QTD-REP TO WS-REP-IDX
                 MOVE WS-PRODUTO-BUSCA TO WS-REP-PRODUTO(WS-REP-IDX)
                 MOVE ZEROS TO WS-REP-VENDIDO(WS-REP-IDX)
                               WS-REP-PENDENTE(WS-REP-IDX)
                               WS-REP-FORNECEDOR(WS-REP-IDX)
                               WS-REP-DATA-PCO(WS-REP-IDX)
              ELSE
                 MOVE ZEROS TO WS-REP-IDX
              END-IF
           END-IF
           .

      * PRODUTO SEM VENDA NA JANELA NAO TEM DEMANDA E NAO E
      * SUGERIDO. PONTO DE PEDIDO = DEMANDA X (PRAZO + SEGURANCA);
      * COM A POSICAO NO PONTO OU ABAIXO, SUGERE O QUE FALTA PARA
      * COBRIR TAMBEM OS DIAS DE COBERTURA.
       AVALIA-PRODUTO.
           MOVE PRO_CODIGO_PRODUTO TO WS-PRODUTO-BUSCA
           PERFORM LOCALIZA-PRODUTO-TABELA
           IF WS-REP-IDX > ZEROS
              IF WS-REP-VENDIDO(WS-REP-IDX) > ZEROS
                 PERFORM CALCULA-PONTO-PEDIDO
              END-IF
           END-IF
           .

       CALCULA-PONTO-PEDIDO.
           MOVE PRO_CODIGO_PRODUTO TO EST_CODIGO_PRODUTO
           READ ARQ-ESTOQUE
               INVALID KEY
                  MOVE ZEROS TO EST_SALDO EST_RESERVADO
           END-READ
           MOVE WCF-PRAZO-PADRAO TO WS-PRAZO
           IF WS-REP-FORNECEDOR(WS-REP-IDX) > ZEROS AND
              WS-SEM-FORNEC = "N"
              MOVE WS-REP-FORNECEDOR(WS-REP-IDX) TO FOR_CODIGO
              READ ARQ-FORNEC
                  INVALID KEY
                     MOVE ZEROS TO FOR_PRAZO_ENTREGA
              END-READ
              IF FOR_PRAZO_ENTREGA > ZEROS
                 MOVE FOR_PRAZO_ENTREGA TO WS-PRAZO
              END-IF
           END-IF
           MOVE "00" TO WS-RESULTADO-ACESSO
           COMPUTE WS-DEMANDA-DIA ROUNDED =
               WS-REP-VENDIDO(WS-REP-IDX) / WS-DIAS-HISTORICO
           COMPUTE WS-PONTO-PEDIDO ROUNDED =
               WS-DEMANDA-DIA * (WS-PRAZO + WCF-DIAS-SEGURANCA)
           COMPUTE WS-POSICAO = EST_SALDO - EST_RESERVADO +
                                WS-REP-PENDENTE(WS-REP-IDX)
           IF WS-POSICAO NOT > WS-PONTO-PEDIDO
              COMPUTE WS-QTDE-SUGERIDA ROUNDED =
                  WS-DEMANDA-DIA * (WS-PRAZO + WCF-DIAS-SEGURANCA +
                                    WCF-DIAS-COBERTURA)
                  - WS-POSICAO
              IF WS-QTDE-SUGERIDA > 9999999
                 MOVE 9999999 TO WS-QTDE-SUGERIDA
              END-IF
              IF WS-QTDE-SUGERIDA > ZEROS
                 PERFORM GRAVA-SUGESTAO
              END-IF
           END-IF
           .

       GRAVA-SUGESTAO.
           MOVE SPACES TO REGSUG
           MOVE WS-REP-FORNECEDOR(WS-REP-IDX) TO SUG_COD_FORNECEDOR
           MOVE PRO_CODIGO_PRODUTO          TO SUG_PRODUTO
           MOVE WS-DATA-HOJE                TO SUG_DATA_CALCULO
           MOVE WS-DEMANDA-DIA              TO SUG_DEMANDA_DIA
           MOVE WS-PRAZO                    TO SUG_PRAZO
           MOVE EST_SALDO                   TO SUG_SALDO
           MOVE EST_RESERVADO               TO SUG_RESERVADO
           MOVE WS-REP-PENDENTE(WS-REP-IDX) TO SUG_PENDENTE
           MOVE WS-PONTO-PEDIDO             TO SUG_PONTO_PEDIDO
           MOVE WS-QTDE-SUGERIDA            TO SUG_QTDE
           MOVE PRO_CUSTO_UNIT              TO SUG_VALOR_UNIT
           MOVE "S"                         TO SUG_SITUACAO
           MOVE ZEROS                       TO SUG_NUMERO_PCO
           WRITE REGSUG
           IF WS-RESULTADO-ACESSO = "00"
              ADD 1 TO WS-QTD-SUGERIDOS
           END-IF
           .

      ******************************************
      * RELATORIO AGRUPADO POR FORNECEDOR      *
      ******************************************
       IMPRIME-SUGESTAO.
           OPEN OUTPUT ARQIMP
           MOVE WS-DATA-HOJE    TO CAB-DATA
           MOVE WS-FILIAL-ATUAL TO CAB-FILIAL
           WRITE REGIMP FROM CABEC
           IF WS-ANO-MES-INI = ZEROS
              PERFORM CALCULA-JANELA-DEMANDA
           END-IF
           MOVE WS-ANO-MES-INI     TO CAB-INI
           MOVE WS-ANO-MES-FIM     TO CAB-FIM
           MOVE WCF-DIAS-SEGURANCA TO CAB-SEG
           MOVE WCF-DIAS-COBERTURA TO CAB-COB
           WRITE REGIMP FROM CABEC-PARAM
           MOVE ZEROS TO WS-VALOR-FORN WS-VALOR-TOTAL WS-QTD-IMPRESSOS
           MOVE "S" TO WS-PRIMEIRA-LINHA
           MOVE "N" TO WS-EOF-SUG
           MOVE ZEROS TO SUG_COD_FORNECEDOR SUG_PRODUTO
           START ARQ-SUGCOM
               KEY IS NOT LESS THAN SUG_CHAVE
                    INVALID KEY
                       MOVE "Y" TO WS-EOF-SUG
           END-START
           PERFORM UNTIL WS-EOF-SUG = "Y"
               READ ARQ-SUGCOM NEXT AT END
                   MOVE "Y" TO WS-EOF-SUG
               END-READ
               IF WS-EOF-SUG = "N"
                  IF WS-PRIMEIRA-LINHA = "S" OR
                     SUG_COD_FORNECEDOR NOT = WS-FORN-QUEBRA
                     IF WS-PRIMEIRA-LINHA = "N"
                        PERFORM IMPRIME-TOTAL-FORNECEDOR
                     END-IF
                     PERFORM IMPRIME-CABEC-FORNECEDOR
                  END-IF
                  PERFORM IMPRIME-LINHA-SUGESTAO
               END-IF
           END-PERFORM
           IF WS-PRIMEIRA-LINHA = "N"
              PERFORM IMPRIME-TOTAL-FORNECEDOR
           END-IF
           MOVE SPACES TO REGIMP
           WRITE REGIMP
           MOVE WS-QTD-IMPRESSOS TO ROD-QTD
           MOVE WS-VALOR-TOTAL   TO ROD-VALOR
           WRITE REGIMP FROM RODAPE
           CLOSE ARQIMP
           MOVE "00" TO WS-RESULTADO-ACESSO
           MOVE "SUGCOM" TO WS-SPL-PROGRAMA
           MOVE WRL-ARQ-IMPRESSAO TO WS-SPL-ORIGEM
           PERFORM REGISTRA-SPOOL THRU REGISTRA-SPOOL-FIM
           .

       IMPRIME-CABEC-FORNECEDOR.
           MOVE "N" TO WS-PRIMEIRA-LINHA
           MOVE SUG_COD_FORNECEDOR TO WS-FORN-QUEBRA
           MOVE ZEROS TO WS-VALOR-FORN
           MOVE SUG_COD_FORNECEDOR TO CABF-CODIGO
           MOVE SUG_PRAZO          TO CABF-PRAZO
           IF SUG_COD_FORNECEDOR = ZEROS
              MOVE "SEM FORNECEDOR (PRODUTO NUNCA COMPRADO)"
                TO CABF-RAZAO
           ELSE
              MOVE SPACES TO CABF-RAZAO
              IF WS-SEM-FORNEC = "N"
                 MOVE SUG_COD_FORNECEDOR TO FOR_CODIGO
                 READ ARQ-FORNEC
                     INVALID KEY
                        MOVE SPACES TO FOR_RAZAO_SOCIAL
                 END-READ
                 MOVE FOR_RAZAO_SOCIAL TO CABF-RAZAO
              END-IF
           END-IF
           MOVE SPACES TO REGIMP
           WRITE REGIMP
           WRITE REGIMP FROM CAB-FORN
           WRITE REGIMP FROM CABEC2
           .

       IMPRIME-LINHA-SUGESTAO.
           MOVE SUG_PRODUTO TO PRO_CODIGO_PRODUTO
           READ ARQ-PRODUTO
               INVALID KEY
                  MOVE SPACES TO PRO_DESCRICAO
           END-READ
           COMPUTE WS-VALOR-LINHA = SUG_QTDE * SUG_VALOR_UNIT
           ADD WS-VALOR-LINHA TO WS-VALOR-FORN WS-VALOR-TOTAL
           ADD 1 TO WS-QTD-IMPRESSOS
           MOVE SUG_PRODUTO      TO IMPPRODUTO
           MOVE PRO_DESCRICAO    TO IMPDESCRICAO
           MOVE SUG_DEMANDA_DIA  TO IMPDEMANDA
           MOVE SUG_SALDO        TO IMPSALDO
           MOVE SUG_RESERVADO    TO IMPRESERVADO
           MOVE SUG_PENDENTE     TO IMPPENDENTE
           MOVE SUG_PONTO_PEDIDO TO IMPPONTO
           MOVE SUG_QTDE         TO IMPSUGERIDO
           MOVE WS-VALOR-LINHA   TO IMPVALOR
           IF SUG_SITUACAO = "G"
              MOVE SUG_NUMERO_PCO TO DETG-NUMERO
              MOVE DET-GERADO     TO IMPSITUACAO
           ELSE
              MOVE "SUGERIDO"     TO IMPSITUACAO
           END-IF
           WRITE REGIMP FROM DETAL
           .

       IMPRIME-TOTAL-FORNECEDOR.
           MOVE WS-VALOR-FORN TO RODF-VALOR
           WRITE REGIMP FROM RODAPE-FORN
           .

      ******************************************
      * GERACAO DOS PEDIDOS DE COMPRA          *
      ******************************************
      * UM PEDIDO POR FORNECEDOR COM AS LINHAS AINDA SUGERIDAS, NA
      * QUANTIDADE E CUSTO DA SUGESTAO (AJUSTES DEPOIS PELO CADPCO).
      * PRODUTO SEM FORNECEDOR OU FORNECEDOR FORA DE ATIVIDADE FICA
      * NA SUGESTAO PARA O COMPRADOR RESOLVER NA MAO.
       GERACAO-000.
           DISPLAY TELA-GERACAO
           MOVE ZEROS TO WS-FORN-FILTRO
           ACCEPT WS-FORN-FILTRO AT 1939
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 02
              GO TO GERACAO-EXIT
           END-IF
           MOVE 0 TO W-SEL
           PERFORM CONFIRMA-TELA UNTIL W-SEL > 0
           IF W-SN NOT = "S"
              GO TO GERACAO-EXIT
           END-IF
           MOVE ZEROS TO WS-QTD-PEDIDOS WS-FORN-ATUAL
           MOVE "N" TO WS-FORN-VALIDO
           MOVE "N" TO WS-EOF-SUG
           MOVE WS-FORN-FILTRO TO SUG_COD_FORNECEDOR
           MOVE ZEROS          TO SUG_PRODUTO
           START ARQ-SUGCOM
               KEY IS NOT LESS THAN SUG_CHAVE
                    INVALID KEY
                       MOVE "Y" TO WS-EOF-SUG
           END-START
           PERFORM UNTIL WS-EOF-SUG = "Y"
               READ ARQ-SUGCOM NEXT AT END
                   MOVE "Y" TO WS-EOF-SUG
               END-READ
               IF WS-EOF-SUG = "N"
                  IF WS-FORN-FILTRO > ZEROS AND
                     SUG_COD_FORNECEDOR NOT = WS-FORN-FILTRO
                     MOVE "Y" TO WS-EOF-SUG
                  ELSE
                     IF SUG_COD_FORNECEDOR NOT = WS-FORN-ATUAL
                        PERFORM TROCA-FORNECEDOR-GERACAO
                     END-IF
                     IF SUG_SITUACAO = "S" AND WS-FORN-VALIDO = "S"
                        PERFORM GERA-LINHA-PEDIDO
                     END-IF
                  END-IF
               END-IF
           END-PERFORM
           MOVE "00" TO WS-RESULTADO-ACESSO
           MOVE WS-QTD-PEDIDOS TO WS-MENS-PED
           MOVE WS-MENS-PEDIDOS TO MENS
           PERFORM ROT-MENS THRU ROT-MENS-FIM
           .
       GERACAO-EXIT.
           EXIT.

       TROCA-FORNECEDOR-GERACAO.
           MOVE SUG_COD_FORNECEDOR TO WS-FORN-ATUAL
           MOVE ZEROS TO WS-NUMERO-PEDIDO WS-LINHA-PCO
           MOVE "N" TO WS-FORN-VALIDO
           IF SUG_COD_FORNECEDOR > ZEROS AND WS-SEM-FORNEC = "N"
              MOVE SUG_COD_FORNECEDOR TO FOR_CODIGO
              READ ARQ-FORNEC
                  INVALID KEY
                     MOVE SPACES TO FOR_STATUS
              END-READ
              IF FOR_STATUS = "A"
                 MOVE "S" TO WS-FORN-VALIDO
              END-IF
              MOVE "00" TO WS-RESULTADO-ACESSO
           END-IF
           .

      * O CABECALHO (LINHA 000) SO E GRAVADO NA PRIMEIRA LINHA
      * SUGERIDA DO FORNECEDOR; O NUMERO E O PROXIMO LIVRE, COMO NO
      * CADPCO.
       GERA-LINHA-PEDIDO.
           IF WS-NUMERO-PEDIDO = ZEROS
              PERFORM PROXIMO-NUMERO-PEDIDO
              COMPUTE WS-DIAS-INTEIRO =
                  FUNCTION INTEGER-OF-DATE(WS-DATA-HOJE) + SUG_PRAZO
              COMPUTE WS-DATA-PREVISTA =
                  FUNCTION DATE-OF-INTEGER(WS-DIAS-INTEIRO)
              MOVE SPACES            TO REGPCO
              MOVE WS-NUMERO-PEDIDO  TO PCO_NUMERO
              MOVE ZEROS             TO PCO_LINHA
              MOVE WS-FORN-ATUAL     TO PCO_COD_FORNECEDOR
              MOVE WS-DATA-HOJE      TO PCO_DATA_EMISSAO
              MOVE WS-DATA-PREVISTA  TO PCO_DATA_PREVISTA
              MOVE ZEROS             TO PCO_PRODUTO PCO_QTDE
                                        PCO_QTDE_RECEBIDA
                                        PCO_VALOR_UNIT
              MOVE "A"               TO PCO_SITUACAO
              MOVE LS-ID             TO PCO_OPERADOR
              WRITE REGPCO
              IF WS-RESULTADO-ACESSO NOT = "00"
                 MOVE "ERRO NA GRAVACAO DO PEDIDO DE COMPRA" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 MOVE "N" TO WS-FORN-VALIDO
                 MOVE ZEROS TO WS-NUMERO-PEDIDO
                 GO TO GERA-LINHA-PEDIDO-FIM
              END-IF
              ADD 1 TO WS-QTD-PEDIDOS
              MOVE SPACES TO MENS
              STRING "PEDIDO " WS-NUMERO-PEDIDO " FORN. "
                     WS-FORN-ATUAL " (SUGESTAO)"
                  DELIMITED BY SIZE INTO MENS
              END-STRING
              PERFORM GRAVA-AUDITORIA
           END-IF
           ADD 1 TO WS-LINHA-PCO
           MOVE WS-NUMERO-PEDIDO TO PCO_NUMERO
           MOVE WS-LINHA-PCO     TO PCO_LINHA
           MOVE WS-FORN-ATUAL    TO PCO_COD_FORNECEDOR
           MOVE WS-DATA-HOJE     TO PCO_DATA_EMISSAO
           MOVE WS-DATA-PREVISTA TO PCO_DATA_PREVISTA
           MOVE SUG_PRODUTO      TO PCO_PRODUTO
           MOVE SUG_QTDE         TO PCO_QTDE
           MOVE ZEROS            TO PCO_QTDE_RECEBIDA
           MOVE SUG_VALOR_UNIT   TO PCO_VALOR_UNIT
           MOVE "A"              TO PCO_SITUACAO
           MOVE LS-ID            TO PCO_OPERADOR
           WRITE REGPCO
           IF WS-RESULTADO-ACESSO = "00"
              MOVE "G"              TO SUG_SITUACAO
              MOVE WS-NUMERO-PEDIDO TO SUG_NUMERO_PCO
              REWRITE REGSUG
           END-IF
           .
       GERA-LINHA-PEDIDO-FIM.
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

      *******************************
      * ROTINA DE ABERTURA ARQUIVOS *
      *******************************
      * HISTORICO DE VENDAS, ESTOQUE E PRODUTO SAO OBRIGATORIOS
      * (SEM ELES NAO HA DEMANDA NEM POSICAO); O PEDIDO DE COMPRA E
      * A SUGESTAO SAO CRIADOS VAZIOS NA PRIMEIRA VEZ; SEM O
      * CADASTRO DE FORNECEDORES VALE O PRAZO PADRAO.
       OPEN-ARQUIVOS.
           PERFORM OPEN-AUDITORIA
           OPEN INPUT ARQ-HISVEN
           IF WS-RESULTADO-ACESSO NOT = "00"
              MOVE "*** RODE A CONSOLIDACAO (AGRVEN) ANTES ***"
                     TO MENS
              PERFORM SAI-POR-ERRO
              .
           OPEN INPUT ARQ-ESTOQUE
           IF WS-RESULTADO-ACESSO NOT = "00"
              MOVE "*** FILIAL SEM CONTROLE DE ESTOQUE ***" TO MENS
              CLOSE ARQ-HISVEN
              PERFORM SAI-POR-ERRO
              .
           OPEN INPUT ARQ-PRODUTO
           IF WS-RESULTADO-ACESSO NOT = "00"
              MOVE "ERRO NA ABERTURA DO ARQUIVO PRODUTO" TO MENS
              CLOSE ARQ-HISVEN ARQ-ESTOQUE
              PERFORM SAI-POR-ERRO
              .
           OPEN I-O ARQ-PEDCOMPRA
           IF WS-RESULTADO-ACESSO NOT = "00"
               IF WS-RESULTADO-ACESSO = "05"
                  OPEN OUTPUT ARQ-PEDCOMPRA
                  CLOSE ARQ-PEDCOMPRA
                  OPEN I-O ARQ-PEDCOMPRA
               ELSE
                  MOVE "ERRO NA ABERTURA DO ARQUIVO PEDIDO DE COMPRA"
                    TO MENS
                  CLOSE ARQ-HISVEN ARQ-ESTOQUE ARQ-PRODUTO
                  PERFORM SAI-POR-ERRO
                  .
           OPEN I-O ARQ-SUGCOM
           IF WS-RESULTADO-ACESSO NOT = "00"
               IF WS-RESULTADO-ACESSO = "05"
                  OPEN OUTPUT ARQ-SUGCOM
                  CLOSE ARQ-SUGCOM
                  OPEN I-O ARQ-SUGCOM
               ELSE
                  MOVE "ERRO NA ABERTURA DA SUGESTAO DE COMPRA"
                    TO MENS
                  CLOSE ARQ-HISVEN ARQ-ESTOQUE ARQ-PRODUTO
                        ARQ-PEDCOMPRA
                  PERFORM SAI-POR-ERRO
                  .
           MOVE "N" TO WS-SEM-FORNEC
           OPEN INPUT ARQ-FORNEC
           IF WS-RESULTADO-ACESSO NOT = "00"
              MOVE "S" TO WS-SEM-FORNEC
              MOVE "00" TO WS-RESULTADO-ACESSO
           END-IF
           .

      * ERRO DE ABERTURA: NA CADEIA NOTURNA SAI SEM A LINHA DE
      * AUDITORIA DE CONCLUSAO (O STRCTL MARCA O PASSO COMO FALHO).
       SAI-POR-ERRO.
           IF WS-MODO-BATCH NOT = "S"
              PERFORM ROT-MENS THRU ROT-MENS-FIM
           END-IF
           CLOSE ARQ-AUD
           EXIT PROGRAM
           .

       CLOSE-ARQUIVOS.
           CLOSE ARQ-HISVEN
                 ARQ-ESTOQUE
                 ARQ-PRODUTO
                 ARQ-PEDCOMPRA
                 ARQ-SUGCOM
                 ARQ-AUD
           IF WS-SEM-FORNEC = "N"
              CLOSE ARQ-FORNEC
           END-IF
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

       GRAVA-AUDITORIA.
           MOVE FUNCTION CURRENT-DATE(1:14) TO AUD-DATA-HORA
           MOVE "SUGCOM"             TO AUD-PROGRAMA
           MOVE LS-ID                TO AUD-OPERADOR
           MOVE "GERA PCO"           TO AUD-OPERACAO
           MOVE WS-NUMERO-PEDIDO     TO AUD-CODIGO
           MOVE MENS                 TO AUD-RESULTADO
           WRITE REGAUD
           .

      * LINHA DE CONCLUSAO DO CALCULO: E ELA QUE O STRCTL PROCURA
      * PARA DAR O PASSO DA CADEIA NOTURNA COMO CONCLUIDO.
       GRAVA-AUDITORIA-CALCULO.
           MOVE FUNCTION CURRENT-DATE(1:14) TO AUD-DATA-HORA
           MOVE "SUGCOM"             TO AUD-PROGRAMA
           MOVE LS-ID                TO AUD-OPERADOR
           MOVE "CALCULO"            TO AUD-OPERACAO
           MOVE WS-QTD-SUGERIDOS     TO AUD-CODIGO
           MOVE "SUGESTAO DE COMPRA CALCULADA" TO AUD-RESULTADO
           WRITE REGAUD
           .

       CONFIRMA-TELA.
           MOVE "S" TO W-SN
           DISPLAY "CONFIRMA (S/N) : " AT 2340
           ACCEPT W-SN WITH UPDATE AT 2357

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
