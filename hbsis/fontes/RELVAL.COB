      **************************************************
      * VALORIZACAO MENSAL DO ESTOQUE: QUANTIDADE NO   *
      * FIM DO MES X CUSTO MEDIO EM VIGOR NO FIM DO    *
      * MES, POR PRODUTO E TOTAL DA FILIAL             *
      **************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RELVAL.
       AUTHOR. ALVARO LIMA.
      *------------------------------------------------------
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
      *------------------------------------------------------
       WORKING-STORAGE SECTION.
       COPY "copybook\SISWSGER.CPY".
       COPY "copybook\SISCFGER.CPY".
       77 WRL-ARQ-IMPRESSAO    PIC X(100) VALUE SPACES.

       77 WS-ANO-MES           PIC 9(006) VALUE ZEROS.
       77 WS-ANO-MES-ATUAL     PIC 9(006) VALUE ZEROS.
       77 WS-EOF-PRO           PIC X(001) VALUE "N".
       77 WS-QTD-IMPRESSOS     PIC 9(005) VALUE ZEROS.

      * QUANTIDADE NO FIM DO MES: O SALDO ANTES DO PRIMEIRO MOVIMENTO
      * DO KARDEX POSTERIOR AO MES; SEM MOVIMENTO DEPOIS DO MES (OU
      * SEM KARDEX) O SALDO ATUAL DO ARQ-ESTOQUE E O DO FIM DO MES.
       77 WS-SEM-KARDEX-VAL    PIC X(001) VALUE "N".
       77 WS-QTD-FIM-MES       PIC 9(009) VALUE ZEROS.

      * CUSTO EM VIGOR NO FIM DO MES (MESMA REGRA DO RELMRG): A
      * ULTIMA LINHA DO ARQ-CUSHIS CARIMBADA ATE O MES; PRODUTO SEM
      * HISTORICO USA O CUSTO ATUAL DO CATALOGO.
       77 WS-SEM-CUSHIS        PIC X(001) VALUE "N".
       77 WS-CUSTO-VIGENTE     PIC 9(007)V9(02) VALUE ZEROS.
       77 WS-EOF-CUS           PIC X(001) VALUE "N".
       77 WS-VALOR-PRODUTO     PIC 9(013)V9(02) VALUE ZEROS.

       77 WS-TOT-QTDE          PIC 9(011) VALUE ZEROS.
       77 WS-TOT-VALOR         PIC 9(013)V9(02) VALUE ZEROS.
       77 WS-QTD-SEM-CUSTO     PIC 9(005) VALUE ZEROS.

       01 CABEC.
          03 FILLER     PIC X(34) VALUE "VALORIZACAO DO ESTOQUE".
          03 FILLER     PIC X(10) VALUE " ANO/MES: ".
          03 CAB-ANOMES PIC 9(006).
          03 FILLER     PIC X(10) VALUE "  FILIAL: ".
          03 CAB-FILIAL PIC X(003).

       01 CABEC-ORIGEM.
          03 FILLER     PIC X(23) VALUE "QUANTIDADE NO FIM DO ".
          03 CAB-ORIGEM PIC X(050).

       01 CABEC2.
          03 FILLER PIC X(08) VALUE "PRODUTO".
          03 FILLER PIC X(32) VALUE "DESCRICAO".
          03 FILLER PIC X(05) VALUE "UN".
          03 FILLER PIC X(13) VALUE "QUANTIDADE".
          03 FILLER PIC X(15) VALUE "CUSTO MEDIO".
          03 FILLER PIC X(19) VALUE "VALOR".
          03 FILLER PIC X(10) VALUE "OBSERVACAO".

       01 DETAL.
          03 IMPPRODUTO   PIC 9(005).
          03 FILLER       PIC X(03) VALUE SPACES.
          03 IMPDESCRICAO PIC X(030).
          03 FILLER       PIC X(02) VALUE SPACES.
          03 IMPUNIDADE   PIC X(003).
          03 FILLER       PIC X(02) VALUE SPACES.
          03 IMPQTDE      PIC ZZZ.ZZZ.ZZ9.
          03 FILLER       PIC X(02) VALUE SPACES.
          03 IMPCUSTO     PIC Z.ZZZ.ZZ9,99.
          03 FILLER       PIC X(02) VALUE SPACES.
          03 IMPVALOR     PIC ZZ.ZZZ.ZZZ.ZZ9,99.
          03 FILLER       PIC X(02) VALUE SPACES.
          03 IMPOBS       PIC X(010).

       01 RODAPE.
          03 FILLER       PIC X(45) VALUE "TOTAL DA FILIAL".
          03 ROD-QTDE     PIC ZZ.ZZZ.ZZZ.ZZ9.
          03 FILLER       PIC X(14) VALUE SPACES.
          03 ROD-VALOR    PIC ZZ.ZZZ.ZZZ.ZZ9,99.

       01 RODAPE2.
          03 FILLER       PIC X(33) VALUE
             "PRODUTOS COM SALDO E SEM CUSTO: ".
          03 ROD-SEM-CUSTO PIC ZZZZ9.

       01 WS-MENS-TOTAL.
          03 FILLER     PIC X(27) VALUE "RELATORIO CONCLUIDO OK - ".
          03 WS-MENS-QTD PIC ZZZZ9.
          03 FILLER     PIC X(12) VALUE " REGISTRO(S)".

       LINKAGE SECTION.
       01 LS-ID PIC X(5).

       SCREEN SECTION.
       COPY "copybook\SISSTGER.CPY".

       01 TELA-VALORIZACAO.
        02 BLANK SCREEN.
        02 LINE 02 COL 28 VALUE "Sistema de Franquia AMBEV".
        02 LINE 07 COL 24 VALUE "VALORIZACAO MENSAL DO ESTOQUE".
        02 LINE 09 COL 10 VALUE "ANO/MES (AAAAMM)     : [      ]".
        02 LINE 11 COL 10 VALUE
          "QUANTIDADE NO FIM DO MES X CUSTO MEDIO EM VIGOR.".
        02 LINE 12 COL 10 VALUE
          "PRODUTO COM SALDO E SEM CUSTO SAI SINALIZADO.".
      *-------------------------------------------------------
       PROCEDURE DIVISION  USING LS-ID.
       INICIO.
      * RESOLVE OS CAMINHOS DA FILIAL SELECIONADA NO LOGIN ANTES DE
      * ABRIR QUALQUER ARQUIVO DE DADOS (VER SISFIPGER.CPY).
           MOVE LS-ID TO WS-SESSAO-ID
           PERFORM CARREGA-FILIAL
           MOVE WCF-ARQ-IMPRESSAO-VALORIZACAO TO WRL-ARQ-IMPRESSAO

           OPEN INPUT ARQ-ESTOQUE
           IF WS-RESULTADO-ACESSO NOT = "00"
              MOVE "*** FILIAL SEM CONTROLE DE ESTOQUE ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              EXIT PROGRAM
              .
           OPEN INPUT ARQ-PRODUTO
           IF WS-RESULTADO-ACESSO NOT = "00"
              MOVE "ERRO NA ABERTURA DO ARQUIVO PRODUTO" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              CLOSE ARQ-ESTOQUE
              EXIT PROGRAM
              .
           MOVE "N" TO WS-SEM-CUSHIS
           OPEN INPUT ARQ-CUSHIS
           IF WS-RESULTADO-ACESSO NOT = "00"
              MOVE "S" TO WS-SEM-CUSHIS
              MOVE "00" TO WS-RESULTADO-ACESSO
           END-IF
           MOVE "N" TO WS-SEM-KARDEX-VAL
           OPEN INPUT ARQ-KARDEX
           IF WS-RESULTADO-ACESSO NOT = "00"
              MOVE "S" TO WS-SEM-KARDEX-VAL
              MOVE "00" TO WS-RESULTADO-ACESSO
           END-IF

           MOVE FUNCTION CURRENT-DATE(1:6) TO WS-ANO-MES-ATUAL
           MOVE WS-ANO-MES-ATUAL TO WS-ANO-MES
           DISPLAY TELA-VALORIZACAO
           DISPLAY WS-ANO-MES AT 0934
           ACCEPT WS-ANO-MES WITH UPDATE AT 0934
           IF WS-ANO-MES < 190001 OR WS-ANO-MES > WS-ANO-MES-ATUAL
              OR WS-ANO-MES(5:2) < "01" OR WS-ANO-MES(5:2) > "12"
              MOVE "*** ANO/MES INVALIDO ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
           ELSE
              MOVE 0 TO W-SEL
              PERFORM CONFIRMA-TELA UNTIL W-SEL > 0
              IF W-SN = "S"
                 MOVE ZEROS TO WS-QTD-IMPRESSOS
                 PERFORM IMPRIME-VALORIZACAO
                 MOVE WS-QTD-IMPRESSOS TO WS-MENS-QTD
                 MOVE WS-MENS-TOTAL TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
              END-IF
           END-IF
           CLOSE ARQ-ESTOQUE ARQ-PRODUTO
           IF WS-SEM-CUSHIS = "N"
              CLOSE ARQ-CUSHIS
           END-IF
           IF WS-SEM-KARDEX-VAL = "N"
              CLOSE ARQ-KARDEX
           END-IF
           EXIT PROGRAM
           .

      * VARRE O CATALOGO NA ORDEM DO CODIGO; SO SAI NO RELATORIO O
      * PRODUTO COM QUANTIDADE NO FIM DO MES (PRODUTO FECHADO COM
      * SALDO TAMBEM SAI: A MERCADORIA CONTINUA NO ESTOQUE).
       IMPRIME-VALORIZACAO.
           OPEN OUTPUT ARQIMP
           MOVE WS-ANO-MES      TO CAB-ANOMES
           MOVE WS-FILIAL-ATUAL TO CAB-FILIAL
           WRITE REGIMP FROM CABEC
           IF WS-SEM-KARDEX-VAL = "S"
              MOVE "MES: SALDO ATUAL (FILIAL SEM KARDEX)" TO CAB-ORIGEM
           ELSE
              MOVE "MES: RECONSTRUIDA PELO KARDEX" TO CAB-ORIGEM
           END-IF
           WRITE REGIMP FROM CABEC-ORIGEM
           MOVE SPACES TO REGIMP
           WRITE REGIMP
           WRITE REGIMP FROM CABEC2
           MOVE SPACES TO REGIMP
           WRITE REGIMP
           MOVE ZEROS TO WS-TOT-QTDE WS-TOT-VALOR WS-QTD-SEM-CUSTO
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
                  PERFORM BUSCA-QTDE-FIM-MES
                  IF WS-QTD-FIM-MES > ZEROS
                     PERFORM BUSCA-CUSTO-VIGENTE
                     PERFORM IMPRIME-LINHA-VALOR
                  END-IF
               END-IF
           END-PERFORM
           MOVE SPACES TO REGIMP
           WRITE REGIMP
           MOVE WS-TOT-QTDE  TO ROD-QTDE
           MOVE WS-TOT-VALOR TO ROD-VALOR
           WRITE REGIMP FROM RODAPE
           MOVE WS-QTD-SEM-CUSTO TO ROD-SEM-CUSTO
           WRITE REGIMP FROM RODAPE2
           CLOSE ARQIMP
           MOVE "RELVAL" TO WS-SPL-PROGRAMA
           MOVE WRL-ARQ-IMPRESSAO TO WS-SPL-ORIGEM
           PERFORM REGISTRA-SPOOL THRU REGISTRA-SPOOL-FIM
           .

      * POSICIONA NO PRIMEIRO MOVIMENTO DO PRODUTO DEPOIS DO FIM DO
      * MES (CARIMBO AAAAMM SEGUIDO DE NOVES); O SALDO ANTES DELE E O
      * SALDO DO FIM DO MES. SEM MOVIMENTO POSTERIOR VALE O ATUAL.
       BUSCA-QTDE-FIM-MES.
           MOVE PRO_CODIGO_PRODUTO TO EST_CODIGO_PRODUTO
           READ ARQ-ESTOQUE
               INVALID KEY
                  MOVE ZEROS TO EST_SALDO
           END-READ
           MOVE EST_SALDO TO WS-QTD-FIM-MES
           IF WS-SEM-KARDEX-VAL = "N"
              MOVE PRO_CODIGO_PRODUTO TO KDX_CODIGO_PRODUTO
              COMPUTE KDX_DATA_HORA = WS-ANO-MES * 100000000
                                    + 99999999
              MOVE 999 TO KDX_SEQUENCIA
              START ARQ-KARDEX
                  KEY IS GREATER THAN KDX_CHAVE
                       INVALID KEY
                          MOVE "10" TO WS-RESULTADO-ACESSO
              END-START
              IF WS-RESULTADO-ACESSO = "00"
                 READ ARQ-KARDEX NEXT AT END
                     MOVE "10" TO WS-RESULTADO-ACESSO
                 END-READ
                 IF WS-RESULTADO-ACESSO = "00" AND
                    KDX_CODIGO_PRODUTO = PRO_CODIGO_PRODUTO
                    MOVE KDX_SALDO_ANTES TO WS-QTD-FIM-MES
                 END-IF
              END-IF
              MOVE "00" TO WS-RESULTADO-ACESSO
           END-IF
           .

      * CUSTO EM VIGOR NO FIM DO MES: A ULTIMA LINHA DO HISTORICO DE
      * CUSTOS CARIMBADA ATE O MES APURADO; PRODUTO SEM HISTORICO
      * USA O CUSTO ATUAL DO CATALOGO (MELHOR APROXIMACAO QUE ZERO).
       BUSCA-CUSTO-VIGENTE.
           MOVE PRO_CUSTO_UNIT TO WS-CUSTO-VIGENTE
           IF WS-SEM-CUSHIS = "N"
              MOVE "N" TO WS-EOF-CUS
              MOVE PRO_CODIGO_PRODUTO TO CUS_CODIGO_PRODUTO
              MOVE ZEROS              TO CUS_DATA_HORA
              START ARQ-CUSHIS
                  KEY IS NOT LESS THAN CUS_CHAVE
                       INVALID KEY
                          MOVE "Y" TO WS-EOF-CUS
              END-START
              PERFORM UNTIL WS-EOF-CUS = "Y"
                  READ ARQ-CUSHIS NEXT AT END
                      MOVE "Y" TO WS-EOF-CUS
                  END-READ
                  IF WS-EOF-CUS = "N"
                     IF CUS_CODIGO_PRODUTO NOT =
                        PRO_CODIGO_PRODUTO
                        MOVE "Y" TO WS-EOF-CUS
                     ELSE
                        IF CUS_DATA_HORA(1:6) NOT > WS-ANO-MES
                           MOVE CUS_CUSTO TO WS-CUSTO-VIGENTE
                        ELSE
                           MOVE "Y" TO WS-EOF-CUS
                        END-IF
                     END-IF
                  END-IF
              END-PERFORM
              MOVE "00" TO WS-RESULTADO-ACESSO
           END-IF
           .

       IMPRIME-LINHA-VALOR.
           COMPUTE WS-VALOR-PRODUTO =
               WS-QTD-FIM-MES * WS-CUSTO-VIGENTE
           ADD 1                TO WS-QTD-IMPRESSOS
           ADD WS-QTD-FIM-MES   TO WS-TOT-QTDE
           ADD WS-VALOR-PRODUTO TO WS-TOT-VALOR
           MOVE PRO_CODIGO_PRODUTO TO IMPPRODUTO
           MOVE PRO_DESCRICAO      TO IMPDESCRICAO
           MOVE PRO_UNIDADE        TO IMPUNIDADE
           MOVE WS-QTD-FIM-MES     TO IMPQTDE
           MOVE WS-CUSTO-VIGENTE   TO IMPCUSTO
           MOVE WS-VALOR-PRODUTO   TO IMPVALOR
           IF WS-CUSTO-VIGENTE = ZEROS
              MOVE "SEM CUSTO" TO IMPOBS
              ADD 1 TO WS-QTD-SEM-CUSTO
           ELSE
              MOVE SPACES TO IMPOBS
           END-IF
           WRITE REGIMP FROM DETAL
           .

       CONFIRMA-TELA.
           MOVE "S" TO W-SN
           DISPLAY "CONFIRMA (S/N) : " AT 2340
           ACCEPT W-SN WITH UPDATE AT 2357

           IF W-SN = "N" OR "n"
              MOVE "*** DADOS RECUSADOS PELO OPERADOR ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
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
