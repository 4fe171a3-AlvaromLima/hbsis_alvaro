      **************************************************
      * NIVEL DE SERVICO DOS PEDIDOS E VENDA PERDIDA   *
      * NO MES, POR PRODUTO, VENDEDOR E CIDADE         *
      **************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RELSRV.
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
       77 WS-DATA-HOJE         PIC 9(008) VALUE ZEROS.
       77 WS-EOF-ATD           PIC X(001) VALUE "N".
       77 WS-QTD-IMPRESSOS     PIC 9(005) VALUE ZEROS.
       77 WS-SEM-PRODUTOS      PIC X(001) VALUE "N".
       77 WS-SEM-VENDEDORES    PIC X(001) VALUE "N".

      * MOVIMENTO DE UMA LINHA DE PEDIDO NO MES: A PARTE DE SERVICO
      * SO PARA A LINHA CUJA PRIMEIRA NOTA SAIU NO MES, A PARTE DE
      * PERDA SO PARA A LINHA CUJO SALDO FOI CANCELADO NO MES.
       77 WS-MOV-LINHAS        PIC 9(001) VALUE ZEROS.
       77 WS-MOV-CHEIAS        PIC 9(001) VALUE ZEROS.
       77 WS-MOV-QTDE          PIC 9(005) VALUE ZEROS.
       77 WS-MOV-QTDE-PRIM     PIC 9(005) VALUE ZEROS.
       77 WS-MOV-BACKORDERS    PIC 9(001) VALUE ZEROS.
       77 WS-MOV-DIAS          PIC 9(005) VALUE ZEROS.
       77 WS-MOV-QTDE-PERDIDA  PIC 9(005) VALUE ZEROS.
       77 WS-MOV-VALOR-PERDIDO PIC 9(011)V9(02) VALUE ZEROS.
       77 WS-DATA-FIM-ESPERA   PIC 9(008) VALUE ZEROS.
       77 WS-DIAS-ESPERA       PIC S9(005) VALUE ZEROS.
       77 WS-MOV-CIDADE        PIC X(020) VALUE SPACES.
       77 WS-MOV-UF            PIC X(002) VALUE SPACES.

      * AGREGACAO EM MEMORIA (MESMO ESQUEMA DO RELMRG), UMA TABELA SO
      * PARA AS TRES VISOES: TIPO "P" = PRODUTO, "V" = VENDEDOR,
      * "C" = CIDADE/UF E "T" = TOTAL DA FILIAL.
       77 WS-QTD-AGREG         PIC 9(004) VALUE ZEROS.
       77 WS-AGR-IDX           PIC 9(004) VALUE ZEROS.
       77 WS-AGR-PIOR          PIC 9(004) VALUE ZEROS.
       77 WS-ACHOU             PIC X(001) VALUE "N".
       77 WS-TIPO-BUSCA        PIC X(001) VALUE SPACES.
       77 WS-CHAVE-BUSCA       PIC X(022) VALUE SPACES.
       77 WS-PCT-LINHAS        PIC 9(003)V9(01) VALUE ZEROS.
       77 WS-PCT-QTDE          PIC 9(003)V9(01) VALUE ZEROS.
       77 WS-PCT-PIOR          PIC 9(003)V9(01) VALUE ZEROS.
       77 WS-IDADE-MEDIA       PIC 9(005)V9(01) VALUE ZEROS.
       77 WS-QTD-PIORES        PIC 9(002) VALUE ZEROS.
       01 WS-TAB-AGREG.
          05 WS-AGR-LINHA OCCURS 3000 TIMES.
             10 WS-AGR-TIPO          PIC X(001).
             10 WS-AGR-CHAVE         PIC X(022).
             10 WS-AGR-LINHAS        PIC 9(007).
             10 WS-AGR-CHEIAS        PIC 9(007).
             10 WS-AGR-QTDE          PIC 9(009).
             10 WS-AGR-QTDE-PRIM     PIC 9(009).
             10 WS-AGR-BACKORDERS    PIC 9(007).
             10 WS-AGR-DIAS          PIC 9(009).
             10 WS-AGR-QTDE-PERDIDA  PIC 9(009).
             10 WS-AGR-VALOR-PERDIDO PIC 9(013)V9(02).
             10 WS-AGR-LISTADO       PIC X(001).

       01 CABEC.
          03 FILLER PIC X(48) VALUE
             "NIVEL DE SERVICO E VENDA PERDIDA - ANO/MES: ".
          03 CAB-ANOMES PIC 9(006).

       01 CABEC-LEGENDA.
          03 FILLER PIC X(44) VALUE
             "LINHAS COM A 1A NOTA DO PEDIDO NO MES. IDADE".
          03 FILLER PIC X(46) VALUE
             " = DIAS DO PEDIDO ATE O SALDO SER ATENDIDO OU".
          03 FILLER PIC X(31) VALUE
             " CANCELADO (PENDENTE: ATE HOJE)".

       01 CABEC2.
          03 CAB2-TITULO  PIC X(031).
          03 FILLER PIC X(08) VALUE " LINHAS".
          03 FILLER PIC X(06) VALUE " %LIN".
          03 FILLER PIC X(11) VALUE " QTD PEDIDA".
          03 FILLER PIC X(11) VALUE " QTD 1A NF".
          03 FILLER PIC X(06) VALUE " %QTD".
          03 FILLER PIC X(07) VALUE "BACKORD".
          03 FILLER PIC X(07) VALUE " IDADE".
          03 FILLER PIC X(10) VALUE " QTD PERD".
          03 FILLER PIC X(14) VALUE " VALOR PERDIDO".
          03 FILLER PIC X(10) VALUE " OBS".

       01 DETAL.
          03 IMPCHAVE     PIC X(030).
          03 FILLER       PIC X(01) VALUE SPACES.
          03 IMPLINHAS    PIC ZZZ.ZZ9.
          03 FILLER       PIC X(01) VALUE SPACES.
          03 IMPPCTLIN    PIC ZZ9,9.
          03 FILLER       PIC X(01) VALUE SPACES.
          03 IMPQTDE      PIC ZZ.ZZZ.ZZ9.
          03 FILLER       PIC X(01) VALUE SPACES.
          03 IMPPRIM      PIC ZZ.ZZZ.ZZ9.
          03 FILLER       PIC X(01) VALUE SPACES.
          03 IMPPCTQTD    PIC ZZ9,9.
          03 FILLER       PIC X(01) VALUE SPACES.
          03 IMPBACK      PIC ZZ.ZZ9.
          03 FILLER       PIC X(01) VALUE SPACES.
          03 IMPIDADE     PIC ZZZ9,9.
          03 FILLER       PIC X(01) VALUE SPACES.
          03 IMPPERDIDA   PIC Z.ZZZ.ZZ9.
          03 FILLER       PIC X(01) VALUE SPACES.
          03 IMPVLRPERD   PIC ZZ.ZZZ.ZZ9,99.
          03 FILLER       PIC X(01) VALUE SPACES.
          03 IMPOBS       PIC X(010).

       01 WS-CHAVE-PRODUTO.
          03 WS-CHP-CODIGO  PIC 9(005).
          03 FILLER         PIC X(017).
       01 WS-CHAVE-VENDEDOR.
          03 WS-CHV-CODIGO  PIC 9(003).
          03 FILLER         PIC X(019).
       01 WS-CHAVE-CIDADE.
          03 WS-CHC-NOME    PIC X(020).
          03 WS-CHC-UF      PIC X(002).

       01 WS-MENS-TOTAL.
          03 FILLER     PIC X(27) VALUE "RELATORIO CONCLUIDO OK - ".
          03 WS-MENS-QTD PIC ZZZZ9.
          03 FILLER     PIC X(12) VALUE " REGISTRO(S)".

       LINKAGE SECTION.
       01 LS-ID PIC X(5).

       SCREEN SECTION.
       COPY "copybook\SISSTGER.CPY".

       01 TELA-SERVICO.
        02 BLANK SCREEN.
        02 LINE 02 COL 28 VALUE "Sistema de Franquia AMBEV".
        02 LINE 07 COL 22 VALUE
          "NIVEL DE SERVICO E VENDA PERDIDA NO MES".
        02 LINE 09 COL 10 VALUE "ANO/MES (AAAAMM)     : [      ]".
        02 LINE 11 COL 10 VALUE
          "% DE LINHAS E DE QUANTIDADE ATENDIDAS NA PRIMEIRA NOTA,".
        02 LINE 12 COL 10 VALUE
          "IDADE MEDIA DO BACKORDER E SALDO CANCELADO (VENDA".
        02 LINE 13 COL 10 VALUE
          "PERDIDA) POR PRODUTO, VENDEDOR E CIDADE. OS PIORES".
        02 LINE 14 COL 10 VALUE
          "PRODUTOS SAEM SINALIZADOS PARA O COMPRADOR.".
      *-------------------------------------------------------
       PROCEDURE DIVISION  USING LS-ID.
       INICIO.
      * RESOLVE OS CAMINHOS DA FILIAL SELECIONADA NO LOGIN ANTES DE
      * ABRIR QUALQUER ARQUIVO DE DADOS (VER SISFIPGER.CPY).
           MOVE LS-ID TO WS-SESSAO-ID
           PERFORM CARREGA-FILIAL
           MOVE WCF-ARQ-IMPRESSAO-SERVICO TO WRL-ARQ-IMPRESSAO
           MOVE ZEROS TO WS-QTD-IMPRESSOS

           OPEN INPUT ARQ-ATEND
           IF WS-RESULTADO-ACESSO NOT = "00"
              MOVE "*** NAO HA PEDIDOS FATURADOS NO CONTROLE ***"
                     TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              EXIT PROGRAM
              .
           OPEN INPUT ARQ-CLIENTE
      * SEM CATALOGO OU SEM CADASTRO DE VENDEDORES O RELATORIO SAI SO
      * COM OS CODIGOS.
           OPEN INPUT ARQ-PRODUTO
           IF WS-RESULTADO-ACESSO NOT = "00"
              MOVE "00" TO WS-RESULTADO-ACESSO
              MOVE "S" TO WS-SEM-PRODUTOS
           ELSE
              MOVE "N" TO WS-SEM-PRODUTOS
           END-IF
           OPEN INPUT ARQ-VENDEDOR
           IF WS-RESULTADO-ACESSO NOT = "00"
              MOVE "00" TO WS-RESULTADO-ACESSO
              MOVE "S" TO WS-SEM-VENDEDORES
           ELSE
              MOVE "N" TO WS-SEM-VENDEDORES
           END-IF

           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-DATA-HOJE
           MOVE WS-DATA-HOJE(1:6) TO WS-ANO-MES
           DISPLAY TELA-SERVICO
           MOVE 0 TO W-SEL
           PERFORM UNTIL W-SEL > 0
             ACCEPT WS-ANO-MES WITH UPDATE AT 0934
             IF WS-ANO-MES < 190001 OR WS-ANO-MES(5:2) = "00" OR
                WS-ANO-MES(5:2) > "12"
                MOVE "*** ANO/MES INVALIDO (AAAAMM) ***" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
             ELSE
                MOVE 1 TO W-SEL
             END-IF
           END-PERFORM
           MOVE 0 TO W-SEL
           PERFORM CONFIRMA-TELA UNTIL W-SEL > 0
           IF W-SN = "S"
              PERFORM AGREGA-SERVICO
              PERFORM GERA-RELATORIO
              MOVE WS-QTD-IMPRESSOS TO WS-MENS-QTD
              MOVE WS-MENS-TOTAL TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
           END-IF
           CLOSE ARQ-ATEND ARQ-CLIENTE
           IF WS-SEM-PRODUTOS = "N"
              CLOSE ARQ-PRODUTO
           END-IF
           IF WS-SEM-VENDEDORES = "N"
              CLOSE ARQ-VENDEDOR
           END-IF
           EXIT PROGRAM
           .

      * VARRE O NIVEL DE SERVICO INTEIRO: CADA LINHA DE PEDIDO PODE
      * TER A PRIMEIRA NOTA NUM MES E O CANCELAMENTO DO SALDO EM
      * OUTRO, ENTAO NAO HA CHAVE POR DATA QUE SIRVA AOS DOIS.
       AGREGA-SERVICO.
           MOVE ZEROS  TO WS-QTD-AGREG
           MOVE SPACES TO WS-TAB-AGREG
           MOVE "N"   TO WS-EOF-ATD
           MOVE ZEROS TO ATD_NUMERO_PEDIDO ATD_LINHA
           START ARQ-ATEND
               KEY IS NOT LESS THAN ATD_CHAVE
                    INVALID KEY
                       MOVE "Y" TO WS-EOF-ATD
           END-START
           PERFORM UNTIL WS-EOF-ATD = "Y"
               READ ARQ-ATEND NEXT AT END
                   MOVE "Y" TO WS-EOF-ATD
               END-READ
               IF WS-EOF-ATD = "N"
                  PERFORM AVALIA-LINHA-PEDIDO
               END-IF
           END-PERFORM
           MOVE "00" TO WS-RESULTADO-ACESSO
           .

       AVALIA-LINHA-PEDIDO.
           MOVE ZEROS TO WS-MOV-LINHAS WS-MOV-CHEIAS WS-MOV-QTDE
                         WS-MOV-QTDE-PRIM WS-MOV-BACKORDERS
                         WS-MOV-DIAS WS-MOV-QTDE-PERDIDA
                         WS-MOV-VALOR-PERDIDO
           IF ATD_DATA_PRIM_NF(1:6) = WS-ANO-MES
              MOVE 1                TO WS-MOV-LINHAS
              MOVE ATD_QTDE         TO WS-MOV-QTDE
              MOVE ATD_QTDE_PRIM_NF TO WS-MOV-QTDE-PRIM
              IF ATD_QTDE_PRIM_NF NOT < ATD_QTDE
                 MOVE 1 TO WS-MOV-CHEIAS
              ELSE
                 MOVE 1 TO WS-MOV-BACKORDERS
                 PERFORM CALCULA-IDADE-BACKORDER
              END-IF
           END-IF
           IF ATD_DATA_CANC(1:6) = WS-ANO-MES AND
              ATD_QTDE_PERDIDA > ZEROS
              MOVE ATD_QTDE_PERDIDA TO WS-MOV-QTDE-PERDIDA
              COMPUTE WS-MOV-VALOR-PERDIDO =
                  ATD_QTDE_PERDIDA * ATD_VALOR_UNIT
           END-IF
           IF WS-MOV-LINHAS > ZEROS OR WS-MOV-QTDE-PERDIDA > ZEROS
              PERFORM RESOLVE-CIDADE-CLIENTE
              MOVE "P" TO WS-TIPO-BUSCA
              MOVE SPACES TO WS-CHAVE-PRODUTO
              MOVE ATD_PRODUTO TO WS-CHP-CODIGO
              MOVE WS-CHAVE-PRODUTO TO WS-CHAVE-BUSCA
              PERFORM AGREGA-CHAVE
              MOVE "V" TO WS-TIPO-BUSCA
              MOVE SPACES TO WS-CHAVE-VENDEDOR
              MOVE ATD_COD_VENDEDOR TO WS-CHV-CODIGO
              MOVE WS-CHAVE-VENDEDOR TO WS-CHAVE-BUSCA
              PERFORM AGREGA-CHAVE
              MOVE "C" TO WS-TIPO-BUSCA
              MOVE WS-MOV-CIDADE TO WS-CHC-NOME
              MOVE WS-MOV-UF     TO WS-CHC-UF
              MOVE WS-CHAVE-CIDADE TO WS-CHAVE-BUSCA
              PERFORM AGREGA-CHAVE
              MOVE "T" TO WS-TIPO-BUSCA
              MOVE SPACES TO WS-CHAVE-BUSCA
              PERFORM AGREGA-CHAVE
           END-IF
           .

      * O CLIENTE ESPERA DESDE O PEDIDO: ATE A NOTA QUE COMPLETOU A
      * LINHA, ATE O CANCELAMENTO DO SALDO OU, SE AINDA PENDENTE,
      * ATE HOJE.
       CALCULA-IDADE-BACKORDER.
           IF ATD_QTDE_ATEND NOT < ATD_QTDE AND
              ATD_DATA_ULT_NF > ZEROS
              MOVE ATD_DATA_ULT_NF TO WS-DATA-FIM-ESPERA
           ELSE
              IF ATD_DATA_CANC > ZEROS
                 MOVE ATD_DATA_CANC TO WS-DATA-FIM-ESPERA
              ELSE
                 MOVE WS-DATA-HOJE  TO WS-DATA-FIM-ESPERA
              END-IF
           END-IF
           MOVE ZEROS TO WS-DIAS-ESPERA
           IF ATD_DATA_PEDIDO > ZEROS AND
              WS-DATA-FIM-ESPERA > ATD_DATA_PEDIDO
              COMPUTE WS-DIAS-ESPERA =
                  FUNCTION INTEGER-OF-DATE(WS-DATA-FIM-ESPERA) -
                  FUNCTION INTEGER-OF-DATE(ATD_DATA_PEDIDO)
           END-IF
           MOVE WS-DIAS-ESPERA TO WS-MOV-DIAS
           .

      * CIDADE DO CADASTRO DO CLIENTE, EM MAIUSCULAS (MESMO TRATAMENTO
      * DO RELPRZ).
       RESOLVE-CIDADE-CLIENTE.
           MOVE ATD_CODIGO_CLIENTE TO CLI_CODIGO_CLIENTE
           READ ARQ-CLIENTE
               INVALID KEY
                  MOVE SPACES TO CLI_ENDERECO_CIDADE CLI_ENDERECO_UF
           END-READ
           MOVE "00" TO WS-RESULTADO-ACESSO
           MOVE CLI_ENDERECO_CIDADE TO WS-MOV-CIDADE
           MOVE CLI_ENDERECO_UF     TO WS-MOV-UF
           INSPECT WS-MOV-CIDADE CONVERTING
               "abcdefghijklmnopqrstuvwxyz" TO
               "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
           INSPECT WS-MOV-UF CONVERTING
               "abcdefghijklmnopqrstuvwxyz" TO
               "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
           .

       AGREGA-CHAVE.
           MOVE "N" TO WS-ACHOU
           PERFORM VARYING WS-AGR-IDX FROM 1 BY 1
                   UNTIL WS-AGR-IDX > WS-QTD-AGREG
                      OR WS-ACHOU = "S"
              IF WS-AGR-TIPO(WS-AGR-IDX)  = WS-TIPO-BUSCA AND
                 WS-AGR-CHAVE(WS-AGR-IDX) = WS-CHAVE-BUSCA
                 MOVE "S" TO WS-ACHOU
              END-IF
           END-PERFORM
           IF WS-ACHOU = "S"
              SUBTRACT 1 FROM WS-AGR-IDX
           ELSE
              IF WS-QTD-AGREG < 3000
                 ADD 1 TO WS-QTD-AGREG
                 MOVE WS-QTD-AGREG   TO WS-AGR-IDX
                 MOVE WS-TIPO-BUSCA  TO WS-AGR-TIPO(WS-AGR-IDX)
                 MOVE WS-CHAVE-BUSCA TO WS-AGR-CHAVE(WS-AGR-IDX)
                 MOVE ZEROS TO WS-AGR-LINHAS(WS-AGR-IDX)
                               WS-AGR-CHEIAS(WS-AGR-IDX)
                               WS-AGR-QTDE(WS-AGR-IDX)
                               WS-AGR-QTDE-PRIM(WS-AGR-IDX)
                               WS-AGR-BACKORDERS(WS-AGR-IDX)
                               WS-AGR-DIAS(WS-AGR-IDX)
                               WS-AGR-QTDE-PERDIDA(WS-AGR-IDX)
                               WS-AGR-VALOR-PERDIDO(WS-AGR-IDX)
                 MOVE "N" TO WS-AGR-LISTADO(WS-AGR-IDX)
                 MOVE "S" TO WS-ACHOU
              END-IF
           END-IF
           IF WS-ACHOU = "S"
              ADD WS-MOV-LINHAS     TO WS-AGR-LINHAS(WS-AGR-IDX)
              ADD WS-MOV-CHEIAS     TO WS-AGR-CHEIAS(WS-AGR-IDX)
              ADD WS-MOV-QTDE       TO WS-AGR-QTDE(WS-AGR-IDX)
              ADD WS-MOV-QTDE-PRIM  TO WS-AGR-QTDE-PRIM(WS-AGR-IDX)
              ADD WS-MOV-BACKORDERS TO WS-AGR-BACKORDERS(WS-AGR-IDX)
              ADD WS-MOV-DIAS       TO WS-AGR-DIAS(WS-AGR-IDX)
              ADD WS-MOV-QTDE-PERDIDA
                TO WS-AGR-QTDE-PERDIDA(WS-AGR-IDX)
              ADD WS-MOV-VALOR-PERDIDO
                TO WS-AGR-VALOR-PERDIDO(WS-AGR-IDX)
           END-IF
           .

       GERA-RELATORIO.
           OPEN OUTPUT ARQIMP
           MOVE WS-ANO-MES TO CAB-ANOMES
           WRITE REGIMP FROM CABEC
           WRITE REGIMP FROM CABEC-LEGENDA
           MOVE "PRODUTO" TO CAB2-TITULO
           MOVE "P" TO WS-TIPO-BUSCA
           PERFORM IMPRIME-SECAO
           MOVE "VENDEDOR" TO CAB2-TITULO
           MOVE "V" TO WS-TIPO-BUSCA
           PERFORM IMPRIME-SECAO
           MOVE "CIDADE/UF DO CLIENTE" TO CAB2-TITULO
           MOVE "C" TO WS-TIPO-BUSCA
           PERFORM IMPRIME-SECAO
           MOVE "TOTAL DA FILIAL" TO CAB2-TITULO
           MOVE "T" TO WS-TIPO-BUSCA
           PERFORM IMPRIME-SECAO
           PERFORM IMPRIME-PIORES-PRODUTOS
           CLOSE ARQIMP
      * COPIA DATADA + CATALOGO DE SPOOL (VER SISSPPGER.CPY).
           MOVE "RELSRV" TO WS-SPL-PROGRAMA
           MOVE WRL-ARQ-IMPRESSAO TO WS-SPL-ORIGEM
           PERFORM REGISTRA-SPOOL THRU REGISTRA-SPOOL-FIM
           .

       IMPRIME-SECAO.
           PERFORM IMPRIME-CABECALHO-SECAO
           PERFORM VARYING WS-AGR-IDX FROM 1 BY 1
                   UNTIL WS-AGR-IDX > WS-QTD-AGREG
              IF WS-AGR-TIPO(WS-AGR-IDX) = WS-TIPO-BUSCA
                 PERFORM IMPRIME-LINHA-AGREG
              END-IF
           END-PERFORM
           .

       IMPRIME-CABECALHO-SECAO.
           MOVE ZEROS TO CONLIN
           MOVE SPACES TO REGIMP
           WRITE REGIMP
           WRITE REGIMP FROM CABEC2
           MOVE SPACES TO REGIMP
           WRITE REGIMP
           .

       IMPRIME-LINHA-AGREG.
           PERFORM CALCULA-INDICES
           MOVE SPACES TO IMPCHAVE IMPOBS
           EVALUATE WS-AGR-TIPO(WS-AGR-IDX)
             WHEN "P"
                PERFORM MONTA-NOME-PRODUTO
      * PRODUTO ABAIXO DO MINIMO NA PRIMEIRA NOTA VAI PARA O
      * COMPRADOR (E CONCORRE A LISTA DOS PIORES NO FIM).
                IF WS-AGR-LINHAS(WS-AGR-IDX) > ZEROS AND
                   WS-PCT-QTDE < WCF-SRV-PCT-MINIMO
                   MOVE "*COMPRAS*" TO IMPOBS
                END-IF
             WHEN "V"
                PERFORM MONTA-NOME-VENDEDOR
             WHEN "C"
                MOVE WS-AGR-CHAVE(WS-AGR-IDX) TO WS-CHAVE-CIDADE
                IF WS-CHC-NOME = SPACES
                   MOVE "SEM CIDADE" TO IMPCHAVE
                ELSE
                   STRING WS-CHC-NOME " " WS-CHC-UF
                       DELIMITED BY SIZE INTO IMPCHAVE
                   END-STRING
                END-IF
             WHEN OTHER
                MOVE "TOTAL" TO IMPCHAVE
           END-EVALUATE
           MOVE WS-AGR-LINHAS(WS-AGR-IDX)        TO IMPLINHAS
           MOVE WS-PCT-LINHAS                    TO IMPPCTLIN
           MOVE WS-AGR-QTDE(WS-AGR-IDX)          TO IMPQTDE
           MOVE WS-AGR-QTDE-PRIM(WS-AGR-IDX)     TO IMPPRIM
           MOVE WS-PCT-QTDE                      TO IMPPCTQTD
           MOVE WS-AGR-BACKORDERS(WS-AGR-IDX)    TO IMPBACK
           MOVE WS-IDADE-MEDIA                   TO IMPIDADE
           MOVE WS-AGR-QTDE-PERDIDA(WS-AGR-IDX)  TO IMPPERDIDA
           MOVE WS-AGR-VALOR-PERDIDO(WS-AGR-IDX) TO IMPVLRPERD
           WRITE REGIMP FROM DETAL
           ADD 1 TO WS-QTD-IMPRESSOS
           ADD 1 TO CONLIN
           IF CONLIN > LINPAG
              PERFORM IMPRIME-CABECALHO-SECAO
           END-IF
           .

      * % SOBRE AS LINHAS/QUANTIDADES COM PRIMEIRA NOTA NO MES; A
      * IDADE MEDIA SO SOBRE AS LINHAS QUE FICARAM EM BACKORDER. UMA
      * CHAVE SO COM VENDA PERDIDA NO MES SAI COM OS INDICES ZERADOS.
       CALCULA-INDICES.
           MOVE ZEROS TO WS-PCT-LINHAS WS-PCT-QTDE WS-IDADE-MEDIA
           IF WS-AGR-LINHAS(WS-AGR-IDX) > ZEROS
              COMPUTE WS-PCT-LINHAS ROUNDED =
                  WS-AGR-CHEIAS(WS-AGR-IDX) * 100 /
                  WS-AGR-LINHAS(WS-AGR-IDX)
           END-IF
           IF WS-AGR-QTDE(WS-AGR-IDX) > ZEROS
              COMPUTE WS-PCT-QTDE ROUNDED =
                  WS-AGR-QTDE-PRIM(WS-AGR-IDX) * 100 /
                  WS-AGR-QTDE(WS-AGR-IDX)
           END-IF
           IF WS-AGR-BACKORDERS(WS-AGR-IDX) > ZEROS
              COMPUTE WS-IDADE-MEDIA ROUNDED =
                  WS-AGR-DIAS(WS-AGR-IDX) /
                  WS-AGR-BACKORDERS(WS-AGR-IDX)
           END-IF
           .

       MONTA-NOME-PRODUTO.
           MOVE WS-AGR-CHAVE(WS-AGR-IDX) TO WS-CHAVE-PRODUTO
           MOVE SPACES TO PRO_DESCRICAO
           IF WS-SEM-PRODUTOS = "N"
              MOVE WS-CHP-CODIGO TO PRO_CODIGO_PRODUTO
              READ ARQ-PRODUTO
                  INVALID KEY
                     MOVE SPACES TO PRO_DESCRICAO
              END-READ
              MOVE "00" TO WS-RESULTADO-ACESSO
           END-IF
           STRING WS-CHP-CODIGO " " PRO_DESCRICAO
               DELIMITED BY SIZE INTO IMPCHAVE
           END-STRING
           .

       MONTA-NOME-VENDEDOR.
           MOVE WS-AGR-CHAVE(WS-AGR-IDX) TO WS-CHAVE-VENDEDOR
           MOVE SPACES TO VEN_NOME_VENDEDOR
           IF WS-SEM-VENDEDORES = "N"
              MOVE WS-CHV-CODIGO TO VEN_CODIGO_VENDEDOR
              READ ARQ-VENDEDOR
                  INVALID KEY
                     MOVE SPACES TO VEN_NOME_VENDEDOR
              END-READ
              MOVE "00" TO WS-RESULTADO-ACESSO
           END-IF
           STRING WS-CHV-CODIGO " " VEN_NOME_VENDEDOR
               DELIMITED BY SIZE INTO IMPCHAVE
           END-STRING
           .

      * LISTA PARA O COMPRADOR: OS WCF-SRV-QTD-PIORES PRODUTOS COM
      * MENOR % DE QUANTIDADE ATENDIDA NA PRIMEIRA NOTA (SO QUEM
      * FICOU ABAIXO DOS 100%), DO PIOR PARA O MELHOR. NO EMPATE
      * VALE A ORDEM DA TABELA.
       IMPRIME-PIORES-PRODUTOS.
           MOVE "PIORES PRODUTOS (P/ COMPRAS)" TO CAB2-TITULO
           PERFORM IMPRIME-CABECALHO-SECAO
           MOVE ZEROS TO WS-QTD-PIORES
           MOVE 1     TO WS-AGR-PIOR
           PERFORM UNTIL WS-QTD-PIORES NOT < WCF-SRV-QTD-PIORES
                      OR WS-AGR-PIOR = ZEROS
              PERFORM PROCURA-PIOR-PRODUTO
              IF WS-AGR-PIOR > ZEROS
                 MOVE "S" TO WS-AGR-LISTADO(WS-AGR-PIOR)
                 MOVE WS-AGR-PIOR TO WS-AGR-IDX
                 ADD 1 TO WS-QTD-PIORES
                 PERFORM IMPRIME-LINHA-AGREG
              END-IF
           END-PERFORM
           .

       PROCURA-PIOR-PRODUTO.
           MOVE ZEROS TO WS-AGR-PIOR
           MOVE 100   TO WS-PCT-PIOR
           PERFORM VARYING WS-AGR-IDX FROM 1 BY 1
                   UNTIL WS-AGR-IDX > WS-QTD-AGREG
              IF WS-AGR-TIPO(WS-AGR-IDX) = "P" AND
                 WS-AGR-LISTADO(WS-AGR-IDX) = "N" AND
                 WS-AGR-LINHAS(WS-AGR-IDX) > ZEROS
                 PERFORM CALCULA-INDICES
                 IF WS-PCT-QTDE < WS-PCT-PIOR
                    MOVE WS-PCT-QTDE TO WS-PCT-PIOR
                    MOVE WS-AGR-IDX  TO WS-AGR-PIOR
                 END-IF
              END-IF
           END-PERFORM
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

      * REGISTRA-SPOOL: VER COPYBOOK, COMPARTILHADO PELOS PROGRAMAS
      * DE RELATORIO.
       COPY "copybook\SISSPPGER.CPY".

      * CARREGA-FILIAL E MONTA-CAMINHOS-FILIAL: VER COPYBOOK,
      * COMPARTILHADO COM OS DEMAIS PROGRAMAS DA FILIAL.
       COPY "copybook\SISFIPGER.CPY".
