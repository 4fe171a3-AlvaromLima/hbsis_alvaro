      **************************************************
      * SELL-OUT MENSAL AO FABRICANTE: VENDA DO MES    *
      * (ARQ-HISVEN) POR SKU E PONTO DE VENDA, COM O   *
      * DE-PARA PRODUTO X SKU E OS TOTAIS DE CONTROLE  *
      **************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SELOUT.
       AUTHOR. ALVARO LIMA.
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       COPY "copybook\SISSLGER.CPY".

      * ARQUIVO DO MES PARA O FABRICANTE, NO LAYOUT POSICIONAL DELE:
      * HEADER "0" COM O CNPJ DO DISTRIBUIDOR, UM DETALHE "1" POR
      * PONTO DE VENDA (CNPJ DO CLIENTE) E SKU, TRAILER "9" COM A
      * QUANTIDADE DE DETALHES E OS TOTAIS DE QUANTIDADE E VALOR.
           SELECT ARQ-SELLOUT ASSIGN TO WS-NOME-SELLOUT
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS  IS WS-FS.

           SELECT WORK-SEL ASSIGN TO "WORKSEL".
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
       COPY "copybook\SISFDGER.CPY".

       FD ARQ-SELLOUT
           RECORD CONTAINS 150 CHARACTERS.
       01 REG-SOU.
           05 SOU-TIPO                PIC X(001).
           05 SOU-RESTO               PIC X(149).
       01 REG-SOU-H REDEFINES REG-SOU.
           05 FILLER                  PIC X(001).
           05 SOU-H-CNPJ-DISTRIB      PIC 9(014).
           05 SOU-H-FILIAL            PIC X(003).
           05 SOU-H-ANO-MES           PIC 9(006).
           05 SOU-H-DATA              PIC 9(008).
           05 SOU-H-RAZAO-DISTRIB     PIC X(040).
           05 FILLER                  PIC X(078).
       01 REG-SOU-D REDEFINES REG-SOU.
           05 FILLER                  PIC X(001).
           05 SOU-D-CNPJ              PIC 9(014).
           05 SOU-D-CEP               PIC 9(008).
           05 SOU-D-CIDADE            PIC X(020).
           05 SOU-D-UF                PIC X(002).
           05 SOU-D-SKU               PIC X(020).
           05 SOU-D-QTDE              PIC 9(009).
           05 SOU-D-VALOR             PIC 9(011)V9(02).
           05 SOU-D-CLIENTE           PIC 9(007).
           05 SOU-D-RAZAO             PIC X(040).
           05 FILLER                  PIC X(016).
       01 REG-SOU-T REDEFINES REG-SOU.
           05 FILLER                  PIC X(001).
           05 SOU-T-QTD-REGISTROS     PIC 9(007).
           05 SOU-T-QTDE              PIC 9(011).
           05 SOU-T-VALOR             PIC 9(013)V9(02).
           05 FILLER                  PIC X(116).

      * UMA LINHA POR REGISTRO DO HISTORICO QUE TEM DE-PARA; O SORT
      * JUNTA VENDEDORES DIFERENTES DO MESMO CLIENTE E PRODUTOS QUE
      * APONTAM PARA O MESMO SKU NUMA SO LINHA DO ARQUIVO.
       SD WORK-SEL.
       01 WORK-SEL-REG.
          03 WRK-CLIENTE    PIC 9(007).
          03 WRK-SKU        PIC X(020).
          03 WRK-QTDE       PIC 9(009).
          03 WRK-VALOR      PIC 9(011)V9(02).
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       COPY "copybook\SISWSGER.CPY".
       COPY "copybook\SISCFGER.CPY".
       77 WRL-ARQ-IMPRESSAO    PIC X(100) VALUE SPACES.

      * "S" = EXECUCAO SEM OPERADOR NA TELA (LS-ID = "BATCH"), MESMO
      * IDIOMA DO AGRVEN/CADRAP: NA CADEIA O PASSO RODA DEPOIS DO
      * AGRVEN E GERA O MES ANTERIOR AO CORRENTE (O MES FECHADO).
       77 WS-MODO-BATCH        PIC X(001) VALUE "N".

      * "S" QUANDO O PRODUTO DIGITADO JA TEM DE-PARA (ALTERACAO OU
      * EXCLUSAO), "N" QUANDO E NOVO (INCLUSAO).
       77 WS-JA-EXISTE         PIC X(001) VALUE "N".
       77 WS-DATA-HOJE         PIC 9(008) VALUE ZEROS.
       77 WS-ANO-MES           PIC 9(006) VALUE ZEROS.
       77 WS-ANO-AUX           PIC 9(004) VALUE ZEROS.
       77 WS-MES-AUX           PIC 9(002) VALUE ZEROS.
       77 WS-NOME-SELLOUT      PIC X(100) VALUE SPACES.
       77 WS-EOF-HIS           PIC X(001) VALUE "N".
       77 WS-EOF-WORK          PIC X(001) VALUE "N".

      * QUEBRA CLIENTE + SKU NA SAIDA DO SORT.
       77 WS-CLIENTE-ANTERIOR  PIC 9(007) VALUE ZEROS.
       77 WS-SKU-ANTERIOR      PIC X(020) VALUE SPACES.
       77 WS-QTDE-LINHA        PIC 9(009) VALUE ZEROS.
       77 WS-VALOR-LINHA       PIC 9(011)V9(02) VALUE ZEROS.

      * TOTAIS DE CONTROLE: O HISTORICO LIDO DO MES TEM QUE BATER COM
      * O QUE FOI PARA O ARQUIVO MAIS O QUE FICOU SEM DE-PARA.
       77 WS-HIS-REGISTROS     PIC 9(007) VALUE ZEROS.
       77 WS-HIS-QTDE          PIC 9(011) VALUE ZEROS.
       77 WS-HIS-VALOR         PIC 9(013)V9(02) VALUE ZEROS.
       77 WS-ENV-REGISTROS     PIC 9(007) VALUE ZEROS.
       77 WS-ENV-QTDE          PIC 9(011) VALUE ZEROS.
       77 WS-ENV-VALOR         PIC 9(013)V9(02) VALUE ZEROS.
       77 WS-PEND-QTDE         PIC 9(011) VALUE ZEROS.
       77 WS-PEND-VALOR        PIC 9(013)V9(02) VALUE ZEROS.
       77 WS-SOMA-QTDE         PIC 9(011) VALUE ZEROS.
       77 WS-SOMA-VALOR        PIC 9(013)V9(02) VALUE ZEROS.
       77 WS-QTD-SEM-CNPJ      PIC 9(005) VALUE ZEROS.
       77 WS-CONFERE           PIC X(001) VALUE "S".

      * PRODUTOS DO MES SEM DE-PARA (LISTA DE PENDENCIAS).
       77 WS-QTD-PEND          PIC 9(004) VALUE ZEROS.
       77 WS-IDX-PEND          PIC 9(004) VALUE ZEROS.
       77 WS-TABELA-CHEIA      PIC X(001) VALUE "N".
       01 WS-TAB-PENDENTES.
          05 WS-PEN            OCCURS 1000 TIMES.
             10 WS-PEN-PRODUTO    PIC 9(005).
             10 WS-PEN-QTDE       PIC 9(011).
             10 WS-PEN-VALOR      PIC 9(013)V9(02).

       01 CABEC.
          03 FILLER PIC X(38) VALUE
             "SELL-OUT AO FABRICANTE - ANO/MES: ".
          03 CAB-ANOMES PIC 9(006).
          03 FILLER PIC X(11) VALUE "  FILIAL: ".
          03 CAB-FILIAL PIC X(003).
       01 CABEC-SECAO.
          03 FILLER      PIC X(04) VALUE "*** ".
          03 CABS-TITULO PIC X(060).
       01 CABEC2-PEND.
          03 FILLER PIC X(50) VALUE
             "PRODUTO DESCRICAO                          QUANTID".
          03 FILLER PIC X(21) VALUE
             "ADE             VALOR".

       01 IMPPEN.
          03 IMPP-PRODUTO     PIC 9(005).
          03 FILLER           PIC X(03) VALUE SPACES.
          03 IMPP-DESCRICAO   PIC X(030).
          03 FILLER           PIC X(01) VALUE SPACES.
          03 IMPP-QTDE        PIC ZZ.ZZZ.ZZZ.ZZ9.
          03 FILLER           PIC X(01) VALUE SPACES.
          03 IMPP-VALOR       PIC ZZ.ZZZ.ZZZ.ZZ9,99.

       01 IMPTOT.
          03 IMPT-ROTULO      PIC X(032).
          03 IMPT-REGISTROS   PIC Z.ZZZ.ZZ9.
          03 FILLER           PIC X(01) VALUE SPACES.
          03 IMPT-QTDE        PIC ZZ.ZZZ.ZZZ.ZZ9.
          03 FILLER           PIC X(01) VALUE SPACES.
          03 IMPT-VALOR       PIC Z.ZZZ.ZZZ.ZZZ.ZZ9,99.

       01 CABEC2-TOT.
          03 FILLER PIC X(32) VALUE SPACES.
          03 FILLER PIC X(50) VALUE
             "REGISTROS     QUANTIDADE                VALOR".

       01 WS-MENS-TOTAL.
          03 FILLER      PIC X(18) VALUE "SELL-OUT GERADO - ".
          03 WS-MENS-QTD PIC ZZZZZZ9.
          03 FILLER      PIC X(24) VALUE " LINHA(S), SEM DE-PARA: ".
          03 WS-MENS-PEN PIC ZZZ9.

       LINKAGE SECTION.
       01 LS-ID PIC X(5).

       SCREEN SECTION.
       COPY "copybook\SISSTGER.CPY".

       01 TELA-MENU-SELLOUT.
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
        02 LINE 07 COL 24 VALUE "SELL-OUT MENSAL AO FABRICANTE".
        02 LINE 09 COL 10 VALUE
          "1 - De-para Produto x SKU (Inclusao/Alteracao)".
        02 LINE 10 COL 10 VALUE "2 - Exclusao de De-para".
        02 LINE 11 COL 10 VALUE "3 - Gerar Arquivo do Mes".
        02 LINE 12 COL 10 VALUE "4 - Retornar".
        02 LINE 14 COL 10 VALUE
          "VENDA DO MES FECHADO (AGRVEN) POR SKU E PONTO DE VENDA.".
        02 LINE 15 COL 10 VALUE
          "PRODUTO SEM DE-PARA FICA FORA DO ARQUIVO E SAI NA LISTA".
        02 LINE 16 COL 10 VALUE
          "DE PENDENCIAS: CORRIJA E GERE DE NOVO ANTES DE ENVIAR.".
        02 LINE 20 COL 10 "Digite a opcao desejada[.]".
        02 OPCAO LINE 20 COL 34 PIC X(01) USING W-OPCAO AUTO.
      *
       01 TELA-SKU.
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
        02 LINE 05 COL 23 VALUE "DE-PARA PRODUTO X SKU FABRICANTE".
        02 LINE 05 COL 66 VALUE "[".
        02 LINE 05 COL 67 PIC X(10) USING DOPCAO.
        02 LINE 05 COL 77 VALUE "]".
        02 LINE 07 COL 10 VALUE "PRODUTO       : [     ]".
        02 LINE 07 COL 50 VALUE "ZERO PARA SAIR".
        02 LINE 09 COL 10 VALUE
          "SKU FABRICANTE: [                    ]".
        02 LINE 11 COL 10 VALUE "CADASTRADO EM :".
        02 LINE 11 COL 40 VALUE "POR :".
        02 LINE 15 COL 10 VALUE
          "O SKU E O CODIGO DO PRODUTO NO CATALOGO DO FABRICANTE.".
        02 LINE 16 COL 10 VALUE
          "VARIOS PRODUTOS PODEM APONTAR PARA O MESMO SKU.".
      *
       01 TELA-SELLOUT-MES.
        02 BLANK SCREEN.
        02 LINE 02 COL 28 VALUE "Sistema de Franquia AMBEV".
        02 LINE 07 COL 24 VALUE "SELL-OUT MENSAL AO FABRICANTE".
        02 LINE 09 COL 10 VALUE "ANO/MES (AAAAMM) : [      ]".
        02 LINE 11 COL 10 VALUE
          "SO MES JA ENCERRADO E CONSOLIDADO PELO AGRVEN. O ARQUIVO".
        02 LINE 12 COL 10 VALUE
          "DO MES E REFEITO A CADA GERACAO.".
      *-----------------------------------------------------------------
       PROCEDURE DIVISION  USING LS-ID.
       INICIO.
      * RESOLVE OS CAMINHOS DA FILIAL SELECIONADA NO LOGIN ANTES DE
      * ABRIR QUALQUER ARQUIVO DE DADOS (VER SISFIPGER.CPY). O DE-PARA
      * E GLOBAL DA CASA, COMO O PRODUTO; O HISTORICO E DA FILIAL.
           MOVE LS-ID TO WS-SESSAO-ID
           PERFORM CARREGA-FILIAL
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-DATA-HOJE
           MOVE WCF-ARQ-IMPRESSAO-SELLOUT TO WRL-ARQ-IMPRESSAO
           MOVE "N" TO WS-MODO-BATCH
           IF LS-ID = "BATCH"
              MOVE "S" TO WS-MODO-BATCH
           END-IF
           PERFORM OPEN-ARQUIVOS
           IF WS-MODO-BATCH = "S"
              PERFORM CALCULA-MES-ANTERIOR
              PERFORM GERA-SELLOUT THRU GERA-SELLOUT-FIM
              PERFORM CLOSE-ARQUIVOS
              EXIT PROGRAM
           END-IF
           MOVE "F" TO WFIM.
           PERFORM TELA-SELLOUT-0 UNTIL WFIM = "T".
       TELA-SELLOUT-0.
           MOVE SPACES TO W-OPCAO
           DISPLAY TELA-MENU-SELLOUT
           ACCEPT TELA-MENU-SELLOUT
           EVALUATE W-OPCAO
             WHEN "1"
                PERFORM MANUTENCAO-SKU THRU MANUTENCAO-SKU-EXIT
             WHEN "2"
                PERFORM EXCLUSAO-SKU THRU EXCLUSAO-SKU-EXIT
             WHEN "3"
                PERFORM PEDE-ANO-MES
                IF W-SN = "S"
                   MOVE 0 TO W-SEL
                   PERFORM CONFIRMA-TELA UNTIL W-SEL > 0
                END-IF
                IF W-SN = "S"
                   PERFORM GERA-SELLOUT THRU GERA-SELLOUT-FIM
                END-IF
             WHEN "4"
                MOVE "T" TO WFIM
                PERFORM CLOSE-ARQUIVOS
                EXIT PROGRAM
           END-EVALUATE.

      * NA RODADA AGENDADA SEM OPERADOR O MES E O ANTERIOR AO
      * CORRENTE, MESMO IDIOMA DO AGRVEN.
       CALCULA-MES-ANTERIOR.
           MOVE WS-DATA-HOJE(1:4) TO WS-ANO-AUX
           MOVE WS-DATA-HOJE(5:2) TO WS-MES-AUX
           IF WS-MES-AUX = 01
              SUBTRACT 1 FROM WS-ANO-AUX
              MOVE 12 TO WS-MES-AUX
           ELSE
              SUBTRACT 1 FROM WS-MES-AUX
           END-IF
           COMPUTE WS-ANO-MES = WS-ANO-AUX * 100 + WS-MES-AUX
           .

      * O MES SUGERIDO E O ANTERIOR AO CORRENTE; O MES EM CURSO AINDA
      * NAO FECHOU E NAO PODE SER ENVIADO.
       PEDE-ANO-MES.
           PERFORM CALCULA-MES-ANTERIOR
           DISPLAY TELA-SELLOUT-MES
           MOVE "S" TO W-SN
           MOVE 0 TO W-SEL
           PERFORM ENTRA-ANO-MES UNTIL W-SEL > 0
           .

       ENTRA-ANO-MES.
           ACCEPT WS-ANO-MES WITH UPDATE AT 0930
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 02
              MOVE "N" TO W-SN
              MOVE 1 TO W-SEL
           ELSE
              IF WS-ANO-MES < 190001 OR
                 WS-ANO-MES(5:2) < "01" OR
                 WS-ANO-MES(5:2) > "12"
                 MOVE "ANO/MES INVALIDO (AAAAMM)" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
              ELSE
              IF WS-ANO-MES NOT < WS-DATA-HOJE(1:6)
                 MOVE "*** MES AINDA NAO ENCERRADO ***" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
              ELSE
                 MOVE 1 TO W-SEL
              END-IF
              END-IF
           END-IF
           .

      ****************************************
      * ROTINA DE INCLUSAO/ALTERACAO DO SKU  *
      ****************************************
       MANUTENCAO-SKU.
           MOVE "MANUTENCAO" TO DOPCAO.
           MOVE 0            TO W-SEL.
       MAN-SKU-001.
           MOVE SPACES TO REGSKU.
           MOVE ZEROS  TO SKU_CODIGO_PRODUTO SKU_DATA_CADASTRO.
           DISPLAY TELA-SKU.
           PERFORM ENTRA-PRODUTO-SKU UNTIL W-SEL > 0
           IF W-SEL = 2
              IF WS-JA-EXISTE = "S"
                 MOVE "ALTERACAO" TO DOPCAO
              ELSE
                 MOVE "INCLUSAO"  TO DOPCAO
              END-IF
              DISPLAY TELA-SKU
              PERFORM MOSTRA-SKU
              MOVE 0 TO W-SEL
              PERFORM ENTRA-CODIGO-SKU UNTIL W-SEL > 0
              IF W-SEL = 2
                 MOVE 0 TO W-SEL
                 PERFORM CONFIRMA-GRAVACAO UNTIL W-SEL > 0
                 IF W-SN = "S"
                    PERFORM GRAVACAO-SKU
                 END-IF
              END-IF
              UNLOCK ARQ-SKUFAB
              .
            MOVE ZEROS TO W-SEL
            .
       MANUTENCAO-SKU-EXIT.
           EXIT.

      * O PRODUTO PRECISA EXISTIR NO CATALOGO; READ COM LOCK, MESMO
      * IDIOMA DO ENTRA-EAN DO CADEDI. PRODUTO AINDA SEM DE-PARA
      * SEGUE PARA A INCLUSAO.
       ENTRA-PRODUTO-SKU.
           UNLOCK ARQ-SKUFAB
           ACCEPT SKU_CODIGO_PRODUTO AT 0727
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 02 OR SKU_CODIGO_PRODUTO = ZEROS
              MOVE 1 TO W-SEL
           ELSE
              MOVE SKU_CODIGO_PRODUTO TO PRO_CODIGO_PRODUTO
              READ ARQ-PRODUTO
                  INVALID KEY
                     MOVE "23" TO WS-RESULTADO-ACESSO
              END-READ
              IF WS-RESULTADO-ACESSO NOT = "00"
                 MOVE "00" TO WS-RESULTADO-ACESSO
                 MOVE "*** PRODUTO NAO CADASTRADO ***" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
              ELSE
                 DISPLAY PRO_DESCRICAO AT 0735
                 PERFORM LE-SKU-COM-LOCK
              END-IF
           END-IF
           .

       LE-SKU-COM-LOCK.
           READ ARQ-SKUFAB WITH LOCK
           IF WS-RESULTADO-ACESSO = "00"
              MOVE "S" TO WS-JA-EXISTE
              MOVE 2 TO W-SEL
           ELSE
           IF WS-RESULTADO-ACESSO = "23"
              MOVE "N" TO WS-JA-EXISTE
              MOVE SPACES TO SKU_CODIGO_FABRICANTE SKU_OPERADOR
              MOVE ZEROS  TO SKU_DATA_CADASTRO
              MOVE "00" TO WS-RESULTADO-ACESSO
              MOVE 2 TO W-SEL
           ELSE
           IF WS-RESULTADO-ACESSO = "9D"
              MOVE "*** PRODUTO EM USO EM OUTRO TERMINAL ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              MOVE 1 TO W-SEL
           ELSE
              MOVE "ERRO NA LEITURA DO DE-PARA DE SKU" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              MOVE 1 TO W-SEL
           END-IF
           END-IF
           END-IF
           .

       ENTRA-CODIGO-SKU.
           ACCEPT SKU_CODIGO_FABRICANTE WITH UPDATE AT 0927
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 02
              MOVE 1 TO W-SEL
           ELSE
              MOVE FUNCTION UPPER-CASE(SKU_CODIGO_FABRICANTE)
                TO SKU_CODIGO_FABRICANTE
              IF SKU_CODIGO_FABRICANTE = SPACES
                 MOVE "*** INFORME O SKU DO FABRICANTE ***" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
              ELSE
                 MOVE 2 TO W-SEL
              END-IF
           END-IF
           .

       MOSTRA-SKU.
           DISPLAY SKU_CODIGO_PRODUTO AT 0727
           DISPLAY PRO_DESCRICAO AT 0735
           IF WS-JA-EXISTE = "S"
              DISPLAY SKU_CODIGO_FABRICANTE AT 0927
              DISPLAY SKU_DATA_CADASTRO AT 1126
              DISPLAY SKU_OPERADOR AT 1146
           END-IF
           .

       GRAVACAO-SKU.
           MOVE WS-DATA-HOJE TO SKU_DATA_CADASTRO
           MOVE LS-ID        TO SKU_OPERADOR
           IF WS-JA-EXISTE = "S"
              REWRITE REGSKU
           ELSE
              WRITE REGSKU
           END-IF
           IF WS-RESULTADO-ACESSO = "00" OR "02"
              MOVE SKU_CODIGO_PRODUTO TO AUD-CODIGO
              MOVE SPACES TO AUD-RESULTADO
              STRING "SKU " SKU_CODIGO_FABRICANTE
                  DELIMITED BY SIZE INTO AUD-RESULTADO
              END-STRING
              PERFORM GRAVA-AUDITORIA
              MOVE "*** DE-PARA GRAVADO ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
           ELSE
              MOVE "ERRO NA GRAVACAO DO DE-PARA DE SKU" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
           END-IF
           .

      **************************
      * ROTINA DE EXCLUSAO SKU *
      **************************
       EXCLUSAO-SKU.
           MOVE "EXCLUSAO" TO DOPCAO.
           MOVE 0          TO W-SEL.
       EXC-SKU-001.
           MOVE SPACES TO REGSKU.
           MOVE ZEROS  TO SKU_CODIGO_PRODUTO SKU_DATA_CADASTRO.
           DISPLAY TELA-SKU.
           PERFORM ENTRA-PRODUTO-SKU UNTIL W-SEL > 0
           IF W-SEL = 2
              IF WS-JA-EXISTE = "N"
                 MOVE "*** PRODUTO SEM DE-PARA CADASTRADO ***" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
              ELSE
                 PERFORM MOSTRA-SKU
                 MOVE 0 TO W-SEL
                 PERFORM CONFIRMA-EXCLUSAO UNTIL W-SEL > 0
                 IF W-SN = "S"
                    DELETE ARQ-SKUFAB RECORD
                    IF WS-RESULTADO-ACESSO = "00"
                       MOVE SKU_CODIGO_PRODUTO TO AUD-CODIGO
                       MOVE SPACES TO AUD-RESULTADO
                       STRING "SKU " SKU_CODIGO_FABRICANTE " EXCLUIDO"
                           DELIMITED BY SIZE INTO AUD-RESULTADO
                       END-STRING
                       PERFORM GRAVA-AUDITORIA
                       MOVE "*** DE-PARA EXCLUIDO ***" TO MENS
                    ELSE
                       MOVE "ERRO NA EXCLUSAO DO DE-PARA" TO MENS
                    END-IF
                    PERFORM ROT-MENS THRU ROT-MENS-FIM
                 END-IF
              END-IF
              UNLOCK ARQ-SKUFAB
              .
            MOVE ZEROS TO W-SEL
            .
       EXCLUSAO-SKU-EXIT.
           EXIT.

      ********************************
      * GERACAO DO ARQUIVO SELL-OUT  *
      ********************************
      * LE O HISTORICO DO MES (ARQ-HISVEN, CONSOLIDADO PELO AGRVEN),
      * TROCA O PRODUTO PELO SKU DO FABRICANTE E SOMA POR CLIENTE +
      * SKU. O QUE NAO TEM DE-PARA FICA FORA DO ARQUIVO E SAI NA
      * LISTA DE PENDENCIAS; O RELATORIO FECHA HISTORICO = ENVIADO +
      * PENDENTE, EM QUANTIDADE E VALOR. MES SEM HISTORICO (AGRVEN
      * AINDA NAO RODOU) NAO GERA ARQUIVO.
       GERA-SELLOUT.
           MOVE "SELL-OUT" TO DOPCAO
           MOVE ZEROS TO WS-HIS-REGISTROS WS-HIS-QTDE WS-HIS-VALOR
                         WS-ENV-REGISTROS WS-ENV-QTDE WS-ENV-VALOR
                         WS-PEND-QTDE WS-PEND-VALOR
                         WS-QTD-SEM-CNPJ WS-QTD-PEND
           MOVE "N" TO WS-TABELA-CHEIA
           OPEN INPUT ARQ-HISVEN
           IF WS-RESULTADO-ACESSO NOT = "00"
              MOVE "00" TO WS-RESULTADO-ACESSO
              MOVE "*** SEM HISTORICO DE VENDAS (RODE O AGRVEN) ***"
                TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO GERA-SELLOUT-FIM
           END-IF
           PERFORM CONTA-HISTORICO-MES
           IF WS-HIS-REGISTROS = ZEROS
              CLOSE ARQ-HISVEN
              MOVE "*** MES SEM HISTORICO DE VENDAS (RODE O AGRVEN) ***"
                TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO GERA-SELLOUT-FIM
           END-IF
           OPEN INPUT ARQ-CLIENTE
           IF WS-RESULTADO-ACESSO NOT = "00"
              MOVE "00" TO WS-RESULTADO-ACESSO
              MOVE "ERRO ABERTURA DO ARQ. CLIENTES" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              CLOSE ARQ-HISVEN
              GO TO GERA-SELLOUT-FIM
           END-IF

           MOVE SPACES TO WS-NOME-SELLOUT
           STRING WCF-DIR-SELLOUT DELIMITED BY SPACE
                  "SELLOUT"       DELIMITED BY SIZE
                  WS-ANO-MES      DELIMITED BY SIZE
                  ".TXT"          DELIMITED BY SIZE
               INTO WS-NOME-SELLOUT
           END-STRING
           OPEN OUTPUT ARQ-SELLOUT
           IF WS-FS NOT = "00"
              MOVE "*** ERRO AO CRIAR O ARQUIVO DE SELL-OUT ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              CLOSE ARQ-HISVEN ARQ-CLIENTE
              GO TO GERA-SELLOUT-FIM
           END-IF

           MOVE SPACES TO REG-SOU
           MOVE "0" TO SOU-TIPO
           MOVE WCF-NFE-CNPJ-EMITENTE  TO SOU-H-CNPJ-DISTRIB
           MOVE WS-FILIAL-ATUAL        TO SOU-H-FILIAL
           MOVE WS-ANO-MES             TO SOU-H-ANO-MES
           MOVE WS-DATA-HOJE           TO SOU-H-DATA
           MOVE WCF-NFE-RAZAO-EMITENTE TO SOU-H-RAZAO-DISTRIB
           WRITE REG-SOU

           SORT WORK-SEL
              ON ASCENDING KEY WRK-CLIENTE WRK-SKU
              INPUT PROCEDURE  IS LIBERA-HISTORICO
              OUTPUT PROCEDURE IS GRAVA-SELLOUT

           MOVE SPACES TO REG-SOU
           MOVE "9" TO SOU-TIPO
           MOVE WS-ENV-REGISTROS TO SOU-T-QTD-REGISTROS
           MOVE WS-ENV-QTDE      TO SOU-T-QTDE
           MOVE WS-ENV-VALOR     TO SOU-T-VALOR
           WRITE REG-SOU
           CLOSE ARQ-SELLOUT ARQ-HISVEN ARQ-CLIENTE

           PERFORM EMITE-CONFERENCIA
           PERFORM GRAVA-AUDITORIA
           IF WS-CONFERE NOT = "S"
              MOVE "*** TOTAIS NAO CONFEREM COM O HISTORICO ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
           END-IF
           IF WS-TABELA-CHEIA = "S"
              MOVE "*** MAIS DE 1000 PRODUTOS SEM DE-PARA ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
           END-IF
           MOVE WS-ENV-REGISTROS TO WS-MENS-QTD
           MOVE WS-QTD-PEND      TO WS-MENS-PEN
           MOVE WS-MENS-TOTAL    TO MENS
           PERFORM ROT-MENS THRU ROT-MENS-FIM
           .
       GERA-SELLOUT-FIM.
           EXIT.

      * PRIMEIRA PASSADA: TOTAIS DO HISTORICO DO MES, QUE SAO A BASE
      * DA CONFERENCIA (E DIZEM SE O AGRVEN JA CONSOLIDOU O MES).
       CONTA-HISTORICO-MES.
           PERFORM POSICIONA-HISTORICO
           PERFORM UNTIL WS-EOF-HIS = "Y"
              ADD 1         TO WS-HIS-REGISTROS
              ADD HIS_QTDE  TO WS-HIS-QTDE
              ADD HIS_VALOR TO WS-HIS-VALOR
              PERFORM LE-PROXIMO-HISTORICO
           END-PERFORM
           .

       POSICIONA-HISTORICO.
           MOVE "N" TO WS-EOF-HIS
           MOVE ZEROS TO HIS_CHAVE
           MOVE WS-ANO-MES TO HIS_ANO_MES
           START ARQ-HISVEN KEY IS NOT LESS THAN HIS_CHAVE
               INVALID KEY MOVE "Y" TO WS-EOF-HIS
           END-START
           IF WS-EOF-HIS = "N"
              PERFORM LE-PROXIMO-HISTORICO
           END-IF
           .

       LE-PROXIMO-HISTORICO.
           READ ARQ-HISVEN NEXT AT END
              MOVE "Y" TO WS-EOF-HIS
           END-READ
           IF WS-EOF-HIS = "N" AND HIS_ANO_MES NOT = WS-ANO-MES
              MOVE "Y" TO WS-EOF-HIS
           END-IF
           MOVE "00" TO WS-RESULTADO-ACESSO
           .

      * SEGUNDA PASSADA: O QUE TEM DE-PARA VAI PARA O SORT, O RESTO
      * SE ACUMULA POR PRODUTO NA LISTA DE PENDENCIAS.
       LIBERA-HISTORICO.
           PERFORM POSICIONA-HISTORICO
           PERFORM UNTIL WS-EOF-HIS = "Y"
              MOVE HIS_CODIGO_PRODUTO TO SKU_CODIGO_PRODUTO
              READ ARQ-SKUFAB
                  INVALID KEY MOVE SPACES TO SKU_CODIGO_FABRICANTE
              END-READ
              MOVE "00" TO WS-RESULTADO-ACESSO
              IF SKU_CODIGO_FABRICANTE = SPACES
                 PERFORM ACUMULA-PENDENTE
              ELSE
                 MOVE HIS_CODIGO_CLIENTE    TO WRK-CLIENTE
                 MOVE SKU_CODIGO_FABRICANTE TO WRK-SKU
                 MOVE HIS_QTDE              TO WRK-QTDE
                 MOVE HIS_VALOR             TO WRK-VALOR
                 RELEASE WORK-SEL-REG
              END-IF
              PERFORM LE-PROXIMO-HISTORICO
           END-PERFORM
           .

      * ALEM DE 1000 PRODUTOS O VALOR SEGUE NOS TOTAIS DE PENDENCIA
      * (A CONFERENCIA CONTINUA FECHANDO), SO A LISTA FICA PARCIAL.
       ACUMULA-PENDENTE.
           ADD HIS_QTDE  TO WS-PEND-QTDE
           ADD HIS_VALOR TO WS-PEND-VALOR
           PERFORM VARYING WS-IDX-PEND FROM 1 BY 1
                   UNTIL WS-IDX-PEND > WS-QTD-PEND OR
                         WS-PEN-PRODUTO(WS-IDX-PEND) =
                         HIS_CODIGO_PRODUTO
              CONTINUE
           END-PERFORM
           IF WS-IDX-PEND > WS-QTD-PEND
              IF WS-QTD-PEND < 1000
                 ADD 1 TO WS-QTD-PEND
                 MOVE WS-QTD-PEND TO WS-IDX-PEND
                 MOVE ZEROS TO WS-PEN(WS-IDX-PEND)
                 MOVE HIS_CODIGO_PRODUTO TO WS-PEN-PRODUTO(WS-IDX-PEND)
              ELSE
                 MOVE "S" TO WS-TABELA-CHEIA
                 MOVE ZEROS TO WS-IDX-PEND
              END-IF
           END-IF
           IF WS-IDX-PEND > ZEROS
              ADD HIS_QTDE  TO WS-PEN-QTDE(WS-IDX-PEND)
              ADD HIS_VALOR TO WS-PEN-VALOR(WS-IDX-PEND)
           END-IF
           .

       GRAVA-SELLOUT.
           MOVE ZEROS  TO WS-CLIENTE-ANTERIOR
                          WS-QTDE-LINHA WS-VALOR-LINHA
           MOVE SPACES TO WS-SKU-ANTERIOR
           MOVE "N" TO WS-EOF-WORK
           PERFORM UNTIL WS-EOF-WORK = "Y"
              RETURN WORK-SEL AT END
                 MOVE "Y" TO WS-EOF-WORK
              END-RETURN
              IF WS-EOF-WORK = "N"
                 IF WRK-CLIENTE NOT = WS-CLIENTE-ANTERIOR OR
                    WRK-SKU NOT = WS-SKU-ANTERIOR
                    IF WS-CLIENTE-ANTERIOR > ZEROS
                       PERFORM GRAVA-LINHA-SELLOUT
                    END-IF
                    MOVE WRK-CLIENTE TO WS-CLIENTE-ANTERIOR
                    MOVE WRK-SKU     TO WS-SKU-ANTERIOR
                    MOVE ZEROS TO WS-QTDE-LINHA WS-VALOR-LINHA
                 END-IF
                 ADD WRK-QTDE  TO WS-QTDE-LINHA
                 ADD WRK-VALOR TO WS-VALOR-LINHA
              END-IF
           END-PERFORM
           IF WS-CLIENTE-ANTERIOR > ZEROS
              PERFORM GRAVA-LINHA-SELLOUT
           END-IF
           .

      * O PONTO DE VENDA VAI PELO CADASTRO ATUAL DO CLIENTE. CLIENTE
      * SEM CNPJ (OU JA FORA DO CADASTRO) SEGUE NO ARQUIVO PARA OS
      * TOTAIS BATEREM, MAS E CONTADO NO RELATORIO PARA CORRECAO.
       GRAVA-LINHA-SELLOUT.
           MOVE WS-CLIENTE-ANTERIOR TO CLI_CODIGO_CLIENTE
           READ ARQ-CLIENTE
               INVALID KEY
                  MOVE ZEROS  TO CLI_CNPJ CLI_ENDERECO_CEP
                  MOVE SPACES TO CLI_RAZAO_SOCIAL CLI_ENDERECO_CIDADE
                                 CLI_ENDERECO_UF
           END-READ
           MOVE "00" TO WS-RESULTADO-ACESSO
           IF CLI_CNPJ = ZEROS
              ADD 1 TO WS-QTD-SEM-CNPJ
           END-IF
           MOVE SPACES TO REG-SOU
           MOVE "1" TO SOU-TIPO
           MOVE CLI_CNPJ            TO SOU-D-CNPJ
           MOVE CLI_ENDERECO_CEP    TO SOU-D-CEP
           MOVE CLI_ENDERECO_CIDADE TO SOU-D-CIDADE
           MOVE CLI_ENDERECO_UF     TO SOU-D-UF
           MOVE WS-SKU-ANTERIOR     TO SOU-D-SKU
           MOVE WS-QTDE-LINHA       TO SOU-D-QTDE
           MOVE WS-VALOR-LINHA      TO SOU-D-VALOR
           MOVE WS-CLIENTE-ANTERIOR TO SOU-D-CLIENTE
           MOVE CLI_RAZAO_SOCIAL    TO SOU-D-RAZAO
           WRITE REG-SOU
           ADD 1              TO WS-ENV-REGISTROS
           ADD WS-QTDE-LINHA  TO WS-ENV-QTDE
           ADD WS-VALOR-LINHA TO WS-ENV-VALOR
           .

      * RELATORIO DE CONFERENCIA: TOTAIS DE CONTROLE (HISTORICO =
      * ARQUIVO + SEM DE-PARA) E A LISTA DOS PRODUTOS SEM DE-PARA.
       EMITE-CONFERENCIA.
           OPEN OUTPUT ARQIMP
           MOVE WS-ANO-MES      TO CAB-ANOMES
           MOVE WS-FILIAL-ATUAL TO CAB-FILIAL
           WRITE REGIMP FROM CABEC
           MOVE SPACES TO REGIMP
           STRING "ARQUIVO: " WS-NOME-SELLOUT
               DELIMITED BY SIZE INTO REGIMP
           END-STRING
           WRITE REGIMP
           MOVE SPACES TO REGIMP
           WRITE REGIMP
           MOVE "TOTAIS DE CONTROLE" TO CABS-TITULO
           WRITE REGIMP FROM CABEC-SECAO
           WRITE REGIMP FROM CABEC2-TOT
           MOVE "HISTORICO DE VENDAS DO MES" TO IMPT-ROTULO
           MOVE WS-HIS-REGISTROS TO IMPT-REGISTROS
           MOVE WS-HIS-QTDE      TO IMPT-QTDE
           MOVE WS-HIS-VALOR     TO IMPT-VALOR
           WRITE REGIMP FROM IMPTOT
           MOVE "ENVIADO NO ARQUIVO (TRAILER)" TO IMPT-ROTULO
           MOVE WS-ENV-REGISTROS TO IMPT-REGISTROS
           MOVE WS-ENV-QTDE      TO IMPT-QTDE
           MOVE WS-ENV-VALOR     TO IMPT-VALOR
           WRITE REGIMP FROM IMPTOT
           MOVE "FORA DO ARQUIVO (SEM DE-PARA)" TO IMPT-ROTULO
           MOVE WS-QTD-PEND      TO IMPT-REGISTROS
           MOVE WS-PEND-QTDE     TO IMPT-QTDE
           MOVE WS-PEND-VALOR    TO IMPT-VALOR
           WRITE REGIMP FROM IMPTOT
           COMPUTE WS-SOMA-QTDE  = WS-ENV-QTDE  + WS-PEND-QTDE
           COMPUTE WS-SOMA-VALOR = WS-ENV-VALOR + WS-PEND-VALOR
           MOVE SPACES TO REGIMP
           IF WS-SOMA-QTDE = WS-HIS-QTDE AND
              WS-SOMA-VALOR = WS-HIS-VALOR
              MOVE "S" TO WS-CONFERE
              MOVE "CONFERENCIA: ARQUIVO + PENDENTES = HISTORICO (OK)"
                TO REGIMP
           ELSE
              MOVE "N" TO WS-CONFERE
              MOVE "CONFERENCIA: *** DIVERGENTE DO HISTORICO ***"
                TO REGIMP
           END-IF
           WRITE REGIMP
           IF WS-QTD-SEM-CNPJ > ZEROS
              MOVE SPACES TO REGIMP
              STRING "ATENCAO: " WS-QTD-SEM-CNPJ
                     " LINHA(S) DE CLIENTE SEM CNPJ NO CADASTRO"
                  DELIMITED BY SIZE INTO REGIMP
              END-STRING
              WRITE REGIMP
           END-IF

           MOVE SPACES TO REGIMP
           WRITE REGIMP
           MOVE "PRODUTOS SEM DE-PARA (CADASTRE O SKU ANTES DE ENVIAR)"
             TO CABS-TITULO
           WRITE REGIMP FROM CABEC-SECAO
           IF WS-QTD-PEND = ZEROS
              MOVE "NENHUM: TODOS OS PRODUTOS DO MES TEM SKU."
                TO REGIMP
              WRITE REGIMP
           ELSE
              WRITE REGIMP FROM CABEC2-PEND
              PERFORM VARYING WS-IDX-PEND FROM 1 BY 1
                      UNTIL WS-IDX-PEND > WS-QTD-PEND
                 PERFORM IMPRIME-PENDENTE
              END-PERFORM
              IF WS-TABELA-CHEIA = "S"
                 MOVE "*** LISTA PARCIAL: MAIS DE 1000 PRODUTOS ***"
                   TO REGIMP
                 WRITE REGIMP
              END-IF
           END-IF
           CLOSE ARQIMP
      * COPIA DATADA + CATALOGO DE SPOOL (VER SISSPPGER.CPY).
           MOVE "SELOUT" TO WS-SPL-PROGRAMA
           MOVE WRL-ARQ-IMPRESSAO TO WS-SPL-ORIGEM
           PERFORM REGISTRA-SPOOL THRU REGISTRA-SPOOL-FIM
           .

       IMPRIME-PENDENTE.
           MOVE WS-PEN-PRODUTO(WS-IDX-PEND) TO PRO_CODIGO_PRODUTO
           READ ARQ-PRODUTO
               INVALID KEY MOVE SPACES TO PRO_DESCRICAO
           END-READ
           MOVE "00" TO WS-RESULTADO-ACESSO
           MOVE WS-PEN-PRODUTO(WS-IDX-PEND) TO IMPP-PRODUTO
           MOVE PRO_DESCRICAO               TO IMPP-DESCRICAO
           MOVE WS-PEN-QTDE(WS-IDX-PEND)    TO IMPP-QTDE
           MOVE WS-PEN-VALOR(WS-IDX-PEND)   TO IMPP-VALOR
           WRITE REGIMP FROM IMPPEN
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

       CONFIRMA-GRAVACAO.
           MOVE "S" TO W-SN
           DISPLAY "GRAVAR (S/N) : " AT 2340
           ACCEPT W-SN WITH UPDATE AT 2355
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 02
              MOVE "N" TO W-SN
              MOVE 1 TO W-SEL
           ELSE
                IF W-SN = "N" OR "n"
                   MOVE "*** INFORMACOES NAO GRAVADAS ***" TO MENS
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

       CONFIRMA-EXCLUSAO.
           MOVE "N" TO W-SN
           DISPLAY "EXCLUIR (S/N) : " AT 2340
           ACCEPT W-SN WITH UPDATE AT 2356
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 02
              MOVE "N" TO W-SN
              MOVE 1 TO W-SEL
           ELSE
                IF W-SN = "N" OR "n"
                   MOVE "*** REGISTRO NAO EXCLUIDO ***" TO MENS
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

      * NA GERACAO O CODIGO DA AUDITORIA E A QUANTIDADE DE LINHAS DO
      * ARQUIVO; NA MANUTENCAO, O PRODUTO (PREENCHIDO PELO CHAMADOR).
       GRAVA-AUDITORIA.
           MOVE FUNCTION CURRENT-DATE(1:14) TO AUD-DATA-HORA
           MOVE "SELOUT"     TO AUD-PROGRAMA
           MOVE LS-ID        TO AUD-OPERADOR
           MOVE DOPCAO       TO AUD-OPERACAO
           IF DOPCAO = "SELL-OUT"
              MOVE WS-ENV-REGISTROS TO AUD-CODIGO
              MOVE SPACES TO AUD-RESULTADO
              STRING "MES " WS-ANO-MES " SEM DE-PARA " WS-QTD-PEND
                  DELIMITED BY SIZE INTO AUD-RESULTADO
              END-STRING
           END-IF
           WRITE REGAUD
           .

      *******************************
      * ROTINA DE ABERTURA ARQUIVOS *
      *******************************
       OPEN-ARQUIVOS.
           OPEN I-O ARQ-SKUFAB
           IF WS-RESULTADO-ACESSO = "05" OR "35"
              OPEN OUTPUT ARQ-SKUFAB
              CLOSE ARQ-SKUFAB
              OPEN I-O ARQ-SKUFAB
           END-IF
           IF WS-RESULTADO-ACESSO NOT = "00"
              MOVE "ERRO NA ABERTURA DO DE-PARA DE SKU" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              EXIT PROGRAM
           END-IF
           OPEN INPUT ARQ-PRODUTO
           IF WS-RESULTADO-ACESSO NOT = "00"
              MOVE "ERRO ABERTURA DO ARQ. PRODUTOS" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              CLOSE ARQ-SKUFAB
              EXIT PROGRAM
           END-IF
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
           CLOSE ARQ-SKUFAB
                 ARQ-PRODUTO
                 ARQ-AUD
           .

      **********************
      * ROTINA DE MENSAGEM *
      **********************
      * SEM OPERADOR NA TELA (MODO BATCH) A MENSAGEM NAO BLOQUEIA EM
      * ACCEPT, MESMO IDIOMA DO ROT-MENS DO DISTVEN.
       ROT-MENS.
           MOVE ZEROS TO W-CONT.
       ROT-MENS1.
           DISPLAY TELA-MENS.
           IF WS-MODO-BATCH NOT = "S"
              ACCEPT TELA-MENS
           END-IF.
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
