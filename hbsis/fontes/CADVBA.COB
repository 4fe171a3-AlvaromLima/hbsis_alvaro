      **************************************************
      * VERBA MENSAL DE BONIFICACAO POR VENDEDOR:      *
      * CADASTRO DA VERBA DO MES E RELATORIO DO        *
      * CONSUMO PELOS PEDIDOS DE BONIFICACAO, POR      *
      * VENDEDOR E POR CLIENTE                         *
      **************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CADVBA.
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

      * "S" = EXECUCAO SEM OPERADOR NA TELA (LS-ID = "BATCH"), MESMO
      * IDIOMA DO CADRAP: NA CADEIA NOTURNA O PASSO SO RODA NA ULTIMA
      * NOITE DO MES, ENTAO O RELATORIO SAI DO MES CORRENTE, QUE
      * ESTA FECHANDO.
       77 WS-MODO-BATCH        PIC X(001) VALUE "N".

       77 WS-DATA-HOJE         PIC 9(008) VALUE ZEROS.
       77 WS-ANO-MES           PIC 9(006) VALUE ZEROS.
       77 WS-NOME-VENDEDOR     PIC X(040) VALUE SPACES.
       77 WS-SALDO-VERBA       PIC S9(011)V9(02) VALUE ZEROS.
       77 WS-SALDO-EDIT        PIC -ZZZ.ZZZ.ZZ9,99.
       77 WS-VALOR-EDIT        PIC ZZZ.ZZZ.ZZ9,99.

      * O CADASTRO DE VENDEDORES E OPCIONAL: SEM ELE A VERBA E
      * ACEITA PARA QUALQUER CODIGO E O NOME NAO APARECE.
       77 WS-SEM-VENDEDOR      PIC X(001) VALUE "N".

      * RELATORIO DO MES: OS PEDIDOS DE BONIFICACAO (PED_TIPO "B")
      * NAO CANCELADOS DIGITADOS NO MES SAO SOMADOS POR VENDEDOR
      * (TABELA INDEXADA PELO CODIGO + 1, PARA CABER O VENDEDOR ZERO)
      * E POR CLIENTE (TABELA DE BUSCA, COM TETO; O QUE NAO COUBE E
      * CONTADO E SAI NO RODAPE, MESMO IDIOMA DO CADRAP). A VERBA E O
      * CONSUMIDO DE CADA VENDEDOR VEM DO ARQ-VERBA; QUANDO O
      * CONSUMIDO GRAVADO PELO CADPED NAO BATE COM A SOMA DOS PEDIDOS
      * A LINHA SAI MARCADA ("*") PARA CONFERENCIA.
       77 WS-EOF-VBA           PIC X(001) VALUE "N".
       77 WS-EOF-PED           PIC X(001) VALUE "N".
       77 WS-VB-IDX            PIC 9(004) VALUE ZEROS.
       01 WS-TAB-VENDEDORES.
          05 WS-VB OCCURS 1000 TIMES.
             10 WS-VB-TEM-VERBA   PIC X(001).
             10 WS-VB-VERBA       PIC 9(009)V9(02).
             10 WS-VB-CONSUMIDO   PIC 9(009)V9(02).
             10 WS-VB-QTD-PED     PIC 9(005).
             10 WS-VB-USADO       PIC 9(011)V9(02).
       77 WS-QTD-CLIENTES      PIC 9(004) VALUE ZEROS.
       77 WS-CL-IDX            PIC 9(004) VALUE ZEROS.
       77 WS-ACHOU             PIC X(001) VALUE "N".
       01 WS-TAB-CLIENTES.
          05 WS-CL OCCURS 2000 TIMES.
             10 WS-CL-CLIENTE     PIC 9(007).
             10 WS-CL-VENDEDOR    PIC 9(003).
             10 WS-CL-QTD-PED     PIC 9(005).
             10 WS-CL-USADO       PIC 9(011)V9(02).
       77 WS-QTD-CLI-FORA      PIC 9(005) VALUE ZEROS.
       77 WS-QTD-PEDIDOS       PIC 9(007) VALUE ZEROS.
       77 WS-QTD-DIVERGENTES   PIC 9(005) VALUE ZEROS.
       77 WS-TOT-VERBA         PIC 9(013)V9(02) VALUE ZEROS.
       77 WS-TOT-USADO         PIC 9(013)V9(02) VALUE ZEROS.
       77 WS-TOT-ACIMA         PIC 9(013)V9(02) VALUE ZEROS.

       01 CABEC-VERBA.
          03 FILLER PIC X(45) VALUE
             "VERBA DE BONIFICACAO POR VENDEDOR - ANO/MES: ".
          03 CAB-ANOMES     PIC 9(006).
          03 FILLER PIC X(13) VALUE "  EMITIDO EM ".
          03 CAB-DATA       PIC 9(008).

       01 CABEC2-VERBA.
          03 FILLER PIC X(05) VALUE "VEN".
          03 FILLER PIC X(32) VALUE "NOME".
          03 FILLER PIC X(16) VALUE "           VERBA".
          03 FILLER PIC X(16) VALUE "           USADO".
          03 FILLER PIC X(17) VALUE "           SALDO".
          03 FILLER PIC X(08) VALUE " PEDIDOS".
          03 FILLER PIC X(16) VALUE "  CONSUMIDO ARQ.".

       01 DET-VENDEDOR.
          03 DVB-VENDEDOR   PIC 9(003).
          03 FILLER         PIC X(02) VALUE SPACES.
          03 DVB-NOME       PIC X(030).
          03 FILLER         PIC X(02) VALUE SPACES.
          03 DVB-VERBA      PIC ZZZ.ZZZ.ZZ9,99.
          03 FILLER         PIC X(02) VALUE SPACES.
          03 DVB-USADO      PIC ZZZ.ZZZ.ZZ9,99.
          03 FILLER         PIC X(02) VALUE SPACES.
          03 DVB-SALDO      PIC -ZZZ.ZZZ.ZZ9,99.
          03 FILLER         PIC X(02) VALUE SPACES.
          03 DVB-QTD-PED    PIC ZZ.ZZ9.
          03 FILLER         PIC X(02) VALUE SPACES.
          03 DVB-CONSUMIDO  PIC ZZZ.ZZZ.ZZ9,99.
          03 FILLER         PIC X(01) VALUE SPACES.
          03 DVB-DIVERGE    PIC X(001).

       01 CABEC3-VERBA.
          03 FILLER PIC X(09) VALUE "CLIENTE".
          03 FILLER PIC X(32) VALUE "RAZAO SOCIAL".
          03 FILLER PIC X(05) VALUE "VEN".
          03 FILLER PIC X(08) VALUE " PEDIDOS".
          03 FILLER PIC X(16) VALUE "           USADO".

       01 DET-CLIENTE.
          03 DCL-CLIENTE    PIC 9(007).
          03 FILLER         PIC X(02) VALUE SPACES.
          03 DCL-RAZAO      PIC X(030).
          03 FILLER         PIC X(02) VALUE SPACES.
          03 DCL-VENDEDOR   PIC 9(003).
          03 FILLER         PIC X(02) VALUE SPACES.
          03 DCL-QTD-PED    PIC ZZ.ZZ9.
          03 FILLER         PIC X(02) VALUE SPACES.
          03 DCL-USADO      PIC ZZZ.ZZZ.ZZ9,99.

       01 DET-TOTAL.
          03 TOT-TITULO PIC X(40).
          03 TOT-QTD    PIC ZZZ.ZZ9.
          03 FILLER     PIC X(02) VALUE SPACES.
          03 TOT-VALOR  PIC ZZ.ZZZ.ZZZ.ZZ9,99.

       LINKAGE SECTION.
       01 LS-ID PIC X(5).

       SCREEN SECTION.
       COPY "copybook\SISSTGER.CPY".

       01 TELA-MENU-VERBA.
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
        02 LINE 07 COL 22 VALUE "VERBA DE BONIFICACAO POR VENDEDOR".
        02 LINE 09 COL 10 VALUE "1 - Inclusao de Verba do Mes".
        02 LINE 10 COL 10 VALUE "2 - Alteracao de Verba do Mes".
        02 LINE 11 COL 10 VALUE "3 - Relatorio do Mes".
        02 LINE 12 COL 10 VALUE "4 - Retornar".
        02 LINE 17 COL 10 VALUE
          "O CONSUMO E LANCADO PELOS PEDIDOS DE BONIFICACAO DO".
        02 LINE 18 COL 10 VALUE
          "CADPED; AQUI SO SE INFORMA A VERBA DO MES.".
        02 LINE 20 COL 10 "Digite a opcao desejada[.]".
        02 OPCAO LINE 20 COL 34 PIC X(01) USING W-OPCAO AUTO.
      *
       01 TELA-VERBA.
        02 BLANK SCREEN.
        02 LINE 02 COL 28 VALUE "Sistema de Franquia AMBEV".
        02 LINE 05 COL 22 VALUE "VERBA DE BONIFICACAO DO VENDEDOR".
        02 LINE 05 COL 66 VALUE "[".
        02 LINE 05 COL 67 PIC X(10) USING DOPCAO.
        02 LINE 05 COL 77 VALUE "]".
        02 LINE 07 COL 10 VALUE "VENDEDOR     : [   ]".
        02 LINE 07 COL 40 VALUE "ZEROS SAI".
        02 LINE 08 COL 10 VALUE "ANO/MES      : [      ]".
        02 LINE 08 COL 40 VALUE "(AAAAMM)".
        02 LINE 10 COL 10 VALUE "VERBA DO MES : [            ]".
        02 LINE 11 COL 10 VALUE "CONSUMIDO    :".
        02 LINE 12 COL 10 VALUE "SALDO        :".
      *
       01 TELA-MES-VERBA.
        02 BLANK SCREEN.
        02 LINE 02 COL 28 VALUE "Sistema de Franquia AMBEV".
        02 LINE 07 COL 22 VALUE "VERBA DE BONIFICACAO POR VENDEDOR".
        02 LINE 08 COL 22 PIC X(10) USING DOPCAO.
        02 LINE 09 COL 10 VALUE "ANO/MES (AAAAMM)     : [      ]".
        02 LINE 11 COL 10 VALUE
          "O RELATORIO SOMA OS PEDIDOS DE BONIFICACAO NAO".
        02 LINE 12 COL 10 VALUE
          "CANCELADOS DIGITADOS NO MES, POR VENDEDOR (CONTRA A".
        02 LINE 13 COL 10 VALUE
          "VERBA) E POR CLIENTE.".
      *-----------------------------------------------------------------
       PROCEDURE DIVISION  USING LS-ID.
       INICIO.
      * RESOLVE OS CAMINHOS DA FILIAL SELECIONADA NO LOGIN ANTES DE
      * ABRIR QUALQUER ARQUIVO DE DADOS (VER SISFIPGER.CPY).
           MOVE LS-ID TO WS-SESSAO-ID
           PERFORM CARREGA-FILIAL
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-DATA-HOJE
           MOVE WS-DATA-HOJE(1:6) TO WS-ANO-MES
           MOVE "N" TO WS-MODO-BATCH
           IF LS-ID = "BATCH"
              MOVE "S" TO WS-MODO-BATCH
           END-IF
           PERFORM OPEN-VERBA
           IF WS-MODO-BATCH = "S"
              PERFORM EMITE-RELATORIO THRU EMITE-RELATORIO-FIM
              PERFORM CLOSE-VERBA
              EXIT PROGRAM
           END-IF
           MOVE "F" TO WFIM.
           PERFORM TELA-VERBA-0 UNTIL WFIM = "T".
       TELA-VERBA-0.
           MOVE SPACES TO W-OPCAO
           DISPLAY TELA-MENU-VERBA
           ACCEPT TELA-MENU-VERBA
           EVALUATE W-OPCAO
             WHEN "1"
                PERFORM INCLUSAO-000 THRU INCLUSAO-EXIT
             WHEN "2"
                PERFORM ALTERACAO-000 THRU ALTERACAO-EXIT
             WHEN "3"
                MOVE "RELATORIO" TO DOPCAO
                DISPLAY TELA-MES-VERBA
                MOVE 0 TO W-SEL
                PERFORM ENTRA-ANO-MES UNTIL W-SEL > 0
                IF W-SN = "S"
                   PERFORM EMITE-RELATORIO THRU EMITE-RELATORIO-FIM
                END-IF
             WHEN "4"
                PERFORM CLOSE-VERBA
                MOVE "T" TO WFIM
                EXIT PROGRAM
           END-EVALUATE.

       ENTRA-ANO-MES.
           ACCEPT WS-ANO-MES WITH UPDATE AT 0934
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
                 MOVE "S" TO W-SN
                 MOVE 1 TO W-SEL
              END-IF
           END-IF
           .

      **********************
      * ROTINA DE INCLUSAO *
      **********************
       INCLUSAO-000.
           MOVE "INCLUSAO" TO DOPCAO.
           MOVE 0          TO W-SEL.
       INC-001.
           MOVE SPACES TO REGVBA
                          WS-GRAVACAO
                          WS-NOME-VENDEDOR
                          .
           MOVE ZEROS  TO VBA_COD_VENDEDOR
                          VBA_VALOR_VERBA
                          VBA_VALOR_CONSUMIDO
                          VBA_DATA_CADASTRO
                          .
           MOVE WS-DATA-HOJE(1:6) TO VBA_ANO_MES
           .
       INC-010.
           DISPLAY TELA-VERBA.
           PERFORM ENTRA-CHAVE UNTIL W-SEL > 0
           IF W-SEL = 2
              MOVE 0 TO W-SEL
              PERFORM ENTRA-DADOS UNTIL W-SEL > 0
              IF W-SEL = 2
                 MOVE 0 TO W-SEL
                 PERFORM CONFIRMA-DADOS UNTIL W-SEL > 0
                 PERFORM GRAVACAO
                 IF W-SN = "S"
                    PERFORM GRAVA-AUDITORIA
                 END-IF
              END-IF
              .
            MOVE ZEROS TO W-SEL
            .
       INCLUSAO-EXIT.
           EXIT.

      ***********************
      * ROTINA DE ALTERACAO *
      ***********************
      * SO A VERBA E ALTERADA; O CONSUMIDO E DO CADPED.
       ALTERACAO-000.
           MOVE "ALTERACAO" TO DOPCAO.
           MOVE 0           TO W-SEL.
       ALT-001.
           PERFORM INC-001.
           DISPLAY TELA-VERBA.
           PERFORM ENTRA-CHAVE UNTIL W-SEL > 0
           IF W-SEL = 2
              MOVE 0 TO W-SEL
              PERFORM ENTRA-DADOS UNTIL W-SEL > 0
              IF W-SEL = 2
                 MOVE 0 TO W-SEL
                 PERFORM ALTERA-DADOS UNTIL W-SEL > 0
                 PERFORM REGRAVACAO
                 IF W-SN = "S"
                    PERFORM GRAVA-AUDITORIA
                 END-IF
              END-IF
              UNLOCK ARQ-VERBA
              .
            MOVE ZEROS TO W-SEL
            .
       ALTERACAO-EXIT.
           EXIT.

      * VENDEDOR + ANO/MES. MESMO IDIOMA DO ENTRA-CODIGO DO CADRAP:
      * NA ALTERACAO O READ E COM LOCK. O VENDEDOR TEM QUE EXISTIR NO
      * CADASTRO (QUANDO ELE ESTA DISPONIVEL).
       ENTRA-CHAVE.
           UNLOCK ARQ-VERBA
           ACCEPT VBA_COD_VENDEDOR AT 0726
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 02 OR VBA_COD_VENDEDOR = ZEROS
              MOVE 1 TO W-SEL
              EXIT PARAGRAPH
           END-IF
           PERFORM LOCALIZA-VENDEDOR
           IF WS-ACHOU NOT = "S"
              MOVE "*** VENDEDOR NAO CADASTRADO ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              EXIT PARAGRAPH
           END-IF
           DISPLAY WS-NOME-VENDEDOR AT 0731
           ACCEPT VBA_ANO_MES WITH UPDATE AT 0826
           IF VBA_ANO_MES < 190001 OR
              VBA_ANO_MES(5:2) < "01" OR
              VBA_ANO_MES(5:2) > "12"
              MOVE "ANO/MES INVALIDO (AAAAMM)" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              EXIT PARAGRAPH
           END-IF
           IF W-OPCAO = "2"
              READ ARQ-VERBA WITH LOCK
           ELSE
              READ ARQ-VERBA
           END-IF
           IF WS-RESULTADO-ACESSO NOT = "23"
              IF WS-RESULTADO-ACESSO = "00"
                 PERFORM MOSTRA-DADOS
                 IF W-OPCAO = "1"
                    MOVE "*** VERBA DO MES JA CADASTRADA ***" TO MENS
                    PERFORM ROT-MENS THRU ROT-MENS-FIM
                    PERFORM INC-001
                    DISPLAY TELA-VERBA
                 ELSE
                    MOVE 2 TO W-SEL
                 END-IF
              ELSE
              IF WS-RESULTADO-ACESSO = "9D"
                 MOVE "*** VERBA EM USO EM OUTRO TERMINAL ***" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 MOVE 1 TO W-SEL
              ELSE
                 MOVE "ERRO NA LEITURA ARQUIVO DE VERBAS" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 MOVE 1 TO W-SEL
              END-IF
              END-IF
           ELSE
              IF W-OPCAO = "1"
                 MOVE ZEROS TO VBA_VALOR_VERBA VBA_VALOR_CONSUMIDO
                 MOVE 2 TO W-SEL
              ELSE
                 MOVE "*** VERBA DO MES NAO CADASTRADA ***" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
              END-IF
           END-IF
           .

      * NOME DO VENDEDOR PARA A TELA E O RELATORIO; SEM O CADASTRO
      * TODO CODIGO E ACEITO, SEM NOME.
       LOCALIZA-VENDEDOR.
           MOVE SPACES TO WS-NOME-VENDEDOR
           IF WS-SEM-VENDEDOR = "S"
              MOVE "S" TO WS-ACHOU
           ELSE
              MOVE "N" TO WS-ACHOU
              MOVE VBA_COD_VENDEDOR TO VEN_CODIGO_VENDEDOR
              READ ARQ-VENDEDOR
                  INVALID KEY
                     CONTINUE
                  NOT INVALID KEY
                     MOVE "S" TO WS-ACHOU
                     MOVE VEN_NOME_VENDEDOR TO WS-NOME-VENDEDOR
              END-READ
              MOVE "00" TO WS-RESULTADO-ACESSO
           END-IF
           .

       ENTRA-DADOS.
           ACCEPT VBA_VALOR_VERBA WITH UPDATE AT 1026
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 02
              MOVE 1 TO W-SEL
           ELSE
              IF W-OPCAO = "1"
                 MOVE WS-DATA-HOJE TO VBA_DATA_CADASTRO
              END-IF
              MOVE LS-ID TO VBA_OPERADOR
              PERFORM MOSTRA-SALDO
              MOVE 2 TO W-SEL
           END-IF
           .

       MOSTRA-DADOS.
           DISPLAY VBA_COD_VENDEDOR    AT 0726
           DISPLAY VBA_ANO_MES         AT 0826
           DISPLAY VBA_VALOR_VERBA     AT 1026
           PERFORM MOSTRA-SALDO
           .

       MOSTRA-SALDO.
           MOVE VBA_VALOR_CONSUMIDO TO WS-VALOR-EDIT
           DISPLAY WS-VALOR-EDIT AT 1126
           COMPUTE WS-SALDO-VERBA =
               VBA_VALOR_VERBA - VBA_VALOR_CONSUMIDO
           MOVE WS-SALDO-VERBA TO WS-SALDO-EDIT
           DISPLAY WS-SALDO-EDIT AT 1225
           .

       GRAVA-AUDITORIA.
           MOVE FUNCTION CURRENT-DATE(1:14) TO AUD-DATA-HORA
           MOVE "CADVBA"         TO AUD-PROGRAMA
           MOVE LS-ID            TO AUD-OPERADOR
           MOVE DOPCAO           TO AUD-OPERACAO
           MOVE VBA_COD_VENDEDOR TO AUD-CODIGO
           MOVE VBA_VALOR_VERBA  TO WS-VALOR-EDIT
           MOVE SPACES           TO AUD-RESULTADO
           STRING "MES " VBA_ANO_MES " VERBA" WS-VALOR-EDIT
               DELIMITED BY SIZE INTO AUD-RESULTADO
           END-STRING
           WRITE REGAUD
           .

       GRAVACAO.
           IF W-SN = "S"
              WRITE REGVBA
              IF WS-RESULTADO-ACESSO = "00" OR "02"
                 MOVE "*** DADOS GRAVADOS *** " TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
              ELSE
              IF WS-RESULTADO-ACESSO = "22"
                 MOVE "*** VERBA DO MES JA EXISTE *** " TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
              ELSE
                 MOVE "ERRO NA GRAVACAO DA VERBA" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
           .

       REGRAVACAO.
           IF W-SN = "S"
              REWRITE REGVBA
              IF WS-RESULTADO-ACESSO = "00" OR "02"
                 MOVE "*** REGISTRO ALTERADO ***" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
              ELSE
                 MOVE "ERRO NA ALTERACAO DA VERBA" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
           .

       CONFIRMA-DADOS.
           MOVE "S" TO W-SN
           DISPLAY "DADOS OK (S/N) : " AT 2340
           ACCEPT W-SN WITH UPDATE AT 2357
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 02
              MOVE "N" TO W-SN
              MOVE 1 TO W-SEL
           ELSE
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

       ALTERA-DADOS.
           MOVE "N" TO W-SN
           DISPLAY "ALTERAR (S/N) : " AT 2340
           ACCEPT W-SN WITH UPDATE AT 2357
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 02
              MOVE "N" TO W-SN
              MOVE 1 TO W-SEL
           ELSE
                IF W-SN = "N" OR "n"
                   MOVE "*** INFORMACOES NAO ALTERADAS ***" TO MENS
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

      ************************************
      * RELATORIO DO MES                 *
      ************************************
      * VERBA E CONSUMO POR VENDEDOR (COM OU SEM VERBA CADASTRADA,
      * DESDE QUE TENHA VERBA OU PEDIDO NO MES) E, EM SEGUIDA, O USO
      * POR CLIENTE, COM OS TOTAIS NO RODAPE.
       EMITE-RELATORIO.
           OPEN INPUT ARQ-PEDIDO
           IF WS-RESULTADO-ACESSO NOT = "00"
              MOVE "*** NAO HA PEDIDOS CADASTRADOS ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO EMITE-RELATORIO-FIM
           END-IF
           MOVE ZEROS TO WS-QTD-CLIENTES WS-QTD-CLI-FORA
                         WS-QTD-PEDIDOS WS-QTD-DIVERGENTES
                         WS-TOT-VERBA WS-TOT-USADO WS-TOT-ACIMA
           PERFORM VARYING WS-VB-IDX FROM 1 BY 1
                   UNTIL WS-VB-IDX > 1000
              MOVE "N"   TO WS-VB-TEM-VERBA(WS-VB-IDX)
              MOVE ZEROS TO WS-VB-VERBA(WS-VB-IDX)
                            WS-VB-CONSUMIDO(WS-VB-IDX)
                            WS-VB-QTD-PED(WS-VB-IDX)
                            WS-VB-USADO(WS-VB-IDX)
           END-PERFORM
           PERFORM CARREGA-VERBAS
           PERFORM ACUMULA-PEDIDOS
           CLOSE ARQ-PEDIDO

           MOVE WCF-ARQ-IMPRESSAO-VERBA TO WRL-ARQ-IMPRESSAO
           OPEN OUTPUT ARQIMP
           MOVE WS-ANO-MES   TO CAB-ANOMES
           MOVE WS-DATA-HOJE TO CAB-DATA
           WRITE REGIMP FROM CABEC-VERBA
           MOVE SPACES TO REGIMP
           WRITE REGIMP
           WRITE REGIMP FROM CABEC2-VERBA
           MOVE SPACES TO REGIMP
           WRITE REGIMP
           PERFORM IMPRIME-VENDEDOR
               VARYING WS-VB-IDX FROM 1 BY 1 UNTIL WS-VB-IDX > 1000

           MOVE SPACES TO REGIMP
           WRITE REGIMP
           WRITE REGIMP FROM CABEC3-VERBA
           MOVE SPACES TO REGIMP
           WRITE REGIMP
           PERFORM IMPRIME-CLIENTE
               VARYING WS-CL-IDX FROM 1 BY 1
               UNTIL WS-CL-IDX > WS-QTD-CLIENTES

           MOVE SPACES TO REGIMP
           WRITE REGIMP
           MOVE "VERBA TOTAL DO MES" TO TOT-TITULO
           MOVE ZEROS TO TOT-QTD
           MOVE WS-TOT-VERBA TO TOT-VALOR
           WRITE REGIMP FROM DET-TOTAL
           MOVE "PEDIDOS DE BONIFICACAO / VALOR USADO" TO TOT-TITULO
           MOVE WS-QTD-PEDIDOS TO TOT-QTD
           MOVE WS-TOT-USADO TO TOT-VALOR
           WRITE REGIMP FROM DET-TOTAL
           MOVE "USADO ACIMA DA VERBA (AUTORIZADO)" TO TOT-TITULO
           MOVE ZEROS TO TOT-QTD
           MOVE WS-TOT-ACIMA TO TOT-VALOR
           WRITE REGIMP FROM DET-TOTAL
           IF WS-QTD-DIVERGENTES > ZEROS
              MOVE "VENDEDORES COM CONSUMIDO DIVERGENTE (*)"
                TO TOT-TITULO
              MOVE WS-QTD-DIVERGENTES TO TOT-QTD
              MOVE ZEROS TO TOT-VALOR
              WRITE REGIMP FROM DET-TOTAL
           END-IF
           IF WS-QTD-CLI-FORA > ZEROS
              MOVE "PEDIDOS ALEM DO TETO DE CLIENTES" TO TOT-TITULO
              MOVE WS-QTD-CLI-FORA TO TOT-QTD
              MOVE ZEROS TO TOT-VALOR
              WRITE REGIMP FROM DET-TOTAL
           END-IF
           CLOSE ARQIMP
      * COPIA DATADA + CATALOGO DE SPOOL (VER SISSPPGER.CPY).
           MOVE "CADVBA" TO WS-SPL-PROGRAMA
           MOVE WRL-ARQ-IMPRESSAO TO WS-SPL-ORIGEM
           PERFORM REGISTRA-SPOOL THRU REGISTRA-SPOOL-FIM
           MOVE "RELATORIO" TO DOPCAO
           PERFORM GRAVA-AUDITORIA-RELATORIO
           IF WS-MODO-BATCH NOT = "S"
              MOVE "*** RELATORIO EMITIDO ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
           END-IF
           .
       EMITE-RELATORIO-FIM.
           EXIT.

       CARREGA-VERBAS.
           MOVE "N"   TO WS-EOF-VBA
           MOVE ZEROS TO VBA_COD_VENDEDOR VBA_ANO_MES
           START ARQ-VERBA
               KEY IS NOT LESS THAN VBA_CHAVE
                    INVALID KEY
                       MOVE "Y" TO WS-EOF-VBA
           END-START
           PERFORM UNTIL WS-EOF-VBA = "Y"
               READ ARQ-VERBA NEXT AT END
                   MOVE "Y" TO WS-EOF-VBA
               END-READ
               IF WS-EOF-VBA = "N" AND VBA_ANO_MES = WS-ANO-MES
                  COMPUTE WS-VB-IDX = VBA_COD_VENDEDOR + 1
                  MOVE "S" TO WS-VB-TEM-VERBA(WS-VB-IDX)
                  MOVE VBA_VALOR_VERBA
                    TO WS-VB-VERBA(WS-VB-IDX)
                  MOVE VBA_VALOR_CONSUMIDO
                    TO WS-VB-CONSUMIDO(WS-VB-IDX)
               END-IF
           END-PERFORM
           MOVE "00" TO WS-RESULTADO-ACESSO
           .

       ACUMULA-PEDIDOS.
           MOVE "N"   TO WS-EOF-PED
           MOVE ZEROS TO PED_NUMERO_PEDIDO
           START ARQ-PEDIDO
               KEY IS GREATER THAN PED_NUMERO_PEDIDO
                    INVALID KEY
                       MOVE "Y" TO WS-EOF-PED
           END-START
           PERFORM UNTIL WS-EOF-PED = "Y"
               READ ARQ-PEDIDO NEXT AT END
                   MOVE "Y" TO WS-EOF-PED
               END-READ
               IF WS-EOF-PED = "N"
                  IF PED_TIPO = "B" AND
                     PED_SITUACAO NOT = "C" AND
                     PED_DATA_PEDIDO(1:6) = WS-ANO-MES
                     PERFORM ACUMULA-UM-PEDIDO
                  END-IF
               END-IF
           END-PERFORM
           MOVE "00" TO WS-RESULTADO-ACESSO
           .

       ACUMULA-UM-PEDIDO.
           ADD 1 TO WS-QTD-PEDIDOS
           COMPUTE WS-VB-IDX = PED_COD_VENDEDOR + 1
           ADD 1 TO WS-VB-QTD-PED(WS-VB-IDX)
           ADD PED_VALOR_TOTAL TO WS-VB-USADO(WS-VB-IDX)
           MOVE "N" TO WS-ACHOU
           PERFORM VARYING WS-CL-IDX FROM 1 BY 1
                   UNTIL WS-CL-IDX > WS-QTD-CLIENTES OR
                         WS-ACHOU = "S"
              IF WS-CL-CLIENTE(WS-CL-IDX) = PED_CODIGO_CLIENTE AND
                 WS-CL-VENDEDOR(WS-CL-IDX) = PED_COD_VENDEDOR
                 MOVE "S" TO WS-ACHOU
                 ADD 1 TO WS-CL-QTD-PED(WS-CL-IDX)
                 ADD PED_VALOR_TOTAL TO WS-CL-USADO(WS-CL-IDX)
              END-IF
           END-PERFORM
           IF WS-ACHOU = "N"
              IF WS-QTD-CLIENTES < 2000
                 ADD 1 TO WS-QTD-CLIENTES
                 MOVE PED_CODIGO_CLIENTE
                   TO WS-CL-CLIENTE(WS-QTD-CLIENTES)
                 MOVE PED_COD_VENDEDOR
                   TO WS-CL-VENDEDOR(WS-QTD-CLIENTES)
                 MOVE 1 TO WS-CL-QTD-PED(WS-QTD-CLIENTES)
                 MOVE PED_VALOR_TOTAL
                   TO WS-CL-USADO(WS-QTD-CLIENTES)
              ELSE
                 ADD 1 TO WS-QTD-CLI-FORA
              END-IF
           END-IF
           .

       IMPRIME-VENDEDOR.
           IF WS-VB-TEM-VERBA(WS-VB-IDX) = "S" OR
              WS-VB-QTD-PED(WS-VB-IDX) > ZEROS
              COMPUTE VBA_COD_VENDEDOR = WS-VB-IDX - 1
              PERFORM LOCALIZA-VENDEDOR
              MOVE VBA_COD_VENDEDOR          TO DVB-VENDEDOR
              MOVE WS-NOME-VENDEDOR          TO DVB-NOME
              MOVE WS-VB-VERBA(WS-VB-IDX)    TO DVB-VERBA
              MOVE WS-VB-USADO(WS-VB-IDX)    TO DVB-USADO
              COMPUTE WS-SALDO-VERBA =
                  WS-VB-VERBA(WS-VB-IDX) - WS-VB-USADO(WS-VB-IDX)
              MOVE WS-SALDO-VERBA            TO DVB-SALDO
              MOVE WS-VB-QTD-PED(WS-VB-IDX)  TO DVB-QTD-PED
              MOVE WS-VB-CONSUMIDO(WS-VB-IDX) TO DVB-CONSUMIDO
              IF WS-VB-CONSUMIDO(WS-VB-IDX) NOT =
                 WS-VB-USADO(WS-VB-IDX)
                 MOVE "*" TO DVB-DIVERGE
                 ADD 1 TO WS-QTD-DIVERGENTES
              ELSE
                 MOVE SPACES TO DVB-DIVERGE
              END-IF
              WRITE REGIMP FROM DET-VENDEDOR
              ADD WS-VB-VERBA(WS-VB-IDX) TO WS-TOT-VERBA
              ADD WS-VB-USADO(WS-VB-IDX) TO WS-TOT-USADO
              IF WS-SALDO-VERBA < ZEROS
                 SUBTRACT WS-SALDO-VERBA FROM WS-TOT-ACIMA
              END-IF
           END-IF
           .

       IMPRIME-CLIENTE.
           MOVE WS-CL-CLIENTE(WS-CL-IDX) TO CLI_CODIGO_CLIENTE
           READ ARQ-CLIENTE
               INVALID KEY
                  MOVE SPACES TO CLI_RAZAO_SOCIAL
           END-READ
           MOVE "00" TO WS-RESULTADO-ACESSO
           MOVE WS-CL-CLIENTE(WS-CL-IDX)  TO DCL-CLIENTE
           MOVE CLI_RAZAO_SOCIAL          TO DCL-RAZAO
           MOVE WS-CL-VENDEDOR(WS-CL-IDX) TO DCL-VENDEDOR
           MOVE WS-CL-QTD-PED(WS-CL-IDX)  TO DCL-QTD-PED
           MOVE WS-CL-USADO(WS-CL-IDX)    TO DCL-USADO
           WRITE REGIMP FROM DET-CLIENTE
           .

      * LINHA DO RELATORIO NO ARQ-AUD: E POR ELA QUE O STRCTL
      * RECONHECE O PASSO DA CADEIA NOTURNA COMO CONCLUIDO.
       GRAVA-AUDITORIA-RELATORIO.
           MOVE FUNCTION CURRENT-DATE(1:14) TO AUD-DATA-HORA
           MOVE "CADVBA"         TO AUD-PROGRAMA
           MOVE LS-ID            TO AUD-OPERADOR
           MOVE DOPCAO           TO AUD-OPERACAO
           MOVE WS-QTD-PEDIDOS   TO AUD-CODIGO
           MOVE SPACES           TO AUD-RESULTADO
           STRING "MES " WS-ANO-MES " RELATORIO EMITIDO"
               DELIMITED BY SIZE INTO AUD-RESULTADO
           END-STRING
           WRITE REGAUD
           .

      *******************************
      * ROTINA DE ABERTURA ARQUIVOS *
      *******************************
      * AS VERBAS SAO CRIADAS NA PRIMEIRA VEZ (MESMO IDIOMA DO
      * CADRAP); O CADASTRO DE VENDEDORES E OPCIONAL.
       OPEN-VERBA.
           OPEN I-O ARQ-VERBA
           IF WS-RESULTADO-ACESSO = "05" OR "35"
              OPEN OUTPUT ARQ-VERBA
              CLOSE ARQ-VERBA
              OPEN I-O ARQ-VERBA
           END-IF
           IF WS-RESULTADO-ACESSO NOT = "00"
              MOVE "ERRO NA ABERTURA DO ARQUIVO DE VERBAS" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              EXIT PROGRAM
           END-IF
           OPEN INPUT ARQ-CLIENTE
           IF WS-RESULTADO-ACESSO NOT = "00"
              MOVE "ERRO NA ABERTURA DO ARQUIVO CLIENTE" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              CLOSE ARQ-VERBA
              EXIT PROGRAM
           END-IF
           MOVE "N" TO WS-SEM-VENDEDOR
           OPEN INPUT ARQ-VENDEDOR
           IF WS-RESULTADO-ACESSO NOT = "00"
              MOVE "S" TO WS-SEM-VENDEDOR
              MOVE "00" TO WS-RESULTADO-ACESSO
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

       CLOSE-VERBA.
           CLOSE ARQ-VERBA ARQ-CLIENTE ARQ-AUD
           IF WS-SEM-VENDEDOR NOT = "S"
              CLOSE ARQ-VENDEDOR
           END-IF
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
      * COMPARTILHADO POR TODOS OS PROGRAMAS DA FILIAL.
       COPY "copybook\SISFIPGER.CPY".
