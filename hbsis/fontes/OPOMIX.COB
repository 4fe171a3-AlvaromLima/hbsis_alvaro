      **************************************************
      * OPORTUNIDADES DE MIX POR CLIENTE: PRODUTOS QUE *
      * OS PARES (MESMO TIPO, CLASSE ABC E CIDADE)     *
      * COMPRAM E O CLIENTE NUNCA COMPROU OU PAROU DE  *
      * COMPRAR, VALORIZADOS PELA MEDIA DOS PARES E    *
      * RANQUEADOS POR VENDEDOR (VAI PARA O KITVEN)    *
      **************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. OPOMIX.
       AUTHOR. ALVARO LIMA.
      *------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       COPY "copybook\SISSLGER.CPY".

           SELECT WORK-OPM ASSIGN TO "WORKOPM".
           SELECT WORK-RNK ASSIGN TO "WORKRNK".
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
       COPY "copybook\SISFDGER.CPY".

      * UMA LINHA POR CLIENTE + PRODUTO + MES DO HISTORICO, NA ORDEM
      * DO GRUPO DE PARES. PRODUTO ZERO = MARCA DO CLIENTE ATIVO (O
      * CLIENTE QUE NAO COMPROU NADA NA JANELA TAMBEM E AVALIADO).
       SD WORK-OPM.
       01 WORK-OPM-REG.
          03 WRK-GRUPO.
             05 WRK-TIPO    PIC X(001).
             05 WRK-ABC     PIC X(001).
             05 WRK-UF      PIC X(002).
             05 WRK-CIDADE  PIC X(020).
          03 WRK-CLIENTE    PIC 9(007).
          03 WRK-PRODUTO    PIC 9(005).
          03 WRK-VENDEDOR   PIC 9(003).
          03 WRK-RECENTE    PIC X(001).
          03 WRK-QTDE       PIC 9(009).
          03 WRK-VALOR      PIC 9(011)V9(02).

      * SEGUNDA PASSADA: O ARQUIVO DE OPORTUNIDADES RELIDO E REGRAVADO
      * EM ORDEM DE VENDEDOR E VALOR (DO MAIOR PARA O MENOR).
       SD WORK-RNK.
       01 WORK-RNK-REG.
          03 RNK-VENDEDOR   PIC 9(003).
          03 RNK-VALOR      PIC 9(009)V9(02).
          03 RNK-CLIENTE    PIC 9(007).
          03 RNK-PRODUTO    PIC 9(005).
          03 RNK-OPORT      PIC X(100).
      *------------------------------------------------------
       WORKING-STORAGE SECTION.
       COPY "copybook\SISWSGER.CPY".
       COPY "copybook\SISCFGER.CPY".
       77 WRL-ARQ-IMPRESSAO    PIC X(100) VALUE SPACES.

      * "S" = EXECUCAO SEM OPERADOR NA TELA (LS-ID = "BATCH"): NA
      * CADEIA NOTURNA O PASSO RODA DEPOIS DO AGRVEN E APURA ATE O
      * MES ANTERIOR AO CORRENTE (O MES FECHADO), MESMO IDIOMA DO
      * AGRVEN/CADRAP. PELA TELA O MES SUGERIDO TAMBEM E O ANTERIOR.
       77 WS-MODO-BATCH        PIC X(001) VALUE "N".

       77 WS-ANO-MES           PIC 9(006) VALUE ZEROS.
       77 WS-ANO-AUX           PIC 9(004) VALUE ZEROS.
       77 WS-MES-AUX           PIC 9(002) VALUE ZEROS.
       77 WS-DATA-HOJE         PIC 9(008) VALUE ZEROS.
       77 WS-MESES-REF         PIC 9(006) VALUE ZEROS.
      * ANO/MES AAAAMM CONVERTIDO EM NUMERO DE MESES (ANO * 12 +
      * MES) PARA CONTAR A DISTANCIA ENTRE DOIS MESES.
       01 WS-MESES-AUX         PIC 9(006) VALUE ZEROS.
       01 FILLER REDEFINES WS-MESES-AUX.
          05 WS-MA-ANO         PIC 9(004).
          05 WS-MA-MES         PIC 9(002).
       77 WS-DESLOC            PIC 9(006) VALUE ZEROS.
       77 WS-MES-INICIAL       PIC 9(006) VALUE ZEROS.

       77 WS-EOF-CLI           PIC X(001) VALUE "N".
       77 WS-EOF-HIS           PIC X(001) VALUE "N".
       77 WS-EOF-WORK          PIC X(001) VALUE "N".
       77 WS-EOF-OPO           PIC X(001) VALUE "N".
       77 WS-TABELA-CHEIA      PIC X(001) VALUE "N".
       77 WS-TEM-HISTORICO     PIC X(001) VALUE "N".

      * CLIENTE DO HISTORICO JA LIDO NO CADASTRO (O HISTORICO VEM EM
      * ORDEM DE MES + VENDEDOR + CLIENTE: A MESMA LEITURA SERVE PARA
      * TODOS OS PRODUTOS DO CLIENTE NO MES).
       77 WS-CLIENTE-LIDO      PIC 9(007) VALUE ZEROS.
       77 WS-CLIENTE-OK        PIC X(001) VALUE "N".
       77 WS-GRUPO-LIDO        PIC X(024) VALUE SPACES.
       77 WS-VENDEDOR-LIDO     PIC 9(003) VALUE ZEROS.

       77 WS-GRUPO-ATUAL       PIC X(024) VALUE SPACES.
       77 WS-CLIENTE-ATUAL     PIC 9(007) VALUE ZEROS.
       77 WS-CLIENTE-INCLUIDO  PIC X(001) VALUE "N".

       77 WS-IDX-GCL           PIC 9(004) VALUE ZEROS.
       77 WS-IDX-GIT           PIC 9(005) VALUE ZEROS.
       77 WS-IDX-GPR           PIC 9(004) VALUE ZEROS.
       77 WS-IDX-CAN           PIC 9(004) VALUE ZEROS.
       77 WS-IDX-MAIOR         PIC 9(004) VALUE ZEROS.
       77 WS-QTD-GCL           PIC 9(004) VALUE ZEROS.
       77 WS-QTD-GIT           PIC 9(005) VALUE ZEROS.
       77 WS-QTD-GPR           PIC 9(004) VALUE ZEROS.
       77 WS-QTD-CAN           PIC 9(004) VALUE ZEROS.
       77 WS-QTD-PARES         PIC 9(004) VALUE ZEROS.
       77 WS-PCT-PARES         PIC 9(003) VALUE ZEROS.
       77 WS-SITUACAO-ITEM     PIC X(001) VALUE SPACES.
       77 WS-ULTIMO-ITEM       PIC 9(005) VALUE ZEROS.
       77 WS-DIVISOR           PIC 9(009) VALUE ZEROS.

      * CLIENTES DO GRUPO EM PAUTA: OS PRODUTOS DE UM CLIENTE FICAM
      * CONTIGUOS NA TABELA DE ITENS (O CLIENTE GUARDA O PRIMEIRO E A
      * QUANTIDADE).
       01 WS-TAB-GRUPO-CLI.
          05 WS-GCL            OCCURS 2000 TIMES.
             10 WS-GCL-CODIGO     PIC 9(007).
             10 WS-GCL-VENDEDOR   PIC 9(003).
             10 WS-GCL-PRIMEIRO   PIC 9(005).
             10 WS-GCL-QTD-ITENS  PIC 9(004).

      * PRODUTOS DE CADA CLIENTE NA JANELA: RECENTE "S" = COMPROU NOS
      * ULTIMOS WCF-OPM-MESES-RECENTE MESES; QUANTIDADE E VALOR SO
      * DESSES MESES.
       01 WS-TAB-GRUPO-ITEM.
          05 WS-GIT            OCCURS 30000 TIMES.
             10 WS-GIT-PRODUTO    PIC 9(005).
             10 WS-GIT-RECENTE    PIC X(001).
             10 WS-GIT-QTDE       PIC 9(009).
             10 WS-GIT-VALOR      PIC 9(011)V9(02).

      * PRODUTOS COMPRADOS PELO GRUPO NOS MESES RECENTES: QUANTOS
      * CLIENTES COMPRARAM E O TOTAL QUE COMPRARAM.
       01 WS-TAB-GRUPO-PRO.
          05 WS-GPR            OCCURS 1000 TIMES.
             10 WS-GPR-PRODUTO    PIC 9(005).
             10 WS-GPR-DESCRICAO  PIC X(030).
             10 WS-GPR-ATIVO      PIC X(001).
             10 WS-GPR-COMPRADORES PIC 9(004).
             10 WS-GPR-QTDE       PIC 9(011).
             10 WS-GPR-VALOR      PIC 9(013)V9(02).

      * OPORTUNIDADES DO CLIENTE EM PAUTA, ANTES DE ESCOLHER AS DE
      * MAIOR VALOR.
       01 WS-TAB-CANDIDATOS.
          05 WS-CAN            OCCURS 1000 TIMES.
             10 WS-CAN-IDX-GPR    PIC 9(004).
             10 WS-CAN-SITUACAO   PIC X(001).
             10 WS-CAN-PCT        PIC 9(003).
             10 WS-CAN-QTDE       PIC 9(007).
             10 WS-CAN-VALOR      PIC 9(009)V9(02).
             10 WS-CAN-ESCOLHIDO  PIC X(001).

       77 WS-QTD-HIS-LIDOS     PIC 9(009) VALUE ZEROS.
       77 WS-QTD-CLI-AVAL      PIC 9(007) VALUE ZEROS.
       77 WS-QTD-CLI-SEM-PARES PIC 9(007) VALUE ZEROS.
       77 WS-QTD-CLI-COM-OPORT PIC 9(007) VALUE ZEROS.
       77 WS-QTD-OPORT         PIC 9(007) VALUE ZEROS.
       77 WS-VALOR-OPORT       PIC 9(013)V9(02) VALUE ZEROS.

       77 WS-VENDEDOR-ANTERIOR PIC 9(003) VALUE ZEROS.
       77 WS-PRIMEIRO-VENDEDOR PIC X(001) VALUE "S".
       77 WS-RANKING           PIC 9(004) VALUE ZEROS.
       77 WS-VEN-QTD           PIC 9(007) VALUE ZEROS.
       77 WS-VEN-VALOR         PIC 9(013)V9(02) VALUE ZEROS.

       01 CABEC.
          03 FILLER PIC X(36) VALUE
             "OPORTUNIDADES DE MIX - REFERENCIA: ".
          03 CAB-ANOMES PIC 9(006).
          03 FILLER PIC X(14) VALUE "   HISTORICO: ".
          03 CAB-HIST   PIC Z9.
          03 FILLER PIC X(17) VALUE " MESES  RECENTE: ".
          03 CAB-RECENTE PIC Z9.
          03 FILLER PIC X(17) VALUE " MESES  PARES >= ".
          03 CAB-PCT    PIC ZZ9.
          03 FILLER PIC X(15) VALUE "%  MINIMO DE ".
          03 CAB-MIN    PIC ZZ9.
          03 FILLER PIC X(06) VALUE " PARES".
       01 CABEC-VEND.
          03 FILLER PIC X(10) VALUE "VENDEDOR: ".
          03 CABV-CODIGO PIC 9(003).
          03 FILLER PIC X(01) VALUE SPACES.
          03 CABV-NOME   PIC X(040).
       01 CABEC2.
          03 FILLER PIC X(50) VALUE
             "RANK CLIENTE RAZAO SOCIAL              PRODUTO DES".
          03 FILLER PIC X(50) VALUE
             "CRICAO                 SIT.  PARES QTDE/MES      V".
          03 FILLER PIC X(08) VALUE "ALOR/MES".
       01 CABEC-SECAO.
          03 FILLER      PIC X(04) VALUE "*** ".
          03 CABS-TITULO PIC X(050).

       01 IMPDET.
          03 IMPD-RANK        PIC ZZZ9.
          03 FILLER           PIC X(01) VALUE SPACES.
          03 IMPD-CLIENTE     PIC 9(007).
          03 FILLER           PIC X(01) VALUE SPACES.
          03 IMPD-RAZAO       PIC X(025).
          03 FILLER           PIC X(01) VALUE SPACES.
          03 IMPD-PRODUTO     PIC 9(005).
          03 FILLER           PIC X(03) VALUE SPACES.
          03 IMPD-DESCRICAO   PIC X(025).
          03 FILLER           PIC X(01) VALUE SPACES.
          03 IMPD-SITUACAO    PIC X(005).
          03 FILLER           PIC X(01) VALUE SPACES.
          03 IMPD-PCT         PIC ZZ9.
          03 FILLER           PIC X(02) VALUE "% ".
          03 IMPD-QTDE        PIC Z.ZZZ.ZZ9.
          03 FILLER           PIC X(01) VALUE SPACES.
          03 IMPD-VALOR       PIC ZZZ.ZZZ.ZZ9,99.

       01 IMPTOT-VEND.
          03 FILLER           PIC X(05) VALUE SPACES.
          03 IMPTV-ROTULO     PIC X(020).
          03 IMPTV-QTD        PIC ZZZZZZ9.
          03 FILLER           PIC X(32) VALUE
             " OPORTUNIDADE(S)  VALOR MENSAL: ".
          03 IMPTV-VALOR      PIC ZZ.ZZZ.ZZZ.ZZ9,99.

       01 IMPRES.
          03 IMPR-ROTULO      PIC X(040).
          03 IMPR-QTD         PIC ZZZ.ZZZ.ZZ9.

       01 WS-MENS-TOTAL.
          03 FILLER     PIC X(27) VALUE "APURACAO CONCLUIDA OK -   ".
          03 WS-MENS-QTD PIC ZZZZZZ9.
          03 FILLER     PIC X(16) VALUE " OPORTUNIDADE(S)".

       LINKAGE SECTION.
       01 LS-ID PIC X(5).

       SCREEN SECTION.
       COPY "copybook\SISSTGER.CPY".

       01 TELA-OPM.
        02 BLANK SCREEN.
        02 LINE 02 COL 28 VALUE "Sistema de Franquia AMBEV".
        02 LINE 07 COL 24 VALUE
          "OPORTUNIDADES DE MIX POR CLIENTE".
        02 LINE 09 COL 10 VALUE "ANO/MES (AAAAMM)     : [      ]".
        02 LINE 11 COL 10 VALUE
          "PARES = MESMO TIPO, CLASSE ABC E CIDADE DO CLIENTE.".
        02 LINE 12 COL 10 VALUE
          "PRODUTO COMPRADO POR    % DOS PARES NOS ULTIMOS".
        02 LINE 12 COL 31 PIC ZZ9 FROM WCF-OPM-PCT-PARES.
        02 LINE 12 COL 59 PIC Z9 FROM WCF-OPM-MESES-RECENTE.
        02 LINE 13 COL 10 VALUE
          "MESES E NAO PELO CLIENTE = OPORTUNIDADE (NUNCA/PAROU".
        02 LINE 14 COL 10 VALUE
          "EM    MESES), VALOR = MEDIA MENSAL DOS PARES.".
        02 LINE 14 COL 13 PIC Z9 FROM WCF-OPM-MESES-HIST.
        02 LINE 15 COL 10 VALUE
          "REFAZ A LISTA DOS VENDEDORES PARA O KIT DIARIO.".
      *-------------------------------------------------------
       PROCEDURE DIVISION  USING LS-ID.
       INICIO.
      * RESOLVE OS CAMINHOS DA FILIAL SELECIONADA NO LOGIN ANTES DE
      * ABRIR QUALQUER ARQUIVO DE DADOS (VER SISFIPGER.CPY).
           MOVE LS-ID TO WS-SESSAO-ID
           PERFORM CARREGA-FILIAL
           MOVE WCF-ARQ-IMPRESSAO-OPORT TO WRL-ARQ-IMPRESSAO
           MOVE ZEROS TO WS-QTD-OPORT
           MOVE "N" TO WS-MODO-BATCH
           IF LS-ID = "BATCH"
              MOVE "S" TO WS-MODO-BATCH
           END-IF
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-DATA-HOJE
           PERFORM CALCULA-MES-ANTERIOR

           IF WS-MODO-BATCH = "S"
              MOVE "S" TO W-SN
           ELSE
              DISPLAY TELA-OPM
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
           END-IF

           IF W-SN = "S"
              PERFORM APURA-OPORTUNIDADES THRU APURA-OPORTUNIDADES-FIM
           END-IF
           EXIT PROGRAM
           .

      * MES ANTERIOR AO CORRENTE, MESMO IDIOMA DO AGRVEN.
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

      *************************************
      * APURACAO                          *
      *************************************
      * O MES DE REFERENCIA PRECISA ESTAR CONSOLIDADO NO HISTORICO
      * (AGRVEN); SEM ELE A LISTA ANTERIOR FICA COMO ESTA. A JANELA
      * VAI DE WCF-OPM-MESES-HIST MESES ANTES ATE A REFERENCIA.
       APURA-OPORTUNIDADES.
           MOVE "OPORT MIX" TO DOPCAO
           IF WCF-OPM-MESES-RECENTE = ZEROS
              MOVE 3 TO WCF-OPM-MESES-RECENTE
           END-IF
           IF WCF-OPM-MESES-HIST < WCF-OPM-MESES-RECENTE
              MOVE WCF-OPM-MESES-RECENTE TO WCF-OPM-MESES-HIST
           END-IF
           IF WCF-OPM-MAX-CLIENTE = ZEROS
              MOVE 5 TO WCF-OPM-MAX-CLIENTE
           END-IF
           MOVE WS-ANO-MES TO WS-MESES-AUX
           COMPUTE WS-MESES-REF = WS-MA-ANO * 12 + WS-MA-MES
           COMPUTE WS-DESLOC = WS-MESES-REF - WCF-OPM-MESES-HIST
           COMPUTE WS-MA-ANO = WS-DESLOC / 12
           COMPUTE WS-MA-MES = WS-DESLOC - WS-MA-ANO * 12 + 1
           MOVE WS-MESES-AUX TO WS-MES-INICIAL

           PERFORM OPEN-ARQUIVOS
           PERFORM VERIFICA-MES-HISTORICO
           IF WS-TEM-HISTORICO NOT = "S"
              PERFORM CLOSE-ARQUIVOS
              MOVE "*** MES SEM HISTORICO DE VENDAS (RODE O AGRVEN) ***"
                TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO APURA-OPORTUNIDADES-FIM
           END-IF

           MOVE "N" TO WS-TABELA-CHEIA
           MOVE ZEROS TO WS-QTD-HIS-LIDOS WS-QTD-CLI-AVAL
                         WS-QTD-CLI-SEM-PARES WS-QTD-CLI-COM-OPORT
                         WS-QTD-OPORT WS-VALOR-OPORT
           SORT WORK-OPM
              ON ASCENDING KEY WRK-GRUPO WRK-CLIENTE WRK-PRODUTO
              INPUT PROCEDURE  IS LIBERA-HISTORICO
              OUTPUT PROCEDURE IS GRAVA-OPORTUNIDADES

           OPEN OUTPUT ARQIMP
           SORT WORK-RNK
              ON ASCENDING  KEY RNK-VENDEDOR
                 DESCENDING KEY RNK-VALOR
                 ASCENDING  KEY RNK-CLIENTE RNK-PRODUTO
              INPUT PROCEDURE  IS LIBERA-OPORTUNIDADES
              OUTPUT PROCEDURE IS EMITE-RANKING
           PERFORM EMITE-RESUMO
           CLOSE ARQIMP
      * COPIA DATADA + CATALOGO DE SPOOL (VER SISSPPGER.CPY).
           MOVE "OPOMIX" TO WS-SPL-PROGRAMA
           MOVE WRL-ARQ-IMPRESSAO TO WS-SPL-ORIGEM
           PERFORM REGISTRA-SPOOL THRU REGISTRA-SPOOL-FIM
           PERFORM GRAVA-AUDITORIA
           PERFORM CLOSE-ARQUIVOS
           IF WS-TABELA-CHEIA = "S"
              MOVE "*** GRUPO GRANDE DEMAIS: APURACAO PARCIAL ***"
                TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
           END-IF
           MOVE WS-QTD-OPORT TO WS-MENS-QTD
           MOVE WS-MENS-TOTAL TO MENS
           PERFORM ROT-MENS THRU ROT-MENS-FIM
           .
       APURA-OPORTUNIDADES-FIM.
           EXIT.

       VERIFICA-MES-HISTORICO.
           MOVE "N" TO WS-TEM-HISTORICO
           MOVE ZEROS TO HIS_CHAVE
           MOVE WS-ANO-MES TO HIS_ANO_MES
           START ARQ-HISVEN KEY IS NOT LESS THAN HIS_CHAVE
               INVALID KEY MOVE "10" TO WS-RESULTADO-ACESSO
           END-START
           IF WS-RESULTADO-ACESSO = "00"
              READ ARQ-HISVEN NEXT AT END
                 MOVE "10" TO WS-RESULTADO-ACESSO
              END-READ
              IF WS-RESULTADO-ACESSO = "00" AND
                 HIS_ANO_MES = WS-ANO-MES
                 MOVE "S" TO WS-TEM-HISTORICO
              END-IF
           END-IF
           MOVE "00" TO WS-RESULTADO-ACESSO
           .

      *************************************
      * ENTRADA DO SORT: CLIENTES E       *
      * HISTORICO DA JANELA               *
      *************************************
      * PRIMEIRO UMA MARCA POR CLIENTE ATIVO (PRODUTO ZERO), DEPOIS O
      * HISTORICO DA JANELA DOS CLIENTES ATIVOS. O GRUPO E O VENDEDOR
      * SAO OS DO CADASTRO HOJE (A CARTEIRA ATUAL E QUEM VISITA).
       LIBERA-HISTORICO.
           MOVE "N" TO WS-EOF-CLI
           MOVE ZEROS TO CLI_CODIGO_CLIENTE
           START ARQ-CLIENTE KEY IS GREATER THAN CLI_CODIGO_CLIENTE
               INVALID KEY MOVE "Y" TO WS-EOF-CLI
           END-START
           PERFORM LIBERA-UM-CLIENTE UNTIL WS-EOF-CLI = "Y"
           MOVE "00" TO WS-RESULTADO-ACESSO

           MOVE ZEROS TO WS-CLIENTE-LIDO
           MOVE "N" TO WS-EOF-HIS
           MOVE ZEROS TO HIS_CHAVE
           MOVE WS-MES-INICIAL TO HIS_ANO_MES
           START ARQ-HISVEN KEY IS NOT LESS THAN HIS_CHAVE
               INVALID KEY MOVE "Y" TO WS-EOF-HIS
           END-START
           PERFORM LIBERA-UM-HISTORICO UNTIL WS-EOF-HIS = "Y"
           MOVE "00" TO WS-RESULTADO-ACESSO
           .

       LIBERA-UM-CLIENTE.
           READ ARQ-CLIENTE NEXT AT END
              MOVE "Y" TO WS-EOF-CLI
           END-READ
           IF WS-EOF-CLI = "N" AND CLI_STATUS = "A"
              PERFORM MONTA-GRUPO-CLIENTE
              MOVE WS-GRUPO-LIDO      TO WRK-GRUPO
              MOVE CLI_CODIGO_CLIENTE TO WRK-CLIENTE
              MOVE ZEROS              TO WRK-PRODUTO
              MOVE WS-VENDEDOR-LIDO   TO WRK-VENDEDOR
              MOVE "N"                TO WRK-RECENTE
              MOVE ZEROS              TO WRK-QTDE WRK-VALOR
              RELEASE WORK-OPM-REG
           END-IF
           .

      * CIDADE COMPARADA EM MAIUSCULAS ("Joinville" E "JOINVILLE" SAO
      * O MESMO GRUPO).
       MONTA-GRUPO-CLIENTE.
           MOVE SPACES TO WS-GRUPO-LIDO
           MOVE CLI_TIPO            TO WS-GRUPO-LIDO(1:1)
           MOVE CLI_CLASSE_ABC      TO WS-GRUPO-LIDO(2:1)
           MOVE CLI_ENDERECO_UF     TO WS-GRUPO-LIDO(3:2)
           MOVE CLI_ENDERECO_CIDADE TO WS-GRUPO-LIDO(5:20)
           INSPECT WS-GRUPO-LIDO CONVERTING
               "abcdefghijklmnopqrstuvwxyz" TO
               "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
           MOVE CLI_COD_VENDEDOR TO WS-VENDEDOR-LIDO
           .

       LIBERA-UM-HISTORICO.
           READ ARQ-HISVEN NEXT AT END
              MOVE "Y" TO WS-EOF-HIS
           END-READ
           IF WS-EOF-HIS = "N"
              IF HIS_ANO_MES > WS-ANO-MES
                 MOVE "Y" TO WS-EOF-HIS
              ELSE
                 ADD 1 TO WS-QTD-HIS-LIDOS
                 IF HIS_CODIGO_CLIENTE NOT = WS-CLIENTE-LIDO
                    PERFORM LE-CLIENTE-HISTORICO
                 END-IF
                 IF WS-CLIENTE-OK = "S"
                    MOVE HIS_ANO_MES TO WS-MESES-AUX
                    COMPUTE WS-DESLOC = WS-MESES-REF -
                        (WS-MA-ANO * 12 + WS-MA-MES)
                    MOVE WS-GRUPO-LIDO      TO WRK-GRUPO
                    MOVE HIS_CODIGO_CLIENTE TO WRK-CLIENTE
                    MOVE HIS_CODIGO_PRODUTO TO WRK-PRODUTO
                    MOVE WS-VENDEDOR-LIDO   TO WRK-VENDEDOR
                    IF WS-DESLOC < WCF-OPM-MESES-RECENTE
                       MOVE "S" TO WRK-RECENTE
                    ELSE
                       MOVE "N" TO WRK-RECENTE
                    END-IF
                    MOVE HIS_QTDE  TO WRK-QTDE
                    MOVE HIS_VALOR TO WRK-VALOR
                    RELEASE WORK-OPM-REG
                 END-IF
              END-IF
           END-IF
           .

       LE-CLIENTE-HISTORICO.
           MOVE HIS_CODIGO_CLIENTE TO WS-CLIENTE-LIDO
           MOVE "N" TO WS-CLIENTE-OK
           MOVE HIS_CODIGO_CLIENTE TO CLI_CODIGO_CLIENTE
           READ ARQ-CLIENTE
               INVALID KEY MOVE SPACES TO CLI_STATUS
           END-READ
           MOVE "00" TO WS-RESULTADO-ACESSO
           IF CLI_STATUS = "A"
              MOVE "S" TO WS-CLIENTE-OK
              PERFORM MONTA-GRUPO-CLIENTE
           END-IF
           .

      *************************************
      * SAIDA DO SORT: UM GRUPO DE PARES  *
      * DE CADA VEZ                       *
      *************************************
       GRAVA-OPORTUNIDADES.
           OPEN OUTPUT ARQ-OPORT
           MOVE SPACES TO WS-GRUPO-ATUAL
           MOVE ZEROS TO WS-QTD-GCL WS-QTD-GIT WS-CLIENTE-ATUAL
           MOVE "N" TO WS-EOF-WORK
           PERFORM RECEBE-REGISTRO UNTIL WS-EOF-WORK = "Y"
           IF WS-QTD-GCL > ZEROS
              PERFORM AVALIA-GRUPO
           END-IF
           CLOSE ARQ-OPORT
           .

       RECEBE-REGISTRO.
           RETURN WORK-OPM AT END
              MOVE "Y" TO WS-EOF-WORK
           END-RETURN
           IF WS-EOF-WORK = "N"
              IF WRK-GRUPO NOT = WS-GRUPO-ATUAL
                 IF WS-QTD-GCL > ZEROS
                    PERFORM AVALIA-GRUPO
                 END-IF
                 MOVE WRK-GRUPO TO WS-GRUPO-ATUAL
                 MOVE ZEROS TO WS-QTD-GCL WS-QTD-GIT WS-CLIENTE-ATUAL
              END-IF
              IF WRK-CLIENTE NOT = WS-CLIENTE-ATUAL
                 MOVE WRK-CLIENTE TO WS-CLIENTE-ATUAL
                 PERFORM INCLUI-CLIENTE-GRUPO
              END-IF
              IF WS-CLIENTE-INCLUIDO = "S" AND WRK-PRODUTO > ZEROS
                 PERFORM INCLUI-ITEM-CLIENTE
              END-IF
           END-IF
           .

       INCLUI-CLIENTE-GRUPO.
           IF WS-QTD-GCL < 2000
              MOVE "S" TO WS-CLIENTE-INCLUIDO
              ADD 1 TO WS-QTD-GCL
              MOVE WRK-CLIENTE  TO WS-GCL-CODIGO(WS-QTD-GCL)
              MOVE WRK-VENDEDOR TO WS-GCL-VENDEDOR(WS-QTD-GCL)
              COMPUTE WS-GCL-PRIMEIRO(WS-QTD-GCL) = WS-QTD-GIT + 1
              MOVE ZEROS TO WS-GCL-QTD-ITENS(WS-QTD-GCL)
           ELSE
              MOVE "N" TO WS-CLIENTE-INCLUIDO
              MOVE "S" TO WS-TABELA-CHEIA
           END-IF
           .

      * O SORT TRAZ OS MESES DE UM MESMO PRODUTO DO CLIENTE EM
      * SEGUIDA: SOMAM NO MESMO ITEM.
       INCLUI-ITEM-CLIENTE.
           MOVE ZEROS TO WS-ULTIMO-ITEM
           IF WS-GCL-QTD-ITENS(WS-QTD-GCL) > ZEROS
              IF WS-GIT-PRODUTO(WS-QTD-GIT) = WRK-PRODUTO
                 MOVE WS-QTD-GIT TO WS-ULTIMO-ITEM
              END-IF
           END-IF
           IF WS-ULTIMO-ITEM = ZEROS
              IF WS-QTD-GIT < 30000
                 ADD 1 TO WS-QTD-GIT
                 ADD 1 TO WS-GCL-QTD-ITENS(WS-QTD-GCL)
                 MOVE WS-QTD-GIT  TO WS-ULTIMO-ITEM
                 MOVE WRK-PRODUTO TO WS-GIT-PRODUTO(WS-QTD-GIT)
                 MOVE "N"         TO WS-GIT-RECENTE(WS-QTD-GIT)
                 MOVE ZEROS       TO WS-GIT-QTDE(WS-QTD-GIT)
                                     WS-GIT-VALOR(WS-QTD-GIT)
              ELSE
                 MOVE "S" TO WS-TABELA-CHEIA
              END-IF
           END-IF
           IF WS-ULTIMO-ITEM > ZEROS AND WRK-RECENTE = "S"
              MOVE "S" TO WS-GIT-RECENTE(WS-ULTIMO-ITEM)
              ADD WRK-QTDE  TO WS-GIT-QTDE(WS-ULTIMO-ITEM)
              ADD WRK-VALOR TO WS-GIT-VALOR(WS-ULTIMO-ITEM)
           END-IF
           .

      * GRUPO COM POUCOS PARES NAO TEM REFERENCIA: OS CLIENTES FICAM
      * SEM OPORTUNIDADE (CONTADOS NO RESUMO).
       AVALIA-GRUPO.
           ADD WS-QTD-GCL TO WS-QTD-CLI-AVAL
           IF WS-QTD-GCL NOT > WCF-OPM-MIN-PARES
              ADD WS-QTD-GCL TO WS-QTD-CLI-SEM-PARES
           ELSE
              COMPUTE WS-QTD-PARES = WS-QTD-GCL - 1
              MOVE ZEROS TO WS-QTD-GPR
              PERFORM VARYING WS-IDX-GIT FROM 1 BY 1
                      UNTIL WS-IDX-GIT > WS-QTD-GIT
                 IF WS-GIT-RECENTE(WS-IDX-GIT) = "S"
                    PERFORM SOMA-PRODUTO-GRUPO
                 END-IF
              END-PERFORM
              PERFORM LE-PRODUTO-GRUPO
                  VARYING WS-IDX-GPR FROM 1 BY 1
                  UNTIL WS-IDX-GPR > WS-QTD-GPR
              PERFORM AVALIA-CLIENTE
                  VARYING WS-IDX-GCL FROM 1 BY 1
                  UNTIL WS-IDX-GCL > WS-QTD-GCL
           END-IF
           .

       SOMA-PRODUTO-GRUPO.
           PERFORM VARYING WS-IDX-GPR FROM 1 BY 1
                   UNTIL WS-IDX-GPR > WS-QTD-GPR OR
                         WS-GPR-PRODUTO(WS-IDX-GPR) =
                         WS-GIT-PRODUTO(WS-IDX-GIT)
              CONTINUE
           END-PERFORM
           IF WS-IDX-GPR > WS-QTD-GPR
              IF WS-QTD-GPR < 1000
                 ADD 1 TO WS-QTD-GPR
                 MOVE WS-QTD-GPR TO WS-IDX-GPR
                 MOVE WS-GIT-PRODUTO(WS-IDX-GIT)
                   TO WS-GPR-PRODUTO(WS-IDX-GPR)
                 MOVE ZEROS TO WS-GPR-COMPRADORES(WS-IDX-GPR)
                               WS-GPR-QTDE(WS-IDX-GPR)
                               WS-GPR-VALOR(WS-IDX-GPR)
              ELSE
                 MOVE "S" TO WS-TABELA-CHEIA
                 MOVE ZEROS TO WS-IDX-GPR
              END-IF
           END-IF
           IF WS-IDX-GPR > ZEROS
              ADD 1 TO WS-GPR-COMPRADORES(WS-IDX-GPR)
              ADD WS-GIT-QTDE(WS-IDX-GIT)  TO WS-GPR-QTDE(WS-IDX-GPR)
              ADD WS-GIT-VALOR(WS-IDX-GIT) TO WS-GPR-VALOR(WS-IDX-GPR)
           END-IF
           .

      * PRODUTO SUSPENSO OU FECHADO NO CATALOGO NAO E SUGERIDO.
       LE-PRODUTO-GRUPO.
           MOVE WS-GPR-PRODUTO(WS-IDX-GPR) TO PRO_CODIGO_PRODUTO
           READ ARQ-PRODUTO
               INVALID KEY
                  MOVE SPACES TO PRO_DESCRICAO
                  MOVE "F"    TO PRO_STATUS
           END-READ
           MOVE "00" TO WS-RESULTADO-ACESSO
           MOVE PRO_DESCRICAO TO WS-GPR-DESCRICAO(WS-IDX-GPR)
           IF PRO_STATUS = "A"
              MOVE "S" TO WS-GPR-ATIVO(WS-IDX-GPR)
           ELSE
              MOVE "N" TO WS-GPR-ATIVO(WS-IDX-GPR)
           END-IF
           .

      * CADA PRODUTO DO GRUPO QUE O CLIENTE NAO COMPROU NOS MESES
      * RECENTES: OS COMPRADORES SAO TODOS PARES (O CLIENTE NAO ESTA
      * ENTRE ELES), ENTAO A PARCELA E COMPRADORES / (CLIENTES - 1).
       AVALIA-CLIENTE.
           MOVE ZEROS TO WS-QTD-CAN
           PERFORM AVALIA-PRODUTO-CLIENTE
               VARYING WS-IDX-GPR FROM 1 BY 1
               UNTIL WS-IDX-GPR > WS-QTD-GPR
           IF WS-QTD-CAN > ZEROS
              ADD 1 TO WS-QTD-CLI-COM-OPORT
              PERFORM ESCOLHE-MAIOR-CANDIDATO
                  WCF-OPM-MAX-CLIENTE TIMES
           END-IF
           .

       AVALIA-PRODUTO-CLIENTE.
           IF WS-GPR-ATIVO(WS-IDX-GPR) = "S"
              PERFORM PROCURA-ITEM-CLIENTE
              IF WS-SITUACAO-ITEM NOT = "R"
                 COMPUTE WS-PCT-PARES =
                     WS-GPR-COMPRADORES(WS-IDX-GPR) * 100 / WS-QTD-PARES
                 IF WS-PCT-PARES NOT < WCF-OPM-PCT-PARES AND
                    WS-QTD-CAN < 1000
                    PERFORM INCLUI-CANDIDATO
                 END-IF
              END-IF
           END-IF
           .

      * " " = O CLIENTE NAO TEM O PRODUTO NA JANELA, "H" = SO EM MESES
      * ANTERIORES AOS RECENTES, "R" = COMPROU NOS MESES RECENTES.
       PROCURA-ITEM-CLIENTE.
           MOVE SPACES TO WS-SITUACAO-ITEM
           MOVE WS-GCL-PRIMEIRO(WS-IDX-GCL) TO WS-IDX-GIT
           PERFORM WS-GCL-QTD-ITENS(WS-IDX-GCL) TIMES
              IF WS-GIT-PRODUTO(WS-IDX-GIT) =
                 WS-GPR-PRODUTO(WS-IDX-GPR)
                 IF WS-GIT-RECENTE(WS-IDX-GIT) = "S"
                    MOVE "R" TO WS-SITUACAO-ITEM
                 ELSE
                    MOVE "H" TO WS-SITUACAO-ITEM
                 END-IF
              END-IF
              ADD 1 TO WS-IDX-GIT
           END-PERFORM
           .

      * VALOR DA LACUNA = MEDIA MENSAL DE QUEM COMPRA (TOTAL DOS
      * MESES RECENTES / COMPRADORES / MESES RECENTES).
       INCLUI-CANDIDATO.
           ADD 1 TO WS-QTD-CAN
           MOVE WS-IDX-GPR   TO WS-CAN-IDX-GPR(WS-QTD-CAN)
           MOVE WS-PCT-PARES TO WS-CAN-PCT(WS-QTD-CAN)
           MOVE "N"          TO WS-CAN-ESCOLHIDO(WS-QTD-CAN)
           IF WS-SITUACAO-ITEM = "H"
              MOVE "P" TO WS-CAN-SITUACAO(WS-QTD-CAN)
           ELSE
              MOVE "N" TO WS-CAN-SITUACAO(WS-QTD-CAN)
           END-IF
           COMPUTE WS-DIVISOR = WS-GPR-COMPRADORES(WS-IDX-GPR) *
                                WCF-OPM-MESES-RECENTE
           COMPUTE WS-CAN-QTDE(WS-QTD-CAN) ROUNDED =
               WS-GPR-QTDE(WS-IDX-GPR) / WS-DIVISOR
               ON SIZE ERROR MOVE 9999999 TO WS-CAN-QTDE(WS-QTD-CAN)
           END-COMPUTE
           COMPUTE WS-CAN-VALOR(WS-QTD-CAN) ROUNDED =
               WS-GPR-VALOR(WS-IDX-GPR) / WS-DIVISOR
               ON SIZE ERROR
                  MOVE 999999999,99 TO WS-CAN-VALOR(WS-QTD-CAN)
           END-COMPUTE
           .

      * AS WCF-OPM-MAX-CLIENTE DE MAIOR VALOR VAO PARA O ARQUIVO (O
      * RANKING SAI NA SEGUNDA PASSADA).
       ESCOLHE-MAIOR-CANDIDATO.
           MOVE ZEROS TO WS-IDX-MAIOR
           PERFORM VARYING WS-IDX-CAN FROM 1 BY 1
                   UNTIL WS-IDX-CAN > WS-QTD-CAN
              IF WS-CAN-ESCOLHIDO(WS-IDX-CAN) = "N"
                 IF WS-IDX-MAIOR = ZEROS
                    MOVE WS-IDX-CAN TO WS-IDX-MAIOR
                 ELSE
                    IF WS-CAN-VALOR(WS-IDX-CAN) >
                       WS-CAN-VALOR(WS-IDX-MAIOR)
                       MOVE WS-IDX-CAN TO WS-IDX-MAIOR
                    END-IF
                 END-IF
              END-IF
           END-PERFORM
           IF WS-IDX-MAIOR > ZEROS
              MOVE "S" TO WS-CAN-ESCOLHIDO(WS-IDX-MAIOR)
              PERFORM GRAVA-CANDIDATO
           END-IF
           .

       GRAVA-CANDIDATO.
           MOVE WS-CAN-IDX-GPR(WS-IDX-MAIOR) TO WS-IDX-GPR
           MOVE SPACES TO REGOPO
           MOVE WS-GCL-VENDEDOR(WS-IDX-GCL)  TO OPO_COD_VENDEDOR
           MOVE ZEROS                        TO OPO_RANKING
           MOVE WS-GCL-CODIGO(WS-IDX-GCL)    TO OPO_CODIGO_CLIENTE
           MOVE WS-GPR-PRODUTO(WS-IDX-GPR)   TO OPO_CODIGO_PRODUTO
           MOVE WS-GPR-DESCRICAO(WS-IDX-GPR) TO OPO_DESCRICAO
           MOVE WS-CAN-SITUACAO(WS-IDX-MAIOR) TO OPO_SITUACAO
           MOVE WS-CAN-PCT(WS-IDX-MAIOR)     TO OPO_PCT_PARES
           MOVE WS-CAN-QTDE(WS-IDX-MAIOR)    TO OPO_QTDE_MEDIA
           MOVE WS-CAN-VALOR(WS-IDX-MAIOR)   TO OPO_VALOR_MEDIO
           MOVE WS-ANO-MES                   TO OPO_ANO_MES
           WRITE REGOPO
           ADD 1 TO WS-QTD-OPORT
           ADD OPO_VALOR_MEDIO TO WS-VALOR-OPORT
           .

      *************************************
      * RANKING POR VENDEDOR E RELATORIO  *
      *************************************
       LIBERA-OPORTUNIDADES.
           OPEN INPUT ARQ-OPORT
           IF WS-FS = "00"
              MOVE "N" TO WS-EOF-OPO
              PERFORM LIBERA-UMA-OPORTUNIDADE UNTIL WS-EOF-OPO = "Y"
              CLOSE ARQ-OPORT
           END-IF
           .

       LIBERA-UMA-OPORTUNIDADE.
           READ ARQ-OPORT AT END
              MOVE "Y" TO WS-EOF-OPO
           END-READ
           IF WS-EOF-OPO = "N"
              MOVE OPO_COD_VENDEDOR   TO RNK-VENDEDOR
              MOVE OPO_VALOR_MEDIO    TO RNK-VALOR
              MOVE OPO_CODIGO_CLIENTE TO RNK-CLIENTE
              MOVE OPO_CODIGO_PRODUTO TO RNK-PRODUTO
              MOVE REGOPO             TO RNK-OPORT
              RELEASE WORK-RNK-REG
           END-IF
           .

      * O ARQUIVO VOLTA GRAVADO EM ORDEM DE VENDEDOR E RANKING, QUE E
      * COMO O KITVEN O LE.
       EMITE-RANKING.
           OPEN OUTPUT ARQ-OPORT
           MOVE WS-ANO-MES            TO CAB-ANOMES
           MOVE WCF-OPM-MESES-HIST    TO CAB-HIST
           MOVE WCF-OPM-MESES-RECENTE TO CAB-RECENTE
           MOVE WCF-OPM-PCT-PARES     TO CAB-PCT
           MOVE WCF-OPM-MIN-PARES     TO CAB-MIN
           WRITE REGIMP FROM CABEC
           MOVE "S" TO WS-PRIMEIRO-VENDEDOR
           MOVE "N" TO WS-EOF-WORK
           PERFORM RECEBE-OPORTUNIDADE UNTIL WS-EOF-WORK = "Y"
           IF WS-PRIMEIRO-VENDEDOR = "N"
              PERFORM IMPRIME-TOTAL-VENDEDOR
           ELSE
              MOVE SPACES TO REGIMP
              WRITE REGIMP
              MOVE "NENHUMA OPORTUNIDADE ENCONTRADA." TO REGIMP
              WRITE REGIMP
           END-IF
           CLOSE ARQ-OPORT
           .

       RECEBE-OPORTUNIDADE.
           RETURN WORK-RNK AT END
              MOVE "Y" TO WS-EOF-WORK
           END-RETURN
           IF WS-EOF-WORK = "N"
              IF WS-PRIMEIRO-VENDEDOR = "S" OR
                 RNK-VENDEDOR NOT = WS-VENDEDOR-ANTERIOR
                 IF WS-PRIMEIRO-VENDEDOR = "N"
                    PERFORM IMPRIME-TOTAL-VENDEDOR
                 END-IF
                 PERFORM IMPRIME-CABEC-VENDEDOR
              END-IF
              MOVE RNK-OPORT TO REGOPO
              ADD 1 TO WS-RANKING
              MOVE WS-RANKING TO OPO_RANKING
              WRITE REGOPO
              ADD 1 TO WS-VEN-QTD
              ADD OPO_VALOR_MEDIO TO WS-VEN-VALOR
              PERFORM IMPRIME-OPORTUNIDADE
           END-IF
           .

       IMPRIME-CABEC-VENDEDOR.
           MOVE "N" TO WS-PRIMEIRO-VENDEDOR
           MOVE RNK-VENDEDOR TO WS-VENDEDOR-ANTERIOR
           MOVE ZEROS TO WS-RANKING WS-VEN-QTD WS-VEN-VALOR
           IF WS-VENDEDOR-ANTERIOR = ZEROS
              MOVE "SEM VENDEDOR" TO VEN_NOME_VENDEDOR
           ELSE
              MOVE WS-VENDEDOR-ANTERIOR TO VEN_CODIGO_VENDEDOR
              READ ARQ-VENDEDOR
                  INVALID KEY MOVE SPACES TO VEN_NOME_VENDEDOR
              END-READ
              MOVE "00" TO WS-RESULTADO-ACESSO
           END-IF
           MOVE SPACES TO REGIMP
           WRITE REGIMP
           MOVE WS-VENDEDOR-ANTERIOR TO CABV-CODIGO
           MOVE VEN_NOME_VENDEDOR    TO CABV-NOME
           WRITE REGIMP FROM CABEC-VEND
           WRITE REGIMP FROM CABEC2
           .

       IMPRIME-OPORTUNIDADE.
           MOVE OPO_CODIGO_CLIENTE TO CLI_CODIGO_CLIENTE
           READ ARQ-CLIENTE
               INVALID KEY MOVE SPACES TO CLI_RAZAO_SOCIAL
           END-READ
           MOVE "00" TO WS-RESULTADO-ACESSO
           MOVE OPO_RANKING        TO IMPD-RANK
           MOVE OPO_CODIGO_CLIENTE TO IMPD-CLIENTE
           MOVE CLI_RAZAO_SOCIAL   TO IMPD-RAZAO
           MOVE OPO_CODIGO_PRODUTO TO IMPD-PRODUTO
           MOVE OPO_DESCRICAO      TO IMPD-DESCRICAO
           IF OPO_SITUACAO = "P"
              MOVE "PAROU" TO IMPD-SITUACAO
           ELSE
              MOVE "NUNCA" TO IMPD-SITUACAO
           END-IF
           MOVE OPO_PCT_PARES      TO IMPD-PCT
           MOVE OPO_QTDE_MEDIA     TO IMPD-QTDE
           MOVE OPO_VALOR_MEDIO    TO IMPD-VALOR
           WRITE REGIMP FROM IMPDET
           .

       IMPRIME-TOTAL-VENDEDOR.
           MOVE "TOTAL DO VENDEDOR:" TO IMPTV-ROTULO
           MOVE WS-VEN-QTD   TO IMPTV-QTD
           MOVE WS-VEN-VALOR TO IMPTV-VALOR
           WRITE REGIMP FROM IMPTOT-VEND
           .

       EMITE-RESUMO.
           MOVE SPACES TO REGIMP
           WRITE REGIMP
           MOVE "RESUMO DA APURACAO" TO CABS-TITULO
           WRITE REGIMP FROM CABEC-SECAO
           MOVE "LINHAS DE HISTORICO NA JANELA:" TO IMPR-ROTULO
           MOVE WS-QTD-HIS-LIDOS TO IMPR-QTD
           WRITE REGIMP FROM IMPRES
           MOVE "CLIENTES ATIVOS AVALIADOS:" TO IMPR-ROTULO
           MOVE WS-QTD-CLI-AVAL TO IMPR-QTD
           WRITE REGIMP FROM IMPRES
           MOVE "CLIENTES EM GRUPO SEM PARES SUFICIENTES:"
             TO IMPR-ROTULO
           MOVE WS-QTD-CLI-SEM-PARES TO IMPR-QTD
           WRITE REGIMP FROM IMPRES
           MOVE "CLIENTES COM OPORTUNIDADE:" TO IMPR-ROTULO
           MOVE WS-QTD-CLI-COM-OPORT TO IMPR-QTD
           WRITE REGIMP FROM IMPRES
           MOVE "TOTAL DA FILIAL:" TO IMPTV-ROTULO
           MOVE WS-QTD-OPORT   TO IMPTV-QTD
           MOVE WS-VALOR-OPORT TO IMPTV-VALOR
           WRITE REGIMP FROM IMPTOT-VEND
           .

       GRAVA-AUDITORIA.
           MOVE FUNCTION CURRENT-DATE(1:14) TO AUD-DATA-HORA
           MOVE "OPOMIX"          TO AUD-PROGRAMA
           MOVE LS-ID             TO AUD-OPERADOR
           MOVE DOPCAO            TO AUD-OPERACAO
           MOVE WS-QTD-OPORT      TO AUD-CODIGO
           MOVE SPACES            TO AUD-RESULTADO
           STRING "MES " WS-ANO-MES " CLIENTES " WS-QTD-CLI-COM-OPORT
               DELIMITED BY SIZE INTO AUD-RESULTADO
           END-STRING
           WRITE REGAUD
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

      *******************************
      * ROTINA DE ABERTURA ARQUIVOS *
      *******************************
       OPEN-ARQUIVOS.
           PERFORM OPEN-AUDITORIA
           OPEN INPUT ARQ-HISVEN
           IF WS-RESULTADO-ACESSO NOT = "00"
              MOVE "*** SEM HISTORICO DE VENDAS (RODE O AGRVEN) ***"
                TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              CLOSE ARQ-AUD
              EXIT PROGRAM
              .
           OPEN INPUT ARQ-CLIENTE
           IF WS-RESULTADO-ACESSO NOT = "00"
              MOVE "ERRO ABERTURA DO ARQ. CLIENTES" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              CLOSE ARQ-HISVEN ARQ-AUD
              EXIT PROGRAM
              .
           OPEN INPUT ARQ-VENDEDOR
           IF WS-RESULTADO-ACESSO NOT = "00"
              MOVE "ERRO ABERTURA DO ARQ. VENDEDORES" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              CLOSE ARQ-HISVEN ARQ-CLIENTE ARQ-AUD
              EXIT PROGRAM
              .
           OPEN INPUT ARQ-PRODUTO
           IF WS-RESULTADO-ACESSO NOT = "00"
              MOVE "ERRO ABERTURA DO ARQ. PRODUTOS" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              CLOSE ARQ-HISVEN ARQ-CLIENTE ARQ-VENDEDOR ARQ-AUD
              EXIT PROGRAM
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
           CLOSE ARQ-HISVEN
                 ARQ-CLIENTE
                 ARQ-VENDEDOR
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
