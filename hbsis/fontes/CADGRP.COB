      **************************************************
      * CADASTRO DE GRUPOS ECONOMICOS (REDES DE LOJAS) *
      * COM LIMITE DE CREDITO DO GRUPO, VINCULO DAS    *
      * LOJAS E RELATORIO CONSOLIDADO POR GRUPO        *
      **************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CADGRP.
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
       77 WS-ANO-MES-HOJE      PIC 9(006) VALUE ZEROS.
       77 WS-SEM-TITULOS       PIC X(001) VALUE "N".
       77 WS-SEM-HISVEN        PIC X(001) VALUE "N".
       77 WS-ACHOU             PIC X(001) VALUE "N".
       77 WS-VALOR-EDIT        PIC ZZZ.ZZZ.ZZ9,99.

      * VINCULO: LOJA E GRUPO INFORMADOS NA TELA.
       77 WS-VIN-CLIENTE       PIC 9(007) VALUE ZEROS.
       77 WS-VIN-GRUPO         PIC 9(005) VALUE ZEROS.

      * RELATORIO: FATURADO DOS ULTIMOS WCF-GRP-MESES MESES FECHADOS
      * (DE WS-MES-INICIO ATE O MES ANTERIOR AO CORRENTE), AGREGADO
      * POR LOJA EM MEMORIA SO PARA AS LOJAS VINCULADAS (MESMO TETO E
      * MESMO IDIOMA DO ABCCLI).
       77 WS-MES-INICIO        PIC 9(006) VALUE ZEROS.
       77 WS-MES-FIM           PIC 9(006) VALUE ZEROS.
       77 WS-MESES-TOTAL       PIC 9(006) VALUE ZEROS.
       77 WS-ANO-AUX           PIC 9(004) VALUE ZEROS.
       77 WS-MES-AUX           PIC 9(002) VALUE ZEROS.
       77 WS-EOF-HIS           PIC X(001) VALUE "N".
       77 WS-EOF-GRP           PIC X(001) VALUE "N".
       77 WS-EOF-LOJA          PIC X(001) VALUE "N".
       77 WS-EOF-TIT           PIC X(001) VALUE "N".
       77 WS-QTD-AGREG         PIC 9(004) VALUE ZEROS.
       77 WS-AGR-IDX           PIC 9(004) VALUE ZEROS.
       77 WS-QTD-PERDIDOS      PIC 9(005) VALUE ZEROS.
       01 WS-TAB-AGREG.
          05 WS-AGR-LINHA OCCURS 2000 TIMES.
             10 WS-AGR-CLIENTE   PIC 9(007).
             10 WS-AGR-VALOR     PIC 9(013)V9(02).

       77 WS-LOJA-FATURADO     PIC 9(013)V9(02) VALUE ZEROS.
       77 WS-LOJA-ABERTO       PIC 9(013)V9(02) VALUE ZEROS.
       77 WS-LOJA-VENCIDO      PIC 9(013)V9(02) VALUE ZEROS.
       77 WS-TOT-FATURADO      PIC 9(013)V9(02) VALUE ZEROS.
       77 WS-TOT-ABERTO        PIC 9(013)V9(02) VALUE ZEROS.
       77 WS-TOT-VENCIDO       PIC 9(013)V9(02) VALUE ZEROS.
       77 WS-TOT-LOJAS         PIC 9(005) VALUE ZEROS.
       77 WS-QTD-GRUPOS        PIC 9(005) VALUE ZEROS.
       77 WS-USO-LIMITE        PIC 9(005)V9(02) VALUE ZEROS.

       01 CABEC-GRUPO.
          03 FILLER PIC X(46) VALUE
             "RELATORIO CONSOLIDADO POR GRUPO ECONOMICO EM".
          03 CAB-DATA       PIC 9(008).
          03 FILLER PIC X(15) VALUE "  FATURADO DE ".
          03 CAB-MES-INICIO PIC 9(006).
          03 FILLER PIC X(03) VALUE " A ".
          03 CAB-MES-FIM    PIC 9(006).

       01 CABEC2-GRUPO.
          03 FILLER PIC X(11) VALUE "  LOJA".
          03 FILLER PIC X(30) VALUE "RAZAO SOCIAL".
          03 FILLER PIC X(19) VALUE "           FATURADO".
          03 FILLER PIC X(19) VALUE "          EM ABERTO".
          03 FILLER PIC X(19) VALUE "            VENCIDO".

       01 DET-CAB-GRUPO.
          03 FILLER         PIC X(06) VALUE "GRUPO ".
          03 DCG-CODIGO     PIC 9(005).
          03 FILLER         PIC X(01) VALUE SPACES.
          03 DCG-NOME       PIC X(040).
          03 FILLER         PIC X(09) VALUE "  LIMITE ".
          03 DCG-LIMITE     PIC ZZZ.ZZZ.ZZ9,99.
          03 FILLER         PIC X(11) VALUE "  SITUACAO ".
          03 DCG-STATUS     PIC X(001).

       01 DET-LOJA.
          03 FILLER         PIC X(02) VALUE SPACES.
          03 DLJ-CLIENTE    PIC 9(007).
          03 FILLER         PIC X(02) VALUE SPACES.
          03 DLJ-RAZAO      PIC X(030).
          03 FILLER         PIC X(02) VALUE SPACES.
          03 DLJ-FATURADO   PIC ZZ.ZZZ.ZZZ.ZZ9,99.
          03 FILLER         PIC X(02) VALUE SPACES.
          03 DLJ-ABERTO     PIC ZZ.ZZZ.ZZZ.ZZ9,99.
          03 FILLER         PIC X(02) VALUE SPACES.
          03 DLJ-VENCIDO    PIC ZZ.ZZZ.ZZZ.ZZ9,99.

       01 DET-TOT-GRUPO.
          03 FILLER         PIC X(20) VALUE "  TOTAL DO GRUPO -  ".
          03 DTG-LOJAS      PIC ZZZZ9.
          03 FILLER         PIC X(18) VALUE " LOJAS".
          03 DTG-FATURADO   PIC ZZ.ZZZ.ZZZ.ZZ9,99.
          03 FILLER         PIC X(02) VALUE SPACES.
          03 DTG-ABERTO     PIC ZZ.ZZZ.ZZZ.ZZ9,99.
          03 FILLER         PIC X(02) VALUE SPACES.
          03 DTG-VENCIDO    PIC ZZ.ZZZ.ZZZ.ZZ9,99.
          03 FILLER         PIC X(17) VALUE "  USO DO LIMITE ".
          03 DTG-USO        PIC ZZZZ9,99.
          03 DTG-PCT        PIC X(01) VALUE "%".

       01 DET-TOTAL.
          03 TOT-TITULO PIC X(40).
          03 TOT-QTD    PIC ZZZ.ZZ9.

       LINKAGE SECTION.
       01 LS-ID PIC X(5).

       SCREEN SECTION.
       COPY "copybook\SISSTGER.CPY".

       01 TELA-MENU-GRUPO.
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
        02 LINE 07 COL 27 VALUE "GRUPOS ECONOMICOS (REDES)".
        02 LINE 09 COL 10 VALUE "1 - Inclusao de Grupo".
        02 LINE 10 COL 10 VALUE "2 - Alteracao de Grupo".
        02 LINE 11 COL 10 VALUE "3 - Exclusao de Grupo".
        02 LINE 12 COL 10 VALUE "4 - Vincular Loja ao Grupo".
        02 LINE 13 COL 10 VALUE "5 - Desvincular Loja".
        02 LINE 14 COL 10 VALUE "6 - Relatorio Consolidado".
        02 LINE 15 COL 10 VALUE "7 - Retornar".
        02 LINE 20 COL 10 "Digite a opcao desejada[.]".
        02 OPCAO LINE 20 COL 34 PIC X(01) USING W-OPCAO AUTO.
      *
       01 TELA-GRUPO.
        02 BLANK SCREEN.
        02 LINE 02 COL 28 VALUE "Sistema de Franquia AMBEV".
        02 LINE 05 COL 27 VALUE "CADASTRO DE GRUPOS ECONOMICOS".
        02 LINE 05 COL 66 VALUE "[".
        02 LINE 05 COL 67 PIC X(10) USING DOPCAO.
        02 LINE 05 COL 77 VALUE "]".
        02 LINE 07 COL 10 VALUE "CODIGO       : [     ]".
        02 LINE 07 COL 40 VALUE "ZEROS SAI".
        02 LINE 09 COL 10 VALUE "NOME         : [".
        02 LINE 09 COL 66 VALUE "]".
        02 LINE 11 COL 10 VALUE "LIMITE GRUPO : [           ]".
        02 LINE 11 COL 40 VALUE "ZEROS = SEM LIMITE DE GRUPO".
        02 LINE 13 COL 10 VALUE "STATUS       : [ ]".
        02 LINE 13 COL 40 VALUE "A=ATIVO F=FECHADO".
        02 LINE 15 COL 10 VALUE "LOJAS        : [     ]".
        02 LINE 16 COL 10 VALUE "EM ABERTO    : [               ]".
      *
       01 TELA-VINCULO.
        02 BLANK SCREEN.
        02 LINE 02 COL 28 VALUE "Sistema de Franquia AMBEV".
        02 LINE 05 COL 27 VALUE "LOJAS DO GRUPO ECONOMICO".
        02 LINE 05 COL 66 VALUE "[".
        02 LINE 05 COL 67 PIC X(10) USING DOPCAO.
        02 LINE 05 COL 77 VALUE "]".
        02 LINE 07 COL 10 VALUE "LOJA (CLIENTE): [       ]".
        02 LINE 07 COL 45 VALUE "ZEROS SAI".
        02 LINE 09 COL 10 VALUE "GRUPO         : [     ]".
      *-----------------------------------------------------------------
       PROCEDURE DIVISION  USING LS-ID.
       INICIO.
      * RESOLVE OS CAMINHOS DA FILIAL SELECIONADA NO LOGIN ANTES DE
      * ABRIR QUALQUER ARQUIVO DE DADOS (VER SISFIPGER.CPY).
           MOVE LS-ID TO WS-SESSAO-ID
           PERFORM CARREGA-FILIAL
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-DATA-HOJE
           MOVE WS-DATA-HOJE(1:6) TO WS-ANO-MES-HOJE
           PERFORM OPEN-GRUPO.
           MOVE "F" TO WFIM.
           PERFORM TELA-GRUPO-0 UNTIL WFIM = "T".
       TELA-GRUPO-0.
           MOVE SPACES TO W-OPCAO
           DISPLAY TELA-MENU-GRUPO
           ACCEPT TELA-MENU-GRUPO
           EVALUATE W-OPCAO
             WHEN "1"
                PERFORM INCLUSAO-000 THRU INCLUSAO-EXIT
             WHEN "2"
                PERFORM ALTERACAO-000 THRU ALTERACAO-EXIT
             WHEN "3"
                PERFORM EXCLUSAO-000 THRU EXCLUSAO-EXIT
             WHEN "4"
                PERFORM VINCULA-000 THRU VINCULA-EXIT
             WHEN "5"
                PERFORM DESVINCULA-000 THRU DESVINCULA-EXIT
             WHEN "6"
                PERFORM EMITE-RELATORIO THRU EMITE-RELATORIO-FIM
             WHEN "7"
                PERFORM CLOSE-GRUPO
                EXIT PROGRAM
           END-EVALUATE.

      **********************
      * ROTINA DE INCLUSAO *
      **********************
       INCLUSAO-000.
           MOVE "INCLUSAO" TO DOPCAO.
           MOVE 0          TO W-SEL.
       INC-001.
           MOVE SPACES TO REGGRP
                          WS-GRAVACAO
                          .
           MOVE ZEROS  TO GRP_CODIGO
                          GRP_LIMITE_CREDITO
                          GRP_DATA_CADASTRO
                          .
           MOVE "A" TO GRP_STATUS
           .
       INC-010.
           DISPLAY TELA-GRUPO.
           PERFORM ENTRA-CODIGO UNTIL W-SEL > 0
           IF W-SEL = 2
              MOVE 0 TO W-SEL
              PERFORM ENTRA-DADOS UNTIL W-SEL > 0
              MOVE 0 TO W-SEL
              PERFORM CONFIRMA-DADOS UNTIL W-SEL > 0
              PERFORM GRAVACAO
              IF W-SN = "S"
                 PERFORM GRAVA-AUDITORIA
              END-IF
              .
            MOVE ZEROS TO W-SEL
            .
       INCLUSAO-EXIT.
           EXIT.

      ***********************
      * ROTINA DE ALTERACAO *
      ***********************
       ALTERACAO-000.
           MOVE "ALTERACAO" TO DOPCAO.
           MOVE 0           TO W-SEL.
       ALT-001.
           PERFORM INC-001.
           DISPLAY TELA-GRUPO.
           PERFORM ENTRA-CODIGO UNTIL W-SEL > 0
           IF W-SEL = 2
              MOVE 0 TO W-SEL
              PERFORM ENTRA-DADOS UNTIL W-SEL > 0
              MOVE 0 TO W-SEL
              PERFORM ALTERA-DADOS UNTIL W-SEL > 0
              PERFORM REGRAVACAO
              IF W-SN = "S"
                 PERFORM GRAVA-AUDITORIA
              END-IF
              UNLOCK ARQ-GRUPO
              .
            MOVE ZEROS TO W-SEL
            .
       ALTERACAO-EXIT.
           EXIT.

      ***********************
      * ROTINA DE EXCLUSAO  *
      ***********************
      * BAIXA LOGICA, MESMO IDIOMA DO CADMOT: O GRUPO FECHADO DEIXA DE
      * SER VERIFICADO NA DIGITACAO DE PEDIDOS (CADA LOJA CONTINUA COM
      * O PROPRIO LIMITE); OS VINCULOS FICAM PARA UMA REATIVACAO.
       EXCLUSAO-000.
           MOVE "EXCLUSAO"  TO DOPCAO.
           MOVE 0           TO W-SEL.
       EXC-001.
           PERFORM INC-001.
           DISPLAY TELA-GRUPO.
           PERFORM ENTRA-CODIGO UNTIL W-SEL > 0
           IF W-SEL = 2
              MOVE 0 TO W-SEL
              PERFORM EXCLUI-DADOS UNTIL W-SEL > 0
              PERFORM EXCLUSAO
              IF W-SN = "S"
                 PERFORM GRAVA-AUDITORIA
              END-IF
              UNLOCK ARQ-GRUPO
              .
            MOVE ZEROS TO W-SEL
            .
       EXCLUSAO-EXIT.
           EXIT.

      * MESMO IDIOMA DO ENTRA-CODIGO DO CADMOT: EM ALTERACAO/EXCLUSAO
      * O READ E COM LOCK.
       ENTRA-CODIGO.
           UNLOCK ARQ-GRUPO
           ACCEPT GRP_CODIGO AT 0726
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 02 OR GRP_CODIGO = ZEROS
              MOVE 1 TO W-SEL
           ELSE
              IF W-OPCAO = 2 OR W-OPCAO = 3
                 READ ARQ-GRUPO WITH LOCK
              ELSE
                 READ ARQ-GRUPO
              END-IF
              IF WS-RESULTADO-ACESSO NOT = "23"
                 IF WS-RESULTADO-ACESSO = "00"
                    PERFORM MOSTRA-DADOS
                    IF W-OPCAO = 1
                       MOVE "*** GRUPO JA CADASTRADO ***" TO MENS
                       PERFORM ROT-MENS THRU ROT-MENS-FIM
                       PERFORM INC-001
                       DISPLAY TELA-GRUPO
                    ELSE
                       MOVE 2 TO W-SEL
                    END-IF
                 ELSE
                 IF WS-RESULTADO-ACESSO = "9D"
                    MOVE "*** GRUPO EM USO EM OUTRO TERMINAL ***"
                         TO MENS
                    PERFORM ROT-MENS THRU ROT-MENS-FIM
                    MOVE 1 TO W-SEL
                 ELSE
                    MOVE "ERRO NA LEITURA ARQUIVO GRUPO" TO MENS
                    PERFORM ROT-MENS THRU ROT-MENS-FIM
                    MOVE 1 TO W-SEL
                 END-IF
                 END-IF
              ELSE
                IF W-OPCAO = 1
                   MOVE 2 TO W-SEL
                ELSE
                   MOVE "*** GRUPO NAO CADASTRADO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                END-IF
                END-IF
                .

       ENTRA-DADOS.
           ACCEPT GRP_NOME WITH UPDATE AT 0926
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 02
              MOVE 1 TO W-SEL
           ELSE
              IF GRP_NOME = SPACES
                 MOVE "NOME INVALIDO" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
              ELSE
                 ACCEPT GRP_LIMITE_CREDITO WITH UPDATE AT 1126
                 PERFORM ENTRA-STATUS UNTIL W-SEL > 0
              END-IF
           END-IF
           .

       ENTRA-STATUS.
           IF W-OPCAO = 1
              MOVE "A" TO GRP_STATUS
              MOVE WS-DATA-HOJE TO GRP_DATA_CADASTRO
              MOVE 1   TO W-SEL
           ELSE
              DISPLAY GRP_STATUS AT 1326
              ACCEPT  GRP_STATUS AT 1326
              ACCEPT  W-ACT FROM ESCAPE KEY
              IF W-ACT = 02
                 MOVE 1 TO W-SEL
              ELSE
                 IF GRP_STATUS NOT = "A" AND "F"
                    MOVE "STATUS INVALIDO (A/F)" TO MENS
                    PERFORM ROT-MENS THRU ROT-MENS-FIM
                 ELSE
                    MOVE 1 TO W-SEL
                 END-IF
              END-IF
           END-IF
           .

       GRAVA-AUDITORIA.
           MOVE FUNCTION CURRENT-DATE(1:14) TO AUD-DATA-HORA
           MOVE "CADGRP"     TO AUD-PROGRAMA
           MOVE LS-ID        TO AUD-OPERADOR
           MOVE DOPCAO       TO AUD-OPERACAO
           MOVE GRP_CODIGO   TO AUD-CODIGO
           MOVE GRP_LIMITE_CREDITO TO WS-VALOR-EDIT
           MOVE SPACES       TO AUD-RESULTADO
           STRING "LIMITE " WS-VALOR-EDIT " " GRP_STATUS
               DELIMITED BY SIZE INTO AUD-RESULTADO
           END-STRING
           WRITE REGAUD
           .

       GRAVACAO.
           IF W-SN = "S"
              WRITE REGGRP
              IF WS-RESULTADO-ACESSO = "00" OR "02"
                 MOVE "*** DADOS GRAVADOS *** " TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
              ELSE
              IF WS-RESULTADO-ACESSO = "22"
                 MOVE "*** GRUPO JA EXISTE *** " TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
              ELSE
                 MOVE "ERRO NA GRAVACAO DO GRUPO" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
           .

       REGRAVACAO.
           IF W-SN = "S"
              REWRITE REGGRP
              IF WS-RESULTADO-ACESSO = "00" OR "02"
                 MOVE "*** REGISTRO ALTERADO ***" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
              ELSE
                 MOVE "ERRO NA ALTERACAO DO GRUPO" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
           .

       EXCLUSAO.
           IF W-SN = "S"
              MOVE "F" TO GRP_STATUS
              REWRITE REGGRP
              IF WS-RESULTADO-ACESSO = "00"
                 MOVE "*** GRUPO INATIVADO ***" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
              ELSE
                 MOVE "ERRO NA EXCLUSAO DO REGISTRO" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
              .

       CONFIRMA-DADOS.
           MOVE "S" TO W-SN
           DISPLAY "DADOS OK (S/N) : " AT 2340
           ACCEPT W-SN WITH UPDATE AT 2357
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 02
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

       EXCLUI-DADOS.
           MOVE "N" TO W-SN
           DISPLAY "INATIVAR (S/N) : " AT 2340
           ACCEPT W-SN WITH UPDATE AT 2357
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 02
              MOVE 1 TO W-SEL
           ELSE
                IF W-SN = "N" OR "n"
                   MOVE "*** REGISTRO NAO INATIVADO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   MOVE 1 TO W-SEL
                ELSE
                IF W-SN NOT = "S" AND "s"
                   MOVE "*** DIGITE APENAS S=SIM  e  N=NAO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                ELSE
                   MOVE "S" TO W-SN
                   MOVE 2 TO W-SEL
                .

      * ALEM DO CADASTRO, MOSTRA QUANTAS LOJAS O GRUPO TEM E QUANTO
      * ELAS DEVEM HOJE (VER SOMA-ABERTO-GRUPO EM SISGRPGER.CPY).
       MOSTRA-DADOS.
           DISPLAY GRP_CODIGO AT 0726
           DISPLAY GRP_NOME AT 0926
           DISPLAY GRP_LIMITE_CREDITO AT 1126
           DISPLAY GRP_STATUS AT 1326
           IF WS-SEM-TITULOS NOT = "S"
              MOVE GRP_CODIGO TO WS-GRP-CODIGO
              PERFORM SOMA-ABERTO-GRUPO
              DISPLAY WS-GRP-QTD-LOJAS AT 1526
              DISPLAY WS-GRP-SALDO     AT 1626
           END-IF
           .

      ********************************
      * VINCULO DAS LOJAS AO GRUPO   *
      ********************************
      * A LOJA PERTENCE A UM GRUPO SO: PARA TROCAR DE GRUPO, PRIMEIRO
      * DESVINCULA. LOJA FECHADA NAO ENTRA EM GRUPO; GRUPO FECHADO NAO
      * RECEBE LOJA.
       VINCULA-000.
           MOVE "VINCULO" TO DOPCAO.
           DISPLAY TELA-VINCULO
           MOVE 0 TO W-SEL
           PERFORM ENTRA-LOJA UNTIL W-SEL > 0
           IF W-SEL NOT = 2
              GO TO VINCULA-EXIT
           END-IF
           MOVE WS-VIN-CLIENTE TO GRC_CODIGO_CLIENTE
           READ ARQ-GRPCLI
               INVALID KEY
                  CONTINUE
               NOT INVALID KEY
                  MOVE SPACES TO MENS
                  STRING "*** LOJA JA PERTENCE AO GRUPO "
                         GRC_CODIGO_GRUPO " ***"
                      DELIMITED BY SIZE INTO MENS
                  END-STRING
                  PERFORM ROT-MENS THRU ROT-MENS-FIM
                  GO TO VINCULA-EXIT
           END-READ
           MOVE 0 TO W-SEL
           PERFORM ENTRA-GRUPO-VINCULO UNTIL W-SEL > 0
           IF W-SEL NOT = 2
              GO TO VINCULA-EXIT
           END-IF
           MOVE 0 TO W-SEL
           PERFORM CONFIRMA-DADOS UNTIL W-SEL > 0
           IF W-SN NOT = "S"
              GO TO VINCULA-EXIT
           END-IF
           MOVE SPACES         TO REGGRC
           MOVE WS-VIN-CLIENTE TO GRC_CODIGO_CLIENTE
           MOVE WS-VIN-GRUPO   TO GRC_CODIGO_GRUPO
           MOVE WS-DATA-HOJE   TO GRC_DATA_INCLUSAO
           MOVE LS-ID          TO GRC_OPERADOR
           WRITE REGGRC
           IF WS-RESULTADO-ACESSO = "00" OR "02"
              PERFORM GRAVA-AUDITORIA-VINCULO
              MOVE "*** LOJA VINCULADA AO GRUPO ***" TO MENS
           ELSE
              MOVE "ERRO NA GRAVACAO DO VINCULO" TO MENS
           END-IF
           PERFORM ROT-MENS THRU ROT-MENS-FIM
           .
       VINCULA-EXIT.
           EXIT.

       DESVINCULA-000.
           MOVE "DESVINCULO" TO DOPCAO.
           DISPLAY TELA-VINCULO
           MOVE 0 TO W-SEL
           PERFORM ENTRA-LOJA UNTIL W-SEL > 0
           IF W-SEL NOT = 2
              GO TO DESVINCULA-EXIT
           END-IF
           MOVE WS-VIN-CLIENTE TO GRC_CODIGO_CLIENTE
           READ ARQ-GRPCLI WITH LOCK
           IF WS-RESULTADO-ACESSO = "9D"
              MOVE "*** VINCULO EM USO EM OUTRO TERMINAL ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO DESVINCULA-EXIT
           END-IF
           IF WS-RESULTADO-ACESSO NOT = "00"
              MOVE "*** LOJA NAO PERTENCE A NENHUM GRUPO ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO DESVINCULA-EXIT
           END-IF
           MOVE GRC_CODIGO_GRUPO TO WS-VIN-GRUPO GRP_CODIGO
           DISPLAY WS-VIN-GRUPO AT 0927
           READ ARQ-GRUPO
               INVALID KEY
                  MOVE SPACES TO GRP_NOME
           END-READ
           DISPLAY GRP_NOME AT 0934
           MOVE 0 TO W-SEL
           PERFORM EXCLUI-DADOS UNTIL W-SEL > 0
           IF W-SN = "S"
              DELETE ARQ-GRPCLI
              IF WS-RESULTADO-ACESSO = "00"
                 PERFORM GRAVA-AUDITORIA-VINCULO
                 MOVE "*** LOJA DESVINCULADA DO GRUPO ***" TO MENS
              ELSE
                 MOVE "ERRO NA EXCLUSAO DO VINCULO" TO MENS
              END-IF
              PERFORM ROT-MENS THRU ROT-MENS-FIM
           END-IF
           UNLOCK ARQ-GRPCLI
           .
       DESVINCULA-EXIT.
           EXIT.

       ENTRA-LOJA.
           MOVE ZEROS TO WS-VIN-CLIENTE
           ACCEPT WS-VIN-CLIENTE AT 0727
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 02 OR WS-VIN-CLIENTE = ZEROS
              MOVE 1 TO W-SEL
           ELSE
              MOVE WS-VIN-CLIENTE TO CLI_CODIGO_CLIENTE
              READ ARQ-CLIENTE
                  INVALID KEY
                     MOVE "*** CLIENTE NAO CADASTRADO ***" TO MENS
                     PERFORM ROT-MENS THRU ROT-MENS-FIM
                  NOT INVALID KEY
                     DISPLAY CLI_RAZAO_SOCIAL AT 0836
                     IF W-OPCAO = "4" AND CLI_STATUS = "F"
                        MOVE "*** CLIENTE FECHADO ***" TO MENS
                        PERFORM ROT-MENS THRU ROT-MENS-FIM
                     ELSE
                        MOVE 2 TO W-SEL
                     END-IF
              END-READ
           END-IF
           .

       ENTRA-GRUPO-VINCULO.
           MOVE ZEROS TO WS-VIN-GRUPO
           ACCEPT WS-VIN-GRUPO AT 0927
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 02 OR WS-VIN-GRUPO = ZEROS
              MOVE 1 TO W-SEL
           ELSE
              MOVE WS-VIN-GRUPO TO GRP_CODIGO
              READ ARQ-GRUPO
                  INVALID KEY
                     MOVE "*** GRUPO NAO CADASTRADO ***" TO MENS
                     PERFORM ROT-MENS THRU ROT-MENS-FIM
                  NOT INVALID KEY
                     DISPLAY GRP_NOME AT 0934
                     IF GRP_STATUS NOT = "A"
                        MOVE "*** GRUPO FECHADO ***" TO MENS
                        PERFORM ROT-MENS THRU ROT-MENS-FIM
                     ELSE
                        MOVE 2 TO W-SEL
                     END-IF
              END-READ
           END-IF
           .

       GRAVA-AUDITORIA-VINCULO.
           MOVE FUNCTION CURRENT-DATE(1:14) TO AUD-DATA-HORA
           MOVE "CADGRP"       TO AUD-PROGRAMA
           MOVE LS-ID          TO AUD-OPERADOR
           MOVE DOPCAO         TO AUD-OPERACAO
           MOVE WS-VIN-CLIENTE TO AUD-CODIGO
           MOVE SPACES         TO AUD-RESULTADO
           STRING "GRUPO " WS-VIN-GRUPO
               DELIMITED BY SIZE INTO AUD-RESULTADO
           END-STRING
           WRITE REGAUD
           .

      *************************************
      * RELATORIO CONSOLIDADO POR GRUPO   *
      *************************************
      * POR GRUPO: UMA LINHA POR LOJA (FATURADO DA JANELA, TITULOS EM
      * ABERTO E, DESTES, OS VENCIDOS) E O TOTAL DO GRUPO COM O USO
      * DO LIMITE (EM ABERTO SOBRE O LIMITE DO GRUPO).
       EMITE-RELATORIO.
           MOVE "RELATORIO" TO DOPCAO
           IF WS-SEM-TITULOS = "S"
              MOVE "*** NAO HA TITULOS GRAVADOS ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO EMITE-RELATORIO-FIM
           END-IF
           PERFORM CALCULA-JANELA
           MOVE "N" TO WS-SEM-HISVEN
           OPEN INPUT ARQ-HISVEN
           IF WS-RESULTADO-ACESSO NOT = "00"
              MOVE "S" TO WS-SEM-HISVEN
              MOVE "00" TO WS-RESULTADO-ACESSO
           ELSE
              PERFORM AGREGA-FATURADO
              CLOSE ARQ-HISVEN
           END-IF

           MOVE WCF-ARQ-IMPRESSAO-GRUPO TO WRL-ARQ-IMPRESSAO
           OPEN OUTPUT ARQIMP
           MOVE WS-DATA-HOJE  TO CAB-DATA
           MOVE WS-MES-INICIO TO CAB-MES-INICIO
           MOVE WS-MES-FIM    TO CAB-MES-FIM
           WRITE REGIMP FROM CABEC-GRUPO
           WRITE REGIMP FROM CABEC2-GRUPO
           MOVE SPACES TO REGIMP
           WRITE REGIMP

           MOVE ZEROS TO WS-QTD-GRUPOS
           MOVE "N"   TO WS-EOF-GRP
           MOVE ZEROS TO GRP_CODIGO
           START ARQ-GRUPO
               KEY IS GREATER THAN GRP_CODIGO
                    INVALID KEY
                       MOVE "Y" TO WS-EOF-GRP
           END-START
           PERFORM UNTIL WS-EOF-GRP = "Y"
               READ ARQ-GRUPO NEXT AT END
                   MOVE "Y" TO WS-EOF-GRP
               END-READ
               IF WS-EOF-GRP = "N"
                  ADD 1 TO WS-QTD-GRUPOS
                  PERFORM IMPRIME-GRUPO
               END-IF
           END-PERFORM

           MOVE "GRUPOS ECONOMICOS" TO TOT-TITULO
           MOVE WS-QTD-GRUPOS TO TOT-QTD
           WRITE REGIMP FROM DET-TOTAL
           IF WS-SEM-HISVEN = "S"
              MOVE "SEM HISTORICO CONSOLIDADO: FATURADO ZERADO"
                TO REGIMP
              WRITE REGIMP
           END-IF
           IF WS-QTD-PERDIDOS > ZEROS
              MOVE "LOJAS ALEM DO TETO DA AGREGACAO (SEM FATURADO)"
                TO TOT-TITULO
              MOVE WS-QTD-PERDIDOS TO TOT-QTD
              WRITE REGIMP FROM DET-TOTAL
           END-IF
           CLOSE ARQIMP
      * COPIA DATADA + CATALOGO DE SPOOL (VER SISSPPGER.CPY).
           MOVE "CADGRP" TO WS-SPL-PROGRAMA
           MOVE WRL-ARQ-IMPRESSAO TO WS-SPL-ORIGEM
           PERFORM REGISTRA-SPOOL THRU REGISTRA-SPOOL-FIM

           MOVE FUNCTION CURRENT-DATE(1:14) TO AUD-DATA-HORA
           MOVE "CADGRP"      TO AUD-PROGRAMA
           MOVE LS-ID         TO AUD-OPERADOR
           MOVE DOPCAO        TO AUD-OPERACAO
           MOVE WS-QTD-GRUPOS TO AUD-CODIGO
           MOVE "RELATORIO CONSOLIDADO" TO AUD-RESULTADO
           WRITE REGAUD
           MOVE "*** RELATORIO EMITIDO ***" TO MENS
           PERFORM ROT-MENS THRU ROT-MENS-FIM
           .
       EMITE-RELATORIO-FIM.
           EXIT.

      * JANELA DE MESES FECHADOS (MESMA CONTA DO REVLIM): DO MES
      * CORRENTE MENOS WCF-GRP-MESES ATE O MES ANTERIOR.
       CALCULA-JANELA.
           MOVE WS-DATA-HOJE(1:4) TO WS-ANO-AUX
           MOVE WS-DATA-HOJE(5:2) TO WS-MES-AUX
           COMPUTE WS-MESES-TOTAL =
               WS-ANO-AUX * 12 + WS-MES-AUX - 1 - WCF-GRP-MESES
           DIVIDE WS-MESES-TOTAL BY 12 GIVING WS-ANO-AUX
                  REMAINDER WS-MES-AUX
           ADD 1 TO WS-MES-AUX
           COMPUTE WS-MES-INICIO = WS-ANO-AUX * 100 + WS-MES-AUX
           MOVE WS-DATA-HOJE(1:4) TO WS-ANO-AUX
           MOVE WS-DATA-HOJE(5:2) TO WS-MES-AUX
           COMPUTE WS-MESES-TOTAL =
               WS-ANO-AUX * 12 + WS-MES-AUX - 2
           DIVIDE WS-MESES-TOTAL BY 12 GIVING WS-ANO-AUX
                  REMAINDER WS-MES-AUX
           ADD 1 TO WS-MES-AUX
           COMPUTE WS-MES-FIM = WS-ANO-AUX * 100 + WS-MES-AUX
           .

      * SO AS LOJAS VINCULADAS A ALGUM GRUPO ENTRAM NA TABELA.
       AGREGA-FATURADO.
           MOVE ZEROS TO WS-QTD-AGREG WS-QTD-PERDIDOS
           MOVE "N" TO WS-EOF-HIS
           MOVE WS-MES-INICIO TO HIS_ANO_MES
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
                  IF HIS_ANO_MES NOT < WS-ANO-MES-HOJE
                     MOVE "Y" TO WS-EOF-HIS
                  ELSE
                     MOVE HIS_CODIGO_CLIENTE TO GRC_CODIGO_CLIENTE
                     READ ARQ-GRPCLI
                         INVALID KEY
                            CONTINUE
                         NOT INVALID KEY
                            PERFORM AGREGA-CLIENTE
                     END-READ
                  END-IF
               END-IF
           END-PERFORM
           MOVE "00" TO WS-RESULTADO-ACESSO
           .

       AGREGA-CLIENTE.
           MOVE "N" TO WS-ACHOU
           PERFORM VARYING WS-AGR-IDX FROM 1 BY 1
                   UNTIL WS-AGR-IDX > WS-QTD-AGREG
              IF WS-AGR-CLIENTE(WS-AGR-IDX) = HIS_CODIGO_CLIENTE
                 ADD HIS_VALOR TO WS-AGR-VALOR(WS-AGR-IDX)
                 MOVE "S" TO WS-ACHOU
                 MOVE 2001 TO WS-AGR-IDX
              END-IF
           END-PERFORM
           IF WS-ACHOU = "N"
              IF WS-QTD-AGREG < 2000
                 ADD 1 TO WS-QTD-AGREG
                 MOVE HIS_CODIGO_CLIENTE
                   TO WS-AGR-CLIENTE(WS-QTD-AGREG)
                 MOVE HIS_VALOR TO WS-AGR-VALOR(WS-QTD-AGREG)
              ELSE
                 ADD 1 TO WS-QTD-PERDIDOS
              END-IF
           END-IF
           .

       IMPRIME-GRUPO.
           MOVE GRP_CODIGO         TO DCG-CODIGO
           MOVE GRP_NOME           TO DCG-NOME
           MOVE GRP_LIMITE_CREDITO TO DCG-LIMITE
           MOVE GRP_STATUS         TO DCG-STATUS
           WRITE REGIMP FROM DET-CAB-GRUPO
           MOVE ZEROS TO WS-TOT-FATURADO WS-TOT-ABERTO WS-TOT-VENCIDO
                         WS-TOT-LOJAS
           MOVE "N" TO WS-EOF-LOJA
           MOVE GRP_CODIGO TO GRC_CODIGO_GRUPO
           START ARQ-GRPCLI
               KEY IS NOT LESS THAN GRC_CODIGO_GRUPO
                    INVALID KEY
                       MOVE "Y" TO WS-EOF-LOJA
           END-START
           PERFORM UNTIL WS-EOF-LOJA = "Y"
               READ ARQ-GRPCLI NEXT AT END
                   MOVE "Y" TO WS-EOF-LOJA
               END-READ
               IF WS-EOF-LOJA = "N"
                  IF GRC_CODIGO_GRUPO NOT = GRP_CODIGO
                     MOVE "Y" TO WS-EOF-LOJA
                  ELSE
                     PERFORM IMPRIME-LOJA
                  END-IF
               END-IF
           END-PERFORM
           MOVE WS-TOT-LOJAS    TO DTG-LOJAS
           MOVE WS-TOT-FATURADO TO DTG-FATURADO
           MOVE WS-TOT-ABERTO   TO DTG-ABERTO
           MOVE WS-TOT-VENCIDO  TO DTG-VENCIDO
           IF GRP_LIMITE_CREDITO > ZEROS
              IF WS-TOT-ABERTO * 100 / GRP_LIMITE_CREDITO > 99999
                 MOVE 99999 TO WS-USO-LIMITE
              ELSE
                 COMPUTE WS-USO-LIMITE ROUNDED =
                     WS-TOT-ABERTO * 100 / GRP_LIMITE_CREDITO
              END-IF
              MOVE WS-USO-LIMITE TO DTG-USO
              MOVE "%" TO DTG-PCT
           ELSE
              MOVE ZEROS  TO DTG-USO
              MOVE SPACES TO DTG-PCT
           END-IF
           WRITE REGIMP FROM DET-TOT-GRUPO
           MOVE SPACES TO REGIMP
           WRITE REGIMP
           MOVE "00" TO WS-RESULTADO-ACESSO
           .

       IMPRIME-LOJA.
           ADD 1 TO WS-TOT-LOJAS
           MOVE GRC_CODIGO_CLIENTE TO CLI_CODIGO_CLIENTE
           READ ARQ-CLIENTE
               INVALID KEY
                  MOVE SPACES TO CLI_RAZAO_SOCIAL
           END-READ
           MOVE ZEROS TO WS-LOJA-FATURADO
           PERFORM VARYING WS-AGR-IDX FROM 1 BY 1
                   UNTIL WS-AGR-IDX > WS-QTD-AGREG
              IF WS-AGR-CLIENTE(WS-AGR-IDX) = GRC_CODIGO_CLIENTE
                 MOVE WS-AGR-VALOR(WS-AGR-IDX) TO WS-LOJA-FATURADO
                 MOVE 2001 TO WS-AGR-IDX
              END-IF
           END-PERFORM
           MOVE ZEROS TO WS-LOJA-ABERTO WS-LOJA-VENCIDO
           MOVE "N" TO WS-EOF-TIT
           MOVE GRC_CODIGO_CLIENTE TO TIT_CODIGO_CLIENTE
           START ARQ-TITULO
               KEY IS NOT LESS THAN TIT_CODIGO_CLIENTE
                    INVALID KEY
                       MOVE "Y" TO WS-EOF-TIT
           END-START
           PERFORM UNTIL WS-EOF-TIT = "Y"
               READ ARQ-TITULO NEXT AT END
                   MOVE "Y" TO WS-EOF-TIT
               END-READ
               IF WS-EOF-TIT = "N"
                  IF TIT_CODIGO_CLIENTE NOT = GRC_CODIGO_CLIENTE
                     MOVE "Y" TO WS-EOF-TIT
                  ELSE
                     IF TIT_SITUACAO = "A"
                        ADD TIT_VALOR TO WS-LOJA-ABERTO
                        IF TIT_DATA_VENCIMENTO < WS-DATA-HOJE
                           ADD TIT_VALOR TO WS-LOJA-VENCIDO
                        END-IF
                     END-IF
                  END-IF
               END-IF
           END-PERFORM
           MOVE GRC_CODIGO_CLIENTE TO DLJ-CLIENTE
           MOVE CLI_RAZAO_SOCIAL   TO DLJ-RAZAO
           MOVE WS-LOJA-FATURADO   TO DLJ-FATURADO
           MOVE WS-LOJA-ABERTO     TO DLJ-ABERTO
           MOVE WS-LOJA-VENCIDO    TO DLJ-VENCIDO
           WRITE REGIMP FROM DET-LOJA
           ADD WS-LOJA-FATURADO TO WS-TOT-FATURADO
           ADD WS-LOJA-ABERTO   TO WS-TOT-ABERTO
           ADD WS-LOJA-VENCIDO  TO WS-TOT-VENCIDO
           MOVE "00" TO WS-RESULTADO-ACESSO
           .

      *******************************
      * ROTINA DE ABERTURA ARQUIVOS *
      *******************************
      * GRUPO E VINCULO SAO CRIADOS NA PRIMEIRA VEZ (MESMO IDIOMA DO
      * CADMOT); OS TITULOS SO EXISTEM DEPOIS DO PRIMEIRO FATURAMENTO
      * (SEM ELES NAO HA SALDO A MOSTRAR NEM RELATORIO).
       OPEN-GRUPO.
           OPEN I-O ARQ-GRUPO
           IF WS-RESULTADO-ACESSO = "05" OR "35"
              OPEN OUTPUT ARQ-GRUPO
              CLOSE ARQ-GRUPO
              OPEN I-O ARQ-GRUPO
           END-IF
           IF WS-RESULTADO-ACESSO NOT = "00"
              MOVE "ERRO NA ABERTURA DO ARQUIVO GRUPO" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              EXIT PROGRAM
           END-IF
           OPEN I-O ARQ-GRPCLI
           IF WS-RESULTADO-ACESSO = "05" OR "35"
              OPEN OUTPUT ARQ-GRPCLI
              CLOSE ARQ-GRPCLI
              OPEN I-O ARQ-GRPCLI
           END-IF
           IF WS-RESULTADO-ACESSO NOT = "00"
              MOVE "ERRO NA ABERTURA DO VINCULO DE LOJAS" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              CLOSE ARQ-GRUPO
              EXIT PROGRAM
           END-IF
           MOVE "N" TO WS-SEM-GRUPO
           OPEN INPUT ARQ-CLIENTE
           IF WS-RESULTADO-ACESSO NOT = "00"
              MOVE "ERRO NA ABERTURA DO ARQUIVO CLIENTE" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              CLOSE ARQ-GRUPO ARQ-GRPCLI
              EXIT PROGRAM
           END-IF
           MOVE "N" TO WS-SEM-TITULOS
           OPEN INPUT ARQ-TITULO
           IF WS-RESULTADO-ACESSO NOT = "00"
              MOVE "S" TO WS-SEM-TITULOS
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

       CLOSE-GRUPO.
           CLOSE ARQ-GRUPO ARQ-GRPCLI ARQ-CLIENTE ARQ-AUD
           IF WS-SEM-TITULOS NOT = "S"
              CLOSE ARQ-TITULO
           END-IF
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

      * LOCALIZA-GRUPO-CLIENTE E SOMA-ABERTO-GRUPO: VER COPYBOOK,
      * COMPARTILHADO COM CADPED/IMPPED/CORERR/CREDES.
       COPY "copybook\SISGRPGER.CPY".

      * REGISTRA-SPOOL: VER COPYBOOK, COMPARTILHADO PELOS PROGRAMAS
      * DE RELATORIO.
       COPY "copybook\SISSPPGER.CPY".

      * CARREGA-FILIAL E MONTA-CAMINHOS-FILIAL: VER COPYBOOK,
      * COMPARTILHADO POR TODOS OS PROGRAMAS DA FILIAL.
       COPY "copybook\SISFIPGER.CPY".
