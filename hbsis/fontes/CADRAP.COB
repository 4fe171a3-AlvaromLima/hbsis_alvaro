      **************************************************
      * ACORDOS DE BONIFICACAO POR VOLUME (RAPPEL):    *
      * CADASTRO POR CLIENTE OU GRUPO ECONOMICO, COM   *
      * FAIXAS E VIGENCIA, APURACAO MENSAL SOBRE O     *
      * HISTORICO DO AGRVEN, APROVACAO (CREDITO QUE    *
      * ABATE OS TITULOS EM ABERTO) E RELATORIO        *
      **************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CADRAP.
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
      * IDIOMA DO CALCOM/AGRVEN: APURA O MES ANTERIOR AO CORRENTE E
      * EMITE O RELATORIO; A APROVACAO E SEMPRE FEITA NA TELA.
       77 WS-MODO-BATCH        PIC X(001) VALUE "N".

       77 WS-DATA-HOJE         PIC 9(008) VALUE ZEROS.
       77 WS-ANO-MES           PIC 9(006) VALUE ZEROS.
       77 WS-ANO-AUX           PIC 9(004) VALUE ZEROS.
       77 WS-MES-AUX           PIC 9(002) VALUE ZEROS.
       77 WS-VALOR-EDIT        PIC ZZZ.ZZZ.ZZ9,99.
       77 WS-FAT-EDIT          PIC ZZ.ZZZ.ZZZ.ZZ9,99.
       77 WS-BENEF-NOME        PIC X(040) VALUE SPACES.

      * CONFERENCIA DAS FAIXAS NA DIGITACAO: A FAIXA 1 E OBRIGATORIA,
      * AS SEGUINTES SAO OPCIONAIS MAS, SE USADAS, TEM MINIMO MAIOR
      * QUE A ANTERIOR E PERCENTUAL; DEPOIS DE UMA FAIXA VAZIA NAO HA
      * OUTRA.
       77 WS-FX-IDX            PIC 9(001) VALUE ZEROS.
       77 WS-FX-POS            PIC 9(004) VALUE ZEROS.
       77 WS-FX-ANTERIOR       PIC 9(011)V9(02) VALUE ZEROS.
       77 WS-FX-VAZIA          PIC X(001) VALUE "N".
       77 WS-ERRO              PIC X(001) VALUE "N".

      * APURACAO: ACORDOS VIGENTES NO MES E, POR ACORDO, AS LOJAS
      * (CLIENTES) QUE FATURARAM, COM QUANTIDADE E VALOR. A FAIXA SAI
      * DO TOTAL DO ACORDO; O PERCENTUAL DELA INCIDE SOBRE O VALOR DE
      * CADA LOJA. ACIMA DOS TETOS O QUE NAO COUBE E CONTADO E SAI NO
      * RELATORIO (MESMO IDIOMA DO CADGRP).
       77 WS-EOF-RAP           PIC X(001) VALUE "N".
       77 WS-EOF-HIS           PIC X(001) VALUE "N".
       77 WS-EOF-BON           PIC X(001) VALUE "N".
       77 WS-EOF-TIT           PIC X(001) VALUE "N".
       77 WS-ACHOU             PIC X(001) VALUE "N".
       77 WS-HIS-GRUPO         PIC 9(005) VALUE ZEROS.
       77 WS-QTD-ACORDOS       PIC 9(003) VALUE ZEROS.
       77 WS-ACO-IDX           PIC 9(003) VALUE ZEROS.
       01 WS-TAB-ACORDOS.
          05 WS-ACO OCCURS 200 TIMES.
             10 WS-ACO-CODIGO     PIC 9(005).
             10 WS-ACO-TIPO       PIC X(001).
             10 WS-ACO-BENEF      PIC 9(007).
             10 WS-ACO-QTDE       PIC 9(011).
             10 WS-ACO-VALOR      PIC 9(013)V9(02).
       77 WS-QTD-LOJAS         PIC 9(004) VALUE ZEROS.
       77 WS-LOJ-IDX           PIC 9(004) VALUE ZEROS.
       01 WS-TAB-LOJAS.
          05 WS-LOJ OCCURS 2000 TIMES.
             10 WS-LOJ-ACORDO     PIC 9(003).
             10 WS-LOJ-CLIENTE    PIC 9(007).
             10 WS-LOJ-QTDE       PIC 9(009).
             10 WS-LOJ-VALOR      PIC 9(011)V9(02).
       77 WS-QTD-PERDIDOS      PIC 9(005) VALUE ZEROS.
       77 WS-QTD-ACO-FORA      PIC 9(005) VALUE ZEROS.
       77 WS-TOTAL-FAIXA       PIC 9(013)V9(02) VALUE ZEROS.
       77 WS-FAIXA             PIC 9(001) VALUE ZEROS.
       77 WS-PERCENTUAL        PIC 9(002)V9(02) VALUE ZEROS.
       77 WS-VALOR-BONUS       PIC 9(009)V9(02) VALUE ZEROS.
       77 WS-QTD-GERADAS       PIC 9(005) VALUE ZEROS.
       77 WS-QTD-MANTIDAS      PIC 9(005) VALUE ZEROS.
       77 WS-QTD-APAGADAS      PIC 9(005) VALUE ZEROS.

      * APROVACAO: O CREDITO DA BONIFICACAO EMITIDA ABATE OS TITULOS
      * EM ABERTO DO CLIENTE NA ORDEM DA CHAVE DO CLIENTE (NOTA MAIS
      * ANTIGA PRIMEIRO, PARCELA A PARCELA), DO MESMO JEITO QUE O
      * CREDITO DA DEVOLUCAO NO CADDEV: PARCELA COBERTA POR INTEIRO
      * VIRA "D", PARCELA PARCIALMENTE COBERTA TEM O VALOR REDUZIDO E
      * SEGUE "A"; O QUE SOBRA FICA EM BON_VALOR_NAO_ABATIDO.
       77 WS-DECISAO           PIC X(001) VALUE SPACES.
       77 WS-FIM-ANALISE       PIC X(001) VALUE "N".
       77 WS-QTD-EMITIDAS      PIC 9(005) VALUE ZEROS.
       77 WS-QTD-REJEITADAS    PIC 9(005) VALUE ZEROS.
       77 WS-SALDO-CREDITO     PIC 9(011)V9(02) VALUE ZEROS.
       77 WS-QTD-ABATIDAS      PIC 9(003) VALUE ZEROS.
       77 WS-QTD-REDUZIDAS     PIC 9(003) VALUE ZEROS.

      * RELATORIO DO MES.
       77 WS-QTD-LINHAS        PIC 9(005) VALUE ZEROS.
       77 WS-TOT-PENDENTE      PIC 9(011)V9(02) VALUE ZEROS.
       77 WS-TOT-EMITIDO       PIC 9(011)V9(02) VALUE ZEROS.
       77 WS-TOT-REJEITADO     PIC 9(011)V9(02) VALUE ZEROS.
       77 WS-TOT-NAO-ABATIDO   PIC 9(011)V9(02) VALUE ZEROS.

       01 CABEC-RAPPEL.
          03 FILLER PIC X(45) VALUE
             "BONIFICACOES POR VOLUME (RAPPEL) - ANO/MES: ".
          03 CAB-ANOMES     PIC 9(006).
          03 FILLER PIC X(13) VALUE "  EMITIDO EM ".
          03 CAB-DATA       PIC 9(008).

       01 CABEC2-RAPPEL.
          03 FILLER PIC X(07) VALUE "ACORDO".
          03 FILLER PIC X(09) VALUE "CLIENTE".
          03 FILLER PIC X(32) VALUE "RAZAO SOCIAL".
          03 FILLER PIC X(05) VALUE "VEN".
          03 FILLER PIC X(13) VALUE "       QTDE".
          03 FILLER PIC X(19) VALUE "           FATURADO".
          03 FILLER PIC X(03) VALUE " FX".
          03 FILLER PIC X(07) VALUE "   PERC".
          03 FILLER PIC X(16) VALUE "     BONIFICACAO".
          03 FILLER PIC X(04) VALUE " SIT".
          03 FILLER PIC X(16) VALUE "    NAO ABATIDO".

       01 DET-BONIF.
          03 DBN-ACORDO     PIC 9(005).
          03 FILLER         PIC X(02) VALUE SPACES.
          03 DBN-CLIENTE    PIC 9(007).
          03 FILLER         PIC X(02) VALUE SPACES.
          03 DBN-RAZAO      PIC X(030).
          03 FILLER         PIC X(02) VALUE SPACES.
          03 DBN-VENDEDOR   PIC 9(003).
          03 FILLER         PIC X(02) VALUE SPACES.
          03 DBN-QTDE       PIC ZZZ.ZZZ.ZZ9.
          03 FILLER         PIC X(02) VALUE SPACES.
          03 DBN-VALOR      PIC ZZ.ZZZ.ZZZ.ZZ9,99.
          03 FILLER         PIC X(02) VALUE SPACES.
          03 DBN-FAIXA      PIC 9(001).
          03 FILLER         PIC X(02) VALUE SPACES.
          03 DBN-PERC       PIC Z9,99.
          03 FILLER         PIC X(02) VALUE SPACES.
          03 DBN-BONUS      PIC ZZZ.ZZZ.ZZ9,99.
          03 FILLER         PIC X(02) VALUE SPACES.
          03 DBN-SITUACAO   PIC X(001).
          03 FILLER         PIC X(02) VALUE SPACES.
          03 DBN-NAO-ABAT   PIC ZZZ.ZZZ.ZZ9,99.

       01 DET-TOTAL.
          03 TOT-TITULO PIC X(40).
          03 TOT-QTD    PIC ZZZ.ZZ9.
          03 FILLER     PIC X(02) VALUE SPACES.
          03 TOT-VALOR  PIC ZZ.ZZZ.ZZZ.ZZ9,99.

       LINKAGE SECTION.
       01 LS-ID PIC X(5).

       SCREEN SECTION.
       COPY "copybook\SISSTGER.CPY".

       01 TELA-MENU-RAPPEL.
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
        02 LINE 07 COL 22 VALUE "BONIFICACAO POR VOLUME (RAPPEL)".
        02 LINE 09 COL 10 VALUE "1 - Inclusao de Acordo".
        02 LINE 10 COL 10 VALUE "2 - Alteracao de Acordo".
        02 LINE 11 COL 10 VALUE "3 - Encerramento de Acordo".
        02 LINE 12 COL 10 VALUE "4 - Apuracao do Mes".
        02 LINE 13 COL 10 VALUE "5 - Aprovacao das Bonificacoes".
        02 LINE 14 COL 10 VALUE "6 - Relatorio do Mes".
        02 LINE 15 COL 10 VALUE "7 - Retornar".
        02 LINE 17 COL 10 VALUE
          "A BONIFICACAO APURADA SO VIRA CREDITO DO CLIENTE DEPOIS".
        02 LINE 18 COL 10 VALUE
          "DE APROVADA NA OPCAO 5.".
        02 LINE 20 COL 10 "Digite a opcao desejada[.]".
        02 OPCAO LINE 20 COL 34 PIC X(01) USING W-OPCAO AUTO.
      *
       01 TELA-RAPPEL.
        02 BLANK SCREEN.
        02 LINE 02 COL 28 VALUE "Sistema de Franquia AMBEV".
        02 LINE 05 COL 27 VALUE "ACORDO DE BONIFICACAO".
        02 LINE 05 COL 66 VALUE "[".
        02 LINE 05 COL 67 PIC X(10) USING DOPCAO.
        02 LINE 05 COL 77 VALUE "]".
        02 LINE 07 COL 10 VALUE "CODIGO       : [     ]".
        02 LINE 07 COL 40 VALUE "ZEROS SAI".
        02 LINE 08 COL 10 VALUE "DESCRICAO    : [".
        02 LINE 08 COL 66 VALUE "]".
        02 LINE 09 COL 10 VALUE "BENEFICIARIO : [ ]".
        02 LINE 09 COL 30 VALUE "C=CLIENTE G=GRUPO ECONOMICO".
        02 LINE 10 COL 10 VALUE "CODIGO       : [       ]".
        02 LINE 11 COL 10 VALUE "BASE FAIXAS  : [ ]".
        02 LINE 11 COL 30 VALUE "Q=VOLUME (QTDE) V=VALOR FATURADO".
        02 LINE 12 COL 10 VALUE "VIGENCIA     : [      ] A [      ]".
        02 LINE 12 COL 46 VALUE "(AAAAMM)".
        02 LINE 14 COL 10 VALUE
          "MINIMO DO MES (QTDE OU VALOR) E % SOBRE O FATURADO".
        02 LINE 15 COL 10 VALUE
          "FAIXA 1      : [             ]  PERC.: [    ]".
        02 LINE 16 COL 10 VALUE
          "FAIXA 2      : [             ]  PERC.: [    ]".
        02 LINE 17 COL 10 VALUE
          "FAIXA 3      : [             ]  PERC.: [    ]".
        02 LINE 18 COL 10 VALUE
          "FAIXA 4      : [             ]  PERC.: [    ]".
        02 LINE 19 COL 10 VALUE
          "FAIXA 5      : [             ]  PERC.: [    ]".
        02 LINE 21 COL 10 VALUE "STATUS       : [ ]".
        02 LINE 21 COL 30 VALUE "A=ATIVO F=ENCERRADO".
      *
       01 TELA-MES-RAPPEL.
        02 BLANK SCREEN.
        02 LINE 02 COL 28 VALUE "Sistema de Franquia AMBEV".
        02 LINE 07 COL 22 VALUE "BONIFICACAO POR VOLUME (RAPPEL)".
        02 LINE 08 COL 22 PIC X(10) USING DOPCAO.
        02 LINE 09 COL 10 VALUE "ANO/MES (AAAAMM)     : [      ]".
        02 LINE 11 COL 10 VALUE
          "A APURACAO LE O HISTORICO CONSOLIDADO PELO AGRVEN E".
        02 LINE 12 COL 10 VALUE
          "REFAZ AS BONIFICACOES AINDA PENDENTES DO MES; AS JA".
        02 LINE 13 COL 10 VALUE
          "EMITIDAS OU REJEITADAS NAO SAO ALTERADAS.".
      *
       01 TELA-APROVA.
        02 BLANK SCREEN.
        02 LINE 02 COL 28 VALUE "Sistema de Franquia AMBEV".
        02 LINE 04 COL 24 VALUE "APROVACAO DE BONIFICACAO".
        02 LINE 06 COL 10 VALUE "ACORDO       :".
        02 LINE 07 COL 10 VALUE "CLIENTE      :".
        02 LINE 08 COL 10 VALUE "VENDEDOR     :".
        02 LINE 08 COL 45 VALUE "ANO/MES:".
        02 LINE 09 COL 10 VALUE "QTDE NO MES  :".
        02 LINE 10 COL 10 VALUE "FATURADO     :".
        02 LINE 11 COL 10 VALUE "BASE ACORDO  :".
        02 LINE 12 COL 10 VALUE "FAIXA        :".
        02 LINE 12 COL 35 VALUE "PERCENTUAL:".
        02 LINE 13 COL 10 VALUE "BONIFICACAO  :".
        02 LINE 16 COL 10 VALUE "DECISAO      : [ ]".
        02 LINE 16 COL 30 VALUE
          "A=APROVAR R=REJEITAR P=PULAR F=FIM".
      *-----------------------------------------------------------------
       PROCEDURE DIVISION  USING LS-ID.
       INICIO.
      * RESOLVE OS CAMINHOS DA FILIAL SELECIONADA NO LOGIN ANTES DE
      * ABRIR QUALQUER ARQUIVO DE DADOS (VER SISFIPGER.CPY).
           MOVE LS-ID TO WS-SESSAO-ID
           PERFORM CARREGA-FILIAL
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-DATA-HOJE
           MOVE ZEROS TO WS-QTD-PERDIDOS WS-QTD-ACO-FORA
           PERFORM CALCULA-MES-ANTERIOR
           MOVE "N" TO WS-MODO-BATCH
           IF LS-ID = "BATCH"
              MOVE "S" TO WS-MODO-BATCH
           END-IF
           PERFORM OPEN-RAPPEL
           IF WS-MODO-BATCH = "S"
              PERFORM APURA-MES THRU APURA-MES-FIM
              PERFORM EMITE-RELATORIO THRU EMITE-RELATORIO-FIM
              PERFORM CLOSE-RAPPEL
              EXIT PROGRAM
           END-IF
           MOVE "F" TO WFIM.
           PERFORM TELA-RAPPEL-0 UNTIL WFIM = "T".
       TELA-RAPPEL-0.
           MOVE SPACES TO W-OPCAO
           DISPLAY TELA-MENU-RAPPEL
           ACCEPT TELA-MENU-RAPPEL
           EVALUATE W-OPCAO
             WHEN "1"
                PERFORM INCLUSAO-000 THRU INCLUSAO-EXIT
             WHEN "2"
                PERFORM ALTERACAO-000 THRU ALTERACAO-EXIT
             WHEN "3"
                PERFORM EXCLUSAO-000 THRU EXCLUSAO-EXIT
             WHEN "4"
                MOVE "APURACAO" TO DOPCAO
                DISPLAY TELA-MES-RAPPEL
                MOVE 0 TO W-SEL
                PERFORM ENTRA-ANO-MES UNTIL W-SEL > 0
                IF W-SN = "S"
                   MOVE 0 TO W-SEL
                   PERFORM CONFIRMA-TELA UNTIL W-SEL > 0
                END-IF
                IF W-SN = "S"
                   PERFORM APURA-MES THRU APURA-MES-FIM
                   PERFORM EMITE-RELATORIO THRU EMITE-RELATORIO-FIM
                END-IF
             WHEN "5"
                PERFORM APROVA-BONIFICACOES
                   THRU APROVA-BONIFICACOES-FIM
             WHEN "6"
                MOVE "RELATORIO" TO DOPCAO
                DISPLAY TELA-MES-RAPPEL
                MOVE 0 TO W-SEL
                PERFORM ENTRA-ANO-MES UNTIL W-SEL > 0
                IF W-SN = "S"
                   PERFORM EMITE-RELATORIO THRU EMITE-RELATORIO-FIM
                END-IF
             WHEN "7"
                PERFORM CLOSE-RAPPEL
                MOVE "T" TO WFIM
                EXIT PROGRAM
           END-EVALUATE.

      * O MES PADRAO E O ANTERIOR AO CORRENTE (O ULTIMO FECHADO),
      * MESMO IDIOMA DO CALCOM.
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
           MOVE SPACES TO REGRAP
                          WS-GRAVACAO
                          .
           MOVE ZEROS  TO RAP_CODIGO
                          RAP_CODIGO_BENEF
                          RAP_MES_INICIO
                          RAP_MES_FIM
                          RAP_DATA_CADASTRO
                          .
           PERFORM VARYING WS-FX-IDX FROM 1 BY 1 UNTIL WS-FX-IDX > 5
              MOVE ZEROS TO RAP_FAIXA_MINIMO(WS-FX-IDX)
                            RAP_FAIXA_PERCENTUAL(WS-FX-IDX)
           END-PERFORM
           MOVE "C" TO RAP_TIPO_BENEF
           MOVE "Q" TO RAP_BASE
           MOVE "A" TO RAP_STATUS
           .
       INC-010.
           DISPLAY TELA-RAPPEL.
           PERFORM ENTRA-CODIGO UNTIL W-SEL > 0
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
       ALTERACAO-000.
           MOVE "ALTERACAO" TO DOPCAO.
           MOVE 0           TO W-SEL.
       ALT-001.
           PERFORM INC-001.
           DISPLAY TELA-RAPPEL.
           PERFORM ENTRA-CODIGO UNTIL W-SEL > 0
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
              UNLOCK ARQ-RAPPEL
              .
            MOVE ZEROS TO W-SEL
            .
       ALTERACAO-EXIT.
           EXIT.

      **************************
      * ROTINA DE ENCERRAMENTO *
      **************************
      * BAIXA LOGICA, MESMO IDIOMA DO CADGRP: O ACORDO ENCERRADO SAI
      * DAS APURACOES SEGUINTES; AS BONIFICACOES JA APURADAS FICAM.
       EXCLUSAO-000.
           MOVE "ENCERRA"   TO DOPCAO.
           MOVE 0           TO W-SEL.
       EXC-001.
           PERFORM INC-001.
           DISPLAY TELA-RAPPEL.
           PERFORM ENTRA-CODIGO UNTIL W-SEL > 0
           IF W-SEL = 2
              MOVE 0 TO W-SEL
              PERFORM EXCLUI-DADOS UNTIL W-SEL > 0
              PERFORM EXCLUSAO
              IF W-SN = "S"
                 PERFORM GRAVA-AUDITORIA
              END-IF
              UNLOCK ARQ-RAPPEL
              .
            MOVE ZEROS TO W-SEL
            .
       EXCLUSAO-EXIT.
           EXIT.

      * MESMO IDIOMA DO ENTRA-CODIGO DO CADGRP: EM ALTERACAO E
      * ENCERRAMENTO O READ E COM LOCK.
       ENTRA-CODIGO.
           UNLOCK ARQ-RAPPEL
           ACCEPT RAP_CODIGO AT 0726
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 02 OR RAP_CODIGO = ZEROS
              MOVE 1 TO W-SEL
           ELSE
              IF W-OPCAO = 2 OR W-OPCAO = 3
                 READ ARQ-RAPPEL WITH LOCK
              ELSE
                 READ ARQ-RAPPEL
              END-IF
              IF WS-RESULTADO-ACESSO NOT = "23"
                 IF WS-RESULTADO-ACESSO = "00"
                    PERFORM MOSTRA-DADOS
                    IF W-OPCAO = 1
                       MOVE "*** ACORDO JA CADASTRADO ***" TO MENS
                       PERFORM ROT-MENS THRU ROT-MENS-FIM
                       PERFORM INC-001
                       DISPLAY TELA-RAPPEL
                    ELSE
                       MOVE 2 TO W-SEL
                    END-IF
                 ELSE
                 IF WS-RESULTADO-ACESSO = "9D"
                    MOVE "*** ACORDO EM USO EM OUTRO TERMINAL ***"
                         TO MENS
                    PERFORM ROT-MENS THRU ROT-MENS-FIM
                    MOVE 1 TO W-SEL
                 ELSE
                    MOVE "ERRO NA LEITURA ARQUIVO ACORDOS" TO MENS
                    PERFORM ROT-MENS THRU ROT-MENS-FIM
                    MOVE 1 TO W-SEL
                 END-IF
                 END-IF
              ELSE
                IF W-OPCAO = 1
                   MOVE 2 TO W-SEL
                ELSE
                   MOVE "*** ACORDO NAO CADASTRADO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                END-IF
                END-IF
                .

      * TODOS OS CAMPOS SAO DIGITADOS DE UMA VEZ (COM O QUE JA ESTA NA
      * TELA) E CONFERIDOS NO FIM; SE ALGUM ESTIVER ERRADO A MENSAGEM
      * APONTA QUAL E A DIGITACAO RECOMECA DO PRIMEIRO CAMPO.
       ENTRA-DADOS.
           ACCEPT RAP_DESCRICAO WITH UPDATE AT 0826
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 02
              MOVE 1 TO W-SEL
              EXIT PARAGRAPH
           END-IF
           ACCEPT RAP_TIPO_BENEF WITH UPDATE AT 0926
           MOVE FUNCTION UPPER-CASE(RAP_TIPO_BENEF) TO RAP_TIPO_BENEF
           ACCEPT RAP_CODIGO_BENEF WITH UPDATE AT 1026
           ACCEPT RAP_BASE WITH UPDATE AT 1126
           MOVE FUNCTION UPPER-CASE(RAP_BASE) TO RAP_BASE
           ACCEPT RAP_MES_INICIO WITH UPDATE AT 1226
           ACCEPT RAP_MES_FIM WITH UPDATE AT 1237
           PERFORM ENTRA-FAIXA
               VARYING WS-FX-IDX FROM 1 BY 1 UNTIL WS-FX-IDX > 5
           IF W-OPCAO = 1
              MOVE "A" TO RAP_STATUS
              MOVE WS-DATA-HOJE TO RAP_DATA_CADASTRO
              MOVE LS-ID TO RAP_OPERADOR
           ELSE
              ACCEPT RAP_STATUS WITH UPDATE AT 2126
              MOVE FUNCTION UPPER-CASE(RAP_STATUS) TO RAP_STATUS
           END-IF
           PERFORM VALIDA-ACORDO THRU VALIDA-ACORDO-FIM
           IF WS-ERRO = "S"
              PERFORM ROT-MENS THRU ROT-MENS-FIM
           ELSE
              MOVE 2 TO W-SEL
           END-IF
           .

       ENTRA-FAIXA.
           COMPUTE WS-FX-POS = (14 + WS-FX-IDX) * 100 + 26
           ACCEPT RAP_FAIXA_MINIMO(WS-FX-IDX) WITH UPDATE AT WS-FX-POS
           ADD 24 TO WS-FX-POS
           ACCEPT RAP_FAIXA_PERCENTUAL(WS-FX-IDX)
               WITH UPDATE AT WS-FX-POS
           .

      * DEIXA A PRIMEIRA INCONSISTENCIA EM MENS E "S" EM WS-ERRO.
       VALIDA-ACORDO.
           MOVE "N" TO WS-ERRO
           IF RAP_DESCRICAO = SPACES
              MOVE "DESCRICAO INVALIDA" TO MENS
              GO TO VALIDA-ACORDO-ERRO
           END-IF
           IF RAP_TIPO_BENEF NOT = "C" AND "G"
              MOVE "BENEFICIARIO INVALIDO (C/G)" TO MENS
              GO TO VALIDA-ACORDO-ERRO
           END-IF
           PERFORM LOCALIZA-BENEFICIARIO
           IF WS-ACHOU = "N"
              GO TO VALIDA-ACORDO-ERRO
           END-IF
           DISPLAY WS-BENEF-NOME AT 1035
           IF RAP_BASE NOT = "Q" AND "V"
              MOVE "BASE DAS FAIXAS INVALIDA (Q/V)" TO MENS
              GO TO VALIDA-ACORDO-ERRO
           END-IF
           IF RAP_MES_INICIO < 190001 OR
              RAP_MES_INICIO(5:2) < "01" OR
              RAP_MES_INICIO(5:2) > "12" OR
              RAP_MES_FIM(5:2) < "01" OR
              RAP_MES_FIM(5:2) > "12" OR
              RAP_MES_FIM < RAP_MES_INICIO
              MOVE "VIGENCIA INVALIDA (AAAAMM A AAAAMM)" TO MENS
              GO TO VALIDA-ACORDO-ERRO
           END-IF
           MOVE ZEROS TO WS-FX-ANTERIOR
           MOVE "N"   TO WS-FX-VAZIA
           PERFORM VALIDA-FAIXA
               VARYING WS-FX-IDX FROM 1 BY 1
                 UNTIL WS-FX-IDX > 5 OR WS-ERRO = "S"
           IF WS-ERRO = "S"
              GO TO VALIDA-ACORDO-FIM
           END-IF
           IF RAP_STATUS NOT = "A" AND "F"
              MOVE "STATUS INVALIDO (A/F)" TO MENS
              GO TO VALIDA-ACORDO-ERRO
           END-IF
           GO TO VALIDA-ACORDO-FIM
           .
       VALIDA-ACORDO-ERRO.
           MOVE "S" TO WS-ERRO
           .
       VALIDA-ACORDO-FIM.
           EXIT.

       VALIDA-FAIXA.
           IF RAP_FAIXA_MINIMO(WS-FX-IDX) = ZEROS AND
              RAP_FAIXA_PERCENTUAL(WS-FX-IDX) = ZEROS
              IF WS-FX-IDX = 1
                 MOVE "INFORME A FAIXA 1" TO MENS
                 MOVE "S" TO WS-ERRO
              ELSE
                 MOVE "S" TO WS-FX-VAZIA
              END-IF
              EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO MENS
           IF WS-FX-VAZIA = "S"
              STRING "FAIXA " WS-FX-IDX " DEPOIS DE FAIXA VAZIA"
                  DELIMITED BY SIZE INTO MENS
              END-STRING
           ELSE
           IF RAP_FAIXA_PERCENTUAL(WS-FX-IDX) = ZEROS
              STRING "PERCENTUAL DA FAIXA " WS-FX-IDX " ZERADO"
                  DELIMITED BY SIZE INTO MENS
              END-STRING
           ELSE
           IF WS-FX-IDX > 1 AND
              RAP_FAIXA_MINIMO(WS-FX-IDX) NOT > WS-FX-ANTERIOR
              STRING "MINIMO DA FAIXA " WS-FX-IDX
                     " NAO SUPERA O DA ANTERIOR"
                  DELIMITED BY SIZE INTO MENS
              END-STRING
           END-IF
           END-IF
           END-IF
           IF MENS NOT = SPACES
              MOVE "S" TO WS-ERRO
           ELSE
              MOVE RAP_FAIXA_MINIMO(WS-FX-IDX) TO WS-FX-ANTERIOR
           END-IF
           .

      * CLIENTE (QUALQUER SITUACAO MENOS FECHADO NA INCLUSAO) OU GRUPO
      * ATIVO; DEVOLVE O NOME EM WS-BENEF-NOME E "S" EM WS-ACHOU.
       LOCALIZA-BENEFICIARIO.
           MOVE "N"    TO WS-ACHOU
           MOVE SPACES TO WS-BENEF-NOME
           IF RAP_TIPO_BENEF = "C"
              MOVE RAP_CODIGO_BENEF TO CLI_CODIGO_CLIENTE
              READ ARQ-CLIENTE
                  INVALID KEY
                     MOVE "*** CLIENTE NAO CADASTRADO ***" TO MENS
                  NOT INVALID KEY
                     MOVE CLI_RAZAO_SOCIAL TO WS-BENEF-NOME
                     IF W-OPCAO = 1 AND CLI_STATUS = "F"
                        MOVE "*** CLIENTE FECHADO ***" TO MENS
                     ELSE
                        MOVE "S" TO WS-ACHOU
                     END-IF
              END-READ
           ELSE
              IF WS-SEM-GRUPO = "S"
                 MOVE "*** NAO HA GRUPOS ECONOMICOS CADASTRADOS ***"
                   TO MENS
              ELSE
                 MOVE RAP_CODIGO_BENEF TO GRP_CODIGO
                 READ ARQ-GRUPO
                     INVALID KEY
                        MOVE "*** GRUPO NAO CADASTRADO ***" TO MENS
                     NOT INVALID KEY
                        MOVE GRP_NOME TO WS-BENEF-NOME
                        IF W-OPCAO = 1 AND GRP_STATUS NOT = "A"
                           MOVE "*** GRUPO FECHADO ***" TO MENS
                        ELSE
                           MOVE "S" TO WS-ACHOU
                        END-IF
                 END-READ
              END-IF
           END-IF
           MOVE "00" TO WS-RESULTADO-ACESSO
           .

       MOSTRA-DADOS.
           DISPLAY RAP_CODIGO       AT 0726
           DISPLAY RAP_DESCRICAO    AT 0826
           DISPLAY RAP_TIPO_BENEF   AT 0926
           DISPLAY RAP_CODIGO_BENEF AT 1026
           PERFORM LOCALIZA-BENEFICIARIO
           DISPLAY WS-BENEF-NOME    AT 1035
           DISPLAY RAP_BASE         AT 1126
           DISPLAY RAP_MES_INICIO   AT 1226
           DISPLAY RAP_MES_FIM      AT 1237
           PERFORM MOSTRA-FAIXA
               VARYING WS-FX-IDX FROM 1 BY 1 UNTIL WS-FX-IDX > 5
           DISPLAY RAP_STATUS       AT 2126
           .

       MOSTRA-FAIXA.
           COMPUTE WS-FX-POS = (14 + WS-FX-IDX) * 100 + 26
           DISPLAY RAP_FAIXA_MINIMO(WS-FX-IDX) AT WS-FX-POS
           ADD 24 TO WS-FX-POS
           DISPLAY RAP_FAIXA_PERCENTUAL(WS-FX-IDX) AT WS-FX-POS
           .

       GRAVA-AUDITORIA.
           MOVE FUNCTION CURRENT-DATE(1:14) TO AUD-DATA-HORA
           MOVE "CADRAP"     TO AUD-PROGRAMA
           MOVE LS-ID        TO AUD-OPERADOR
           MOVE DOPCAO       TO AUD-OPERACAO
           MOVE RAP_CODIGO   TO AUD-CODIGO
           MOVE SPACES       TO AUD-RESULTADO
           STRING RAP_TIPO_BENEF " " RAP_CODIGO_BENEF
                  " " RAP_BASE " " RAP_MES_INICIO "-" RAP_MES_FIM
                  " " RAP_STATUS
               DELIMITED BY SIZE INTO AUD-RESULTADO
           END-STRING
           WRITE REGAUD
           .

       GRAVACAO.
           IF W-SN = "S"
              WRITE REGRAP
              IF WS-RESULTADO-ACESSO = "00" OR "02"
                 MOVE "*** DADOS GRAVADOS *** " TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
              ELSE
              IF WS-RESULTADO-ACESSO = "22"
                 MOVE "*** ACORDO JA EXISTE *** " TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
              ELSE
                 MOVE "ERRO NA GRAVACAO DO ACORDO" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
           .

       REGRAVACAO.
           IF W-SN = "S"
              REWRITE REGRAP
              IF WS-RESULTADO-ACESSO = "00" OR "02"
                 MOVE "*** REGISTRO ALTERADO ***" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
              ELSE
                 MOVE "ERRO NA ALTERACAO DO ACORDO" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
           .

       EXCLUSAO.
           IF W-SN = "S"
              MOVE "F" TO RAP_STATUS
              REWRITE REGRAP
              IF WS-RESULTADO-ACESSO = "00"
                 MOVE "*** ACORDO ENCERRADO ***" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
              ELSE
                 MOVE "ERRO NO ENCERRAMENTO DO ACORDO" TO MENS
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

       EXCLUI-DADOS.
           MOVE "N" TO W-SN
           DISPLAY "ENCERRAR (S/N) : " AT 2340
           ACCEPT W-SN WITH UPDATE AT 2357
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 02
              MOVE "N" TO W-SN
              MOVE 1 TO W-SEL
           ELSE
                IF W-SN = "N" OR "n"
                   MOVE "*** ACORDO NAO ENCERRADO ***" TO MENS
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

      ************************************
      * APURACAO DO MES                  *
      ************************************
      * LE O HISTORICO DO MES (ARQ-HISVEN, RECONSTRUIDO PELO AGRVEN)
      * PARA OS ACORDOS ATIVOS E VIGENTES NO MES. AS BONIFICACOES
      * PENDENTES DO MES SAO APAGADAS E REFEITAS, ENTAO A RODADA E
      * REEXECUTAVEL (POR EXEMPLO DEPOIS DE UM AGRVEN REPETIDO); A
      * EMITIDA OU REJEITADA NAO E TOCADA.
       APURA-MES.
           MOVE "APURACAO" TO DOPCAO
           MOVE ZEROS TO WS-QTD-GERADAS WS-QTD-MANTIDAS
                         WS-QTD-APAGADAS WS-QTD-PERDIDOS
                         WS-QTD-ACO-FORA
           OPEN INPUT ARQ-HISVEN
           IF WS-RESULTADO-ACESSO NOT = "00"
              MOVE "*** RODE A CONSOLIDACAO (AGRVEN) ANTES ***"
                     TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO APURA-MES-FIM
           END-IF
           MOVE "N" TO WS-EOF-HIS
           MOVE WS-ANO-MES TO HIS_ANO_MES
           MOVE ZEROS TO HIS_COD_VENDEDOR
                         HIS_CODIGO_CLIENTE
                         HIS_CODIGO_PRODUTO
           START ARQ-HISVEN
               KEY IS NOT LESS THAN HIS_CHAVE
                    INVALID KEY
                       MOVE "Y" TO WS-EOF-HIS
           END-START
           IF WS-EOF-HIS = "N"
              READ ARQ-HISVEN NEXT AT END
                  MOVE "Y" TO WS-EOF-HIS
              END-READ
           END-IF
           IF WS-EOF-HIS = "Y" OR HIS_ANO_MES NOT = WS-ANO-MES
              MOVE "*** MES SEM CONSOLIDACAO: RODE O AGRVEN ***"
                     TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              CLOSE ARQ-HISVEN
              GO TO APURA-MES-FIM
           END-IF
           PERFORM OPEN-BONIF
           IF WS-RESULTADO-ACESSO NOT = "00"
              MOVE "ERRO NA ABERTURA DAS BONIFICACOES" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              CLOSE ARQ-HISVEN
              GO TO APURA-MES-FIM
           END-IF

           PERFORM LIMPA-PENDENTES
           PERFORM CARREGA-ACORDOS
           IF WS-QTD-ACORDOS > ZEROS
              PERFORM ACUMULA-HISTORICO
              PERFORM GRAVA-BONIFICACOES
                  VARYING WS-ACO-IDX FROM 1 BY 1
                    UNTIL WS-ACO-IDX > WS-QTD-ACORDOS
           END-IF
           CLOSE ARQ-HISVEN ARQ-BONIF

           MOVE FUNCTION CURRENT-DATE(1:14) TO AUD-DATA-HORA
           MOVE "CADRAP"       TO AUD-PROGRAMA
           MOVE LS-ID          TO AUD-OPERADOR
           MOVE DOPCAO         TO AUD-OPERACAO
           MOVE WS-ANO-MES     TO AUD-CODIGO
           MOVE SPACES         TO AUD-RESULTADO
           STRING "ACORDOS " WS-QTD-ACORDOS
                  " BONIFICACOES " WS-QTD-GERADAS
               DELIMITED BY SIZE INTO AUD-RESULTADO
           END-STRING
           WRITE REGAUD
           MOVE SPACES TO MENS
           STRING "*** ACORDOS " WS-QTD-ACORDOS
                  " BONIFICACOES APURADAS " WS-QTD-GERADAS " ***"
               DELIMITED BY SIZE INTO MENS
           END-STRING
           PERFORM ROT-MENS THRU ROT-MENS-FIM
           .
       APURA-MES-FIM.
           EXIT.

       LIMPA-PENDENTES.
           MOVE "N"   TO WS-EOF-BON
           MOVE ZEROS TO BON_CODIGO_ACORDO
                         BON_ANO_MES
                         BON_CODIGO_CLIENTE
           START ARQ-BONIF
               KEY IS NOT LESS THAN BON_CHAVE
                    INVALID KEY
                       MOVE "Y" TO WS-EOF-BON
           END-START
           PERFORM UNTIL WS-EOF-BON = "Y"
               READ ARQ-BONIF NEXT AT END
                   MOVE "Y" TO WS-EOF-BON
               END-READ
               IF WS-EOF-BON = "N"
                  IF BON_ANO_MES = WS-ANO-MES AND
                     BON_SITUACAO = "P"
                     DELETE ARQ-BONIF
                     IF WS-RESULTADO-ACESSO = "00"
                        ADD 1 TO WS-QTD-APAGADAS
                     END-IF
                  END-IF
               END-IF
           END-PERFORM
           MOVE "00" TO WS-RESULTADO-ACESSO
           .

       CARREGA-ACORDOS.
           MOVE ZEROS TO WS-QTD-ACORDOS WS-QTD-LOJAS
           MOVE "N"   TO WS-EOF-RAP
           MOVE ZEROS TO RAP_CODIGO
           START ARQ-RAPPEL
               KEY IS GREATER THAN RAP_CODIGO
                    INVALID KEY
                       MOVE "Y" TO WS-EOF-RAP
           END-START
           PERFORM UNTIL WS-EOF-RAP = "Y"
               READ ARQ-RAPPEL NEXT AT END
                   MOVE "Y" TO WS-EOF-RAP
               END-READ
               IF WS-EOF-RAP = "N"
                  IF RAP_STATUS = "A" AND
                     RAP_MES_INICIO NOT > WS-ANO-MES AND
                     RAP_MES_FIM NOT < WS-ANO-MES
                     IF WS-QTD-ACORDOS < 200
                        ADD 1 TO WS-QTD-ACORDOS
                        MOVE RAP_CODIGO
                          TO WS-ACO-CODIGO(WS-QTD-ACORDOS)
                        MOVE RAP_TIPO_BENEF
                          TO WS-ACO-TIPO(WS-QTD-ACORDOS)
                        MOVE RAP_CODIGO_BENEF
                          TO WS-ACO-BENEF(WS-QTD-ACORDOS)
                        MOVE ZEROS TO WS-ACO-QTDE(WS-QTD-ACORDOS)
                                      WS-ACO-VALOR(WS-QTD-ACORDOS)
                     ELSE
                        ADD 1 TO WS-QTD-ACO-FORA
                     END-IF
                  END-IF
               END-IF
           END-PERFORM
           MOVE "00" TO WS-RESULTADO-ACESSO
           .

      * UMA VARREDURA DO MES NO HISTORICO: CADA LINHA (VENDEDOR +
      * CLIENTE + PRODUTO) SOMA NOS ACORDOS DO PROPRIO CLIENTE E NOS
      * DO GRUPO ECONOMICO DELE.
       ACUMULA-HISTORICO.
           MOVE "N" TO WS-EOF-HIS
           MOVE WS-ANO-MES TO HIS_ANO_MES
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
                  IF HIS_ANO_MES NOT = WS-ANO-MES
                     MOVE "Y" TO WS-EOF-HIS
                  ELSE
                     MOVE ZEROS TO WS-HIS-GRUPO
                     IF WS-SEM-GRUPO NOT = "S"
                        MOVE HIS_CODIGO_CLIENTE TO GRC_CODIGO_CLIENTE
                        READ ARQ-GRPCLI
                            INVALID KEY
                               CONTINUE
                            NOT INVALID KEY
                               MOVE GRC_CODIGO_GRUPO TO WS-HIS-GRUPO
                        END-READ
                     END-IF
                     PERFORM ACUMULA-ACORDO
                         VARYING WS-ACO-IDX FROM 1 BY 1
                           UNTIL WS-ACO-IDX > WS-QTD-ACORDOS
                  END-IF
               END-IF
           END-PERFORM
           MOVE "00" TO WS-RESULTADO-ACESSO
           .

       ACUMULA-ACORDO.
           IF (WS-ACO-TIPO(WS-ACO-IDX) = "C" AND
               WS-ACO-BENEF(WS-ACO-IDX) = HIS_CODIGO_CLIENTE) OR
              (WS-ACO-TIPO(WS-ACO-IDX) = "G" AND
               WS-HIS-GRUPO > ZEROS AND
               WS-ACO-BENEF(WS-ACO-IDX) = WS-HIS-GRUPO)
              ADD HIS_QTDE  TO WS-ACO-QTDE(WS-ACO-IDX)
              ADD HIS_VALOR TO WS-ACO-VALOR(WS-ACO-IDX)
              PERFORM ACUMULA-LOJA
           END-IF
           .

       ACUMULA-LOJA.
           MOVE "N" TO WS-ACHOU
           PERFORM VARYING WS-LOJ-IDX FROM 1 BY 1
                   UNTIL WS-LOJ-IDX > WS-QTD-LOJAS OR WS-ACHOU = "S"
              IF WS-LOJ-ACORDO(WS-LOJ-IDX) = WS-ACO-IDX AND
                 WS-LOJ-CLIENTE(WS-LOJ-IDX) = HIS_CODIGO_CLIENTE
                 ADD HIS_QTDE  TO WS-LOJ-QTDE(WS-LOJ-IDX)
                 ADD HIS_VALOR TO WS-LOJ-VALOR(WS-LOJ-IDX)
                 MOVE "S" TO WS-ACHOU
              END-IF
           END-PERFORM
           IF WS-ACHOU = "N"
              IF WS-QTD-LOJAS < 2000
                 ADD 1 TO WS-QTD-LOJAS
                 MOVE WS-ACO-IDX TO WS-LOJ-ACORDO(WS-QTD-LOJAS)
                 MOVE HIS_CODIGO_CLIENTE
                   TO WS-LOJ-CLIENTE(WS-QTD-LOJAS)
                 MOVE HIS_QTDE  TO WS-LOJ-QTDE(WS-QTD-LOJAS)
                 MOVE HIS_VALOR TO WS-LOJ-VALOR(WS-QTD-LOJAS)
              ELSE
                 ADD 1 TO WS-QTD-PERDIDOS
              END-IF
           END-IF
           .

      * FAIXA ATINGIDA PELO ACORDO (A MAIOR CUJO MINIMO O TOTAL DO MES
      * ALCANCOU) E UMA BONIFICACAO PENDENTE POR LOJA COM FATURADO.
       GRAVA-BONIFICACOES.
           MOVE WS-ACO-CODIGO(WS-ACO-IDX) TO RAP_CODIGO
           READ ARQ-RAPPEL
               INVALID KEY
                  MOVE "23" TO WS-RESULTADO-ACESSO
           END-READ
           IF WS-RESULTADO-ACESSO NOT = "00"
              MOVE "00" TO WS-RESULTADO-ACESSO
              EXIT PARAGRAPH
           END-IF
           IF RAP_BASE = "Q"
              MOVE WS-ACO-QTDE(WS-ACO-IDX)  TO WS-TOTAL-FAIXA
           ELSE
              MOVE WS-ACO-VALOR(WS-ACO-IDX) TO WS-TOTAL-FAIXA
           END-IF
           MOVE ZEROS TO WS-FAIXA WS-PERCENTUAL
           PERFORM ACHA-FAIXA
               VARYING WS-FX-IDX FROM 1 BY 1 UNTIL WS-FX-IDX > 5
           IF WS-FAIXA = ZEROS
              EXIT PARAGRAPH
           END-IF
           PERFORM GRAVA-BONIF-LOJA
               VARYING WS-LOJ-IDX FROM 1 BY 1
                 UNTIL WS-LOJ-IDX > WS-QTD-LOJAS
           .

       ACHA-FAIXA.
           IF RAP_FAIXA_PERCENTUAL(WS-FX-IDX) > ZEROS AND
              WS-TOTAL-FAIXA NOT < RAP_FAIXA_MINIMO(WS-FX-IDX) AND
              WS-TOTAL-FAIXA > ZEROS
              MOVE WS-FX-IDX TO WS-FAIXA
              MOVE RAP_FAIXA_PERCENTUAL(WS-FX-IDX) TO WS-PERCENTUAL
           END-IF
           .

      * A BONIFICACAO JA EMITIDA OU REJEITADA DO MESMO ACORDO/MES/LOJA
      * (AS PENDENTES FORAM APAGADAS NA LIMPEZA) SEGURA A CHAVE: A
      * NOVA NAO E GRAVADA E CONTA COMO MANTIDA.
       GRAVA-BONIF-LOJA.
           IF WS-LOJ-ACORDO(WS-LOJ-IDX) NOT = WS-ACO-IDX
              EXIT PARAGRAPH
           END-IF
           COMPUTE WS-VALOR-BONUS ROUNDED =
               WS-LOJ-VALOR(WS-LOJ-IDX) * WS-PERCENTUAL / 100
           IF WS-VALOR-BONUS = ZEROS
              EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO REGBON
           MOVE RAP_CODIGO                 TO BON_CODIGO_ACORDO
           MOVE WS-ANO-MES                 TO BON_ANO_MES
           MOVE WS-LOJ-CLIENTE(WS-LOJ-IDX) TO BON_CODIGO_CLIENTE
           MOVE WS-LOJ-CLIENTE(WS-LOJ-IDX) TO CLI_CODIGO_CLIENTE
           READ ARQ-CLIENTE
               INVALID KEY
                  MOVE ZEROS TO CLI_COD_VENDEDOR
           END-READ
           MOVE CLI_COD_VENDEDOR           TO BON_COD_VENDEDOR
           MOVE WS-LOJ-QTDE(WS-LOJ-IDX)    TO BON_BASE_QTDE
           MOVE WS-LOJ-VALOR(WS-LOJ-IDX)   TO BON_BASE_VALOR
           MOVE WS-TOTAL-FAIXA             TO BON_TOTAL_ACORDO
           MOVE WS-FAIXA                   TO BON_FAIXA
           MOVE WS-PERCENTUAL              TO BON_PERCENTUAL
           MOVE WS-VALOR-BONUS             TO BON_VALOR
           MOVE "P"                        TO BON_SITUACAO
           MOVE WS-DATA-HOJE               TO BON_DATA_APURACAO
           MOVE ZEROS                      TO BON_DATA_DECISAO
                                              BON_VALOR_NAO_ABATIDO
           MOVE LS-ID                      TO BON_OPERADOR
           WRITE REGBON
           IF WS-RESULTADO-ACESSO = "00" OR "02"
              ADD 1 TO WS-QTD-GERADAS
           ELSE
              ADD 1 TO WS-QTD-MANTIDAS
           END-IF
           MOVE "00" TO WS-RESULTADO-ACESSO
           .

      ************************************
      * APROVACAO DAS BONIFICACOES       *
      ************************************
      * PERCORRE AS PENDENTES DO MES, UMA A UMA (MESMO IDIOMA DA
      * ANALISE DE PROPOSTAS DO REVLIM). APROVAR EMITE O CREDITO E
      * ABATE OS TITULOS EM ABERTO DO CLIENTE NA HORA.
       APROVA-BONIFICACOES.
           MOVE "APROVACAO" TO DOPCAO
           DISPLAY TELA-MES-RAPPEL
           MOVE 0 TO W-SEL
           PERFORM ENTRA-ANO-MES UNTIL W-SEL > 0
           IF W-SN NOT = "S"
              GO TO APROVA-BONIFICACOES-FIM
           END-IF
           OPEN I-O ARQ-BONIF
           IF WS-RESULTADO-ACESSO NOT = "00"
              MOVE "*** NAO HA BONIFICACOES APURADAS ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO APROVA-BONIFICACOES-FIM
           END-IF
           OPEN I-O ARQ-TITULO
           IF WS-RESULTADO-ACESSO NOT = "00"
              MOVE "ERRO NA ABERTURA DO ARQUIVO DE TITULOS" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              CLOSE ARQ-BONIF
              GO TO APROVA-BONIFICACOES-FIM
           END-IF
           PERFORM OPEN-JORNAL
           MOVE "CADRAP" TO WS-JRN-PROGRAMA
           MOVE LS-ID    TO WS-JRN-OPERADOR
           MOVE "TIT"    TO WS-JRN-ARQUIVO
           MOVE ZEROS    TO WS-JRN-LOTE
           MOVE ZEROS    TO WS-QTD-EMITIDAS WS-QTD-REJEITADAS

           MOVE "N"   TO WS-FIM-ANALISE
           MOVE "N"   TO WS-EOF-BON
           MOVE ZEROS TO BON_CODIGO_ACORDO
                         BON_ANO_MES
                         BON_CODIGO_CLIENTE
           START ARQ-BONIF
               KEY IS NOT LESS THAN BON_CHAVE
                    INVALID KEY
                       MOVE "Y" TO WS-EOF-BON
           END-START
           PERFORM UNTIL WS-EOF-BON = "Y" OR WS-FIM-ANALISE = "S"
               READ ARQ-BONIF NEXT AT END
                   MOVE "Y" TO WS-EOF-BON
               END-READ
               IF WS-EOF-BON = "N"
                  IF BON_ANO_MES = WS-ANO-MES AND
                     BON_SITUACAO = "P"
                     PERFORM ANALISA-UMA
                  END-IF
               END-IF
           END-PERFORM

           CLOSE ARQ-BONIF ARQ-TITULO ARQ-JRN
           MOVE SPACES TO MENS
           STRING "*** EMITIDAS " WS-QTD-EMITIDAS
                  " REJEITADAS " WS-QTD-REJEITADAS " ***"
               DELIMITED BY SIZE INTO MENS
           END-STRING
           PERFORM ROT-MENS THRU ROT-MENS-FIM
           .
       APROVA-BONIFICACOES-FIM.
           EXIT.

       ANALISA-UMA.
           DISPLAY TELA-APROVA
           MOVE BON_CODIGO_ACORDO TO RAP_CODIGO
           READ ARQ-RAPPEL
               INVALID KEY
                  MOVE SPACES TO RAP_DESCRICAO
           END-READ
           MOVE BON_CODIGO_CLIENTE TO CLI_CODIGO_CLIENTE
           READ ARQ-CLIENTE
               INVALID KEY
                  MOVE SPACES TO CLI_RAZAO_SOCIAL
           END-READ
           DISPLAY BON_CODIGO_ACORDO      AT 0626
           DISPLAY RAP_DESCRICAO          AT 0633
           DISPLAY BON_CODIGO_CLIENTE     AT 0726
           DISPLAY CLI_RAZAO_SOCIAL(1:40) AT 0735
           DISPLAY BON_COD_VENDEDOR       AT 0826
           DISPLAY BON_ANO_MES            AT 0854
           DISPLAY BON_BASE_QTDE          AT 0926
           MOVE BON_BASE_VALOR TO WS-FAT-EDIT
           DISPLAY WS-FAT-EDIT            AT 1026
           IF RAP_BASE = "Q"
              DISPLAY BON_TOTAL_ACORDO(1:11) AT 1126
              DISPLAY "(QTDE)"            AT 1140
           ELSE
              MOVE BON_TOTAL_ACORDO TO WS-FAT-EDIT
              DISPLAY WS-FAT-EDIT         AT 1126
              DISPLAY "(VALOR)"           AT 1145
           END-IF
           DISPLAY BON_FAIXA              AT 1226
           DISPLAY BON_PERCENTUAL         AT 1247
           MOVE BON_VALOR TO WS-VALOR-EDIT
           DISPLAY WS-VALOR-EDIT          AT 1326
           MOVE 0 TO W-SEL
           PERFORM ENTRA-DECISAO UNTIL W-SEL > 0
           EVALUATE WS-DECISAO
             WHEN "A"
                PERFORM EMITE-BONIFICACAO
             WHEN "R"
                PERFORM REJEITA-BONIFICACAO
             WHEN "F"
                MOVE "S" TO WS-FIM-ANALISE
           END-EVALUATE
           .

       ENTRA-DECISAO.
           MOVE SPACES TO WS-DECISAO
           ACCEPT WS-DECISAO AT 1626
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 02
              MOVE "F" TO WS-DECISAO
           END-IF
           MOVE FUNCTION UPPER-CASE(WS-DECISAO) TO WS-DECISAO
           IF WS-DECISAO = "A" OR "R" OR "P" OR "F"
              MOVE 1 TO W-SEL
           ELSE
              MOVE "DIGITE A, R, P OU F" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
           END-IF
           .

      * RELE A BONIFICACAO COM LOCK: SE OUTRO TERMINAL JA DECIDIU,
      * NAO EMITE DE NOVO.
       EMITE-BONIFICACAO.
           READ ARQ-BONIF WITH LOCK
           IF WS-RESULTADO-ACESSO = "9D"
              MOVE "*** BONIFICACAO EM USO EM OUTRO TERMINAL ***"
                TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              EXIT PARAGRAPH
           END-IF
           IF WS-RESULTADO-ACESSO NOT = "00" OR BON_SITUACAO NOT = "P"
              UNLOCK ARQ-BONIF
              MOVE "*** BONIFICACAO JA DECIDIDA ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              MOVE "00" TO WS-RESULTADO-ACESSO
              EXIT PARAGRAPH
           END-IF
           PERFORM ABATE-TITULOS-CLIENTE
           MOVE "E"              TO BON_SITUACAO
           MOVE WS-DATA-HOJE     TO BON_DATA_DECISAO
           MOVE LS-ID            TO BON_OPERADOR
           MOVE WS-SALDO-CREDITO TO BON_VALOR_NAO_ABATIDO
           REWRITE REGBON
           IF WS-RESULTADO-ACESSO NOT = "00"
              UNLOCK ARQ-BONIF
              MOVE "ERRO NA GRAVACAO DA BONIFICACAO" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              EXIT PARAGRAPH
           END-IF
           UNLOCK ARQ-BONIF
           ADD 1 TO WS-QTD-EMITIDAS
           MOVE WS-SALDO-CREDITO TO WS-VALOR-EDIT
           MOVE SPACES TO MENS
           STRING "EMITIDA NAO ABATIDO " WS-VALOR-EDIT
               DELIMITED BY SIZE INTO MENS
           END-STRING
           PERFORM GRAVA-AUDITORIA-BONIF
           MOVE SPACES TO MENS
           STRING "*** PARCELAS QUITADAS " WS-QTD-ABATIDAS
                  " REDUZIDAS " WS-QTD-REDUZIDAS " ***"
               DELIMITED BY SIZE INTO MENS
           END-STRING
           PERFORM ROT-MENS THRU ROT-MENS-FIM
           .

       REJEITA-BONIFICACAO.
           READ ARQ-BONIF WITH LOCK
           IF WS-RESULTADO-ACESSO = "9D"
              MOVE "*** BONIFICACAO EM USO EM OUTRO TERMINAL ***"
                TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              EXIT PARAGRAPH
           END-IF
           IF WS-RESULTADO-ACESSO NOT = "00" OR BON_SITUACAO NOT = "P"
              UNLOCK ARQ-BONIF
              MOVE "00" TO WS-RESULTADO-ACESSO
              EXIT PARAGRAPH
           END-IF
           MOVE "R"          TO BON_SITUACAO
           MOVE WS-DATA-HOJE TO BON_DATA_DECISAO
           MOVE LS-ID        TO BON_OPERADOR
           REWRITE REGBON
           UNLOCK ARQ-BONIF
           ADD 1 TO WS-QTD-REJEITADAS
           MOVE BON_VALOR TO WS-VALOR-EDIT
           MOVE SPACES TO MENS
           STRING "REJEITADA " WS-VALOR-EDIT
               DELIMITED BY SIZE INTO MENS
           END-STRING
           PERFORM GRAVA-AUDITORIA-BONIF
           MOVE "00" TO WS-RESULTADO-ACESSO
           .

      * APLICA O CREDITO NOS TITULOS EM ABERTO DO CLIENTE PELA CHAVE
      * ALTERNATIVA (NOTA MAIS ANTIGA PRIMEIRO). O SALDO QUE SOBRA
      * FICA EM WS-SALDO-CREDITO.
       ABATE-TITULOS-CLIENTE.
           MOVE BON_VALOR TO WS-SALDO-CREDITO
           MOVE ZEROS TO WS-QTD-ABATIDAS WS-QTD-REDUZIDAS
           MOVE "N"   TO WS-EOF-TIT
           MOVE BON_CODIGO_CLIENTE TO TIT_CODIGO_CLIENTE
           START ARQ-TITULO
               KEY IS NOT LESS THAN TIT_CODIGO_CLIENTE
                    INVALID KEY
                       MOVE "Y" TO WS-EOF-TIT
           END-START
           PERFORM UNTIL WS-EOF-TIT = "Y" OR
                         WS-SALDO-CREDITO = ZEROS
               READ ARQ-TITULO NEXT AT END
                   MOVE "Y" TO WS-EOF-TIT
               END-READ
               IF WS-EOF-TIT = "N"
                  IF TIT_CODIGO_CLIENTE NOT = BON_CODIGO_CLIENTE
                     MOVE "Y" TO WS-EOF-TIT
                  ELSE
                     IF TIT_SITUACAO = "A" AND TIT_VALOR > ZEROS
                        PERFORM ABATE-UMA-PARCELA
                     END-IF
                  END-IF
               END-IF
           END-PERFORM
           MOVE "00" TO WS-RESULTADO-ACESSO
           .

      * MESMA REGRA DO ABATE-UMA-PARCELA DO CADDEV, COM A IMAGEM NO
      * JORNAL (E POR ELE QUE O EXTFIN COLETA O QUE MUDOU).
       ABATE-UMA-PARCELA.
           MOVE REGTIT TO WS-JRN-ANTES
           IF WS-SALDO-CREDITO NOT < TIT_VALOR
              SUBTRACT TIT_VALOR FROM WS-SALDO-CREDITO
              MOVE "D" TO TIT_SITUACAO
              ADD 1 TO WS-QTD-ABATIDAS
           ELSE
              SUBTRACT WS-SALDO-CREDITO FROM TIT_VALOR
              MOVE ZEROS TO WS-SALDO-CREDITO
              ADD 1 TO WS-QTD-REDUZIDAS
           END-IF
           REWRITE REGTIT
           IF WS-RESULTADO-ACESSO NOT = "00" AND
              WS-RESULTADO-ACESSO NOT = "02"
              MOVE "ERRO AO ABATER TITULO" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
           ELSE
              MOVE "A" TO WS-JRN-OPERACAO
              COMPUTE WS-JRN-CHAVE =
                  TIT_NUMERO_NF * 100 + TIT_PARCELA
              MOVE REGTIT TO WS-JRN-DEPOIS
              PERFORM GRAVA-JORNAL
           END-IF
           .

       GRAVA-AUDITORIA-BONIF.
           MOVE FUNCTION CURRENT-DATE(1:14) TO AUD-DATA-HORA
           MOVE "CADRAP"           TO AUD-PROGRAMA
           MOVE LS-ID              TO AUD-OPERADOR
           MOVE DOPCAO             TO AUD-OPERACAO
           MOVE BON_CODIGO_CLIENTE TO AUD-CODIGO
           MOVE MENS               TO AUD-RESULTADO
           WRITE REGAUD
           .

      ************************************
      * RELATORIO DO MES                 *
      ************************************
      * TODAS AS BONIFICACOES DO MES (PENDENTES, EMITIDAS E
      * REJEITADAS) COM OS TOTAIS POR SITUACAO.
       EMITE-RELATORIO.
           OPEN INPUT ARQ-BONIF
           IF WS-RESULTADO-ACESSO NOT = "00"
              MOVE "*** NAO HA BONIFICACOES APURADAS ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO EMITE-RELATORIO-FIM
           END-IF
           MOVE ZEROS TO WS-QTD-LINHAS WS-QTD-EMITIDAS
                         WS-QTD-REJEITADAS WS-QTD-GERADAS
                         WS-TOT-PENDENTE WS-TOT-EMITIDO
                         WS-TOT-REJEITADO WS-TOT-NAO-ABATIDO
           MOVE WCF-ARQ-IMPRESSAO-RAPPEL TO WRL-ARQ-IMPRESSAO
           OPEN OUTPUT ARQIMP
           MOVE WS-ANO-MES   TO CAB-ANOMES
           MOVE WS-DATA-HOJE TO CAB-DATA
           WRITE REGIMP FROM CABEC-RAPPEL
           WRITE REGIMP FROM CABEC2-RAPPEL
           MOVE SPACES TO REGIMP
           WRITE REGIMP

           MOVE "N"   TO WS-EOF-BON
           MOVE ZEROS TO BON_CODIGO_ACORDO
                         BON_ANO_MES
                         BON_CODIGO_CLIENTE
           START ARQ-BONIF
               KEY IS NOT LESS THAN BON_CHAVE
                    INVALID KEY
                       MOVE "Y" TO WS-EOF-BON
           END-START
           PERFORM UNTIL WS-EOF-BON = "Y"
               READ ARQ-BONIF NEXT AT END
                   MOVE "Y" TO WS-EOF-BON
               END-READ
               IF WS-EOF-BON = "N"
                  IF BON_ANO_MES = WS-ANO-MES
                     PERFORM IMPRIME-BONIFICACAO
                  END-IF
               END-IF
           END-PERFORM

           MOVE SPACES TO REGIMP
           WRITE REGIMP
           MOVE "PENDENTES DE APROVACAO" TO TOT-TITULO
           MOVE WS-QTD-GERADAS  TO TOT-QTD
           MOVE WS-TOT-PENDENTE TO TOT-VALOR
           WRITE REGIMP FROM DET-TOTAL
           MOVE "EMITIDAS (CREDITO DO CLIENTE)" TO TOT-TITULO
           MOVE WS-QTD-EMITIDAS TO TOT-QTD
           MOVE WS-TOT-EMITIDO  TO TOT-VALOR
           WRITE REGIMP FROM DET-TOTAL
           MOVE "  DAS EMITIDAS, NAO ABATIDO EM TITULO" TO TOT-TITULO
           MOVE ZEROS TO TOT-QTD
           MOVE WS-TOT-NAO-ABATIDO TO TOT-VALOR
           WRITE REGIMP FROM DET-TOTAL
           MOVE "REJEITADAS" TO TOT-TITULO
           MOVE WS-QTD-REJEITADAS TO TOT-QTD
           MOVE WS-TOT-REJEITADO  TO TOT-VALOR
           WRITE REGIMP FROM DET-TOTAL
           IF WS-QTD-PERDIDOS > ZEROS
              MOVE "LOJAS ALEM DO TETO DA APURACAO (SEM BONUS)"
                TO TOT-TITULO
              MOVE WS-QTD-PERDIDOS TO TOT-QTD
              MOVE ZEROS TO TOT-VALOR
              WRITE REGIMP FROM DET-TOTAL
           END-IF
           IF WS-QTD-ACO-FORA > ZEROS
              MOVE "ACORDOS ALEM DO TETO DA APURACAO" TO TOT-TITULO
              MOVE WS-QTD-ACO-FORA TO TOT-QTD
              MOVE ZEROS TO TOT-VALOR
              WRITE REGIMP FROM DET-TOTAL
           END-IF
           CLOSE ARQIMP
      * COPIA DATADA + CATALOGO DE SPOOL (VER SISSPPGER.CPY).
           MOVE "CADRAP" TO WS-SPL-PROGRAMA
           MOVE WRL-ARQ-IMPRESSAO TO WS-SPL-ORIGEM
           PERFORM REGISTRA-SPOOL THRU REGISTRA-SPOOL-FIM
           CLOSE ARQ-BONIF
           IF WS-MODO-BATCH NOT = "S"
              MOVE "*** RELATORIO EMITIDO ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
           END-IF
           .
       EMITE-RELATORIO-FIM.
           EXIT.

       IMPRIME-BONIFICACAO.
           ADD 1 TO WS-QTD-LINHAS
           MOVE BON_CODIGO_CLIENTE TO CLI_CODIGO_CLIENTE
           READ ARQ-CLIENTE
               INVALID KEY
                  MOVE SPACES TO CLI_RAZAO_SOCIAL
           END-READ
           MOVE BON_CODIGO_ACORDO  TO DBN-ACORDO
           MOVE BON_CODIGO_CLIENTE TO DBN-CLIENTE
           MOVE CLI_RAZAO_SOCIAL   TO DBN-RAZAO
           MOVE BON_COD_VENDEDOR   TO DBN-VENDEDOR
           MOVE BON_BASE_QTDE      TO DBN-QTDE
           MOVE BON_BASE_VALOR     TO DBN-VALOR
           MOVE BON_FAIXA          TO DBN-FAIXA
           MOVE BON_PERCENTUAL     TO DBN-PERC
           MOVE BON_VALOR          TO DBN-BONUS
           MOVE BON_SITUACAO       TO DBN-SITUACAO
           MOVE BON_VALOR_NAO_ABATIDO TO DBN-NAO-ABAT
           WRITE REGIMP FROM DET-BONIF
           EVALUATE BON_SITUACAO
             WHEN "P"
                ADD 1 TO WS-QTD-GERADAS
                ADD BON_VALOR TO WS-TOT-PENDENTE
             WHEN "E"
                ADD 1 TO WS-QTD-EMITIDAS
                ADD BON_VALOR TO WS-TOT-EMITIDO
                ADD BON_VALOR_NAO_ABATIDO TO WS-TOT-NAO-ABATIDO
             WHEN "R"
                ADD 1 TO WS-QTD-REJEITADAS
                ADD BON_VALOR TO WS-TOT-REJEITADO
           END-EVALUATE
           MOVE "00" TO WS-RESULTADO-ACESSO
           .

      *******************************
      * ROTINA DE ABERTURA ARQUIVOS *
      *******************************
      * OS ACORDOS SAO CRIADOS NA PRIMEIRA VEZ (MESMO IDIOMA DO
      * CADGRP); OS GRUPOS ECONOMICOS SAO OPCIONAIS (SEM ELES SO HA
      * ACORDO POR CLIENTE).
       OPEN-RAPPEL.
           OPEN I-O ARQ-RAPPEL
           IF WS-RESULTADO-ACESSO = "05" OR "35"
              OPEN OUTPUT ARQ-RAPPEL
              CLOSE ARQ-RAPPEL
              OPEN I-O ARQ-RAPPEL
           END-IF
           IF WS-RESULTADO-ACESSO NOT = "00"
              MOVE "ERRO NA ABERTURA DO ARQUIVO DE ACORDOS" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              EXIT PROGRAM
           END-IF
           OPEN INPUT ARQ-CLIENTE
           IF WS-RESULTADO-ACESSO NOT = "00"
              MOVE "ERRO NA ABERTURA DO ARQUIVO CLIENTE" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              CLOSE ARQ-RAPPEL
              EXIT PROGRAM
           END-IF
           MOVE "N" TO WS-SEM-GRUPO
           OPEN INPUT ARQ-GRUPO
           IF WS-RESULTADO-ACESSO NOT = "00"
              MOVE "S" TO WS-SEM-GRUPO
              MOVE "00" TO WS-RESULTADO-ACESSO
           ELSE
              OPEN INPUT ARQ-GRPCLI
              IF WS-RESULTADO-ACESSO NOT = "00"
                 MOVE "S" TO WS-SEM-GRUPO
                 MOVE "00" TO WS-RESULTADO-ACESSO
                 CLOSE ARQ-GRUPO
              END-IF
           END-IF
           PERFORM OPEN-AUDITORIA
           .

      * AS BONIFICACOES SAO CRIADAS NA PRIMEIRA APURACAO (MESMO
      * IDIOMA DO OPEN-REVLIM DO REVLIM).
       OPEN-BONIF.
           OPEN I-O ARQ-BONIF
           IF WS-RESULTADO-ACESSO = "05" OR "35"
              OPEN OUTPUT ARQ-BONIF
              CLOSE ARQ-BONIF
              OPEN I-O ARQ-BONIF
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

       CLOSE-RAPPEL.
           CLOSE ARQ-RAPPEL ARQ-CLIENTE ARQ-AUD
           IF WS-SEM-GRUPO NOT = "S"
              CLOSE ARQ-GRUPO ARQ-GRPCLI
           END-IF
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

      * GRAVA-JORNAL E OPEN-JORNAL: VER COPYBOOK, COMPARTILHADO PELOS
      * PROGRAMAS QUE ALTERAM TITULOS.
       COPY "copybook\SISJRPGER.CPY".

      * REGISTRA-SPOOL: VER COPYBOOK, COMPARTILHADO PELOS PROGRAMAS
      * DE RELATORIO.
       COPY "copybook\SISSPPGER.CPY".

      * CARREGA-FILIAL E MONTA-CAMINHOS-FILIAL: VER COPYBOOK,
      * COMPARTILHADO POR TODOS OS PROGRAMAS DA FILIAL.
       COPY "copybook\SISFIPGER.CPY".
