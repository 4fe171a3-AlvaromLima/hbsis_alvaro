      **************************************************
      * SIMULACAO DE REAJUSTE DA TABELA DE PRECOS:     *
      * REAJUSTE POR PRODUTO OU FAIXA DE PRODUTOS E    *
      * TIPO DE CLIENTE, IMPACTO NA RECEITA E MARGEM   *
      * SOBRE O VOLUME DO HISTORICO E APLICACAO NA     *
      * TABELA NA DATA DE VIGENCIA, COM APROVACAO      *
      **************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SIMPRC.
       AUTHOR. ALVARO LIMA.
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       COPY "copybook\SISSLGER.CPY".

           SELECT WORK-SIM ASSIGN TO "WORKSIM".
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
       COPY "copybook\SISFDGER.CPY".

      * UMA LINHA POR REGISTRO DO HISTORICO COM PRODUTO SIMULADO, NA
      * ORDEM DE CLIENTE (O HISTORICO VEM EM ORDEM DE MES + VENDEDOR).
       SD WORK-SIM.
       01 WORK-SIM-REG.
          03 SRT-CLIENTE      PIC 9(007).
          03 SRT-TIPO         PIC X(001).
          03 SRT-QTDE         PIC 9(009).
          03 SRT-QTDE-ACO     PIC 9(009).
          03 SRT-REC-ATUAL    PIC 9(011)V9(02).
          03 SRT-REC-SIMUL    PIC S9(011)V9(02).
          03 SRT-CUSTO        PIC 9(011)V9(02).
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       COPY "copybook\SISWSGER.CPY".
       COPY "copybook\SISCFGER.CPY".
       77 WRL-ARQ-IMPRESSAO    PIC X(100) VALUE SPACES.

      * "S" = EXECUCAO SEM OPERADOR NA TELA (LS-ID = "BATCH"): NA
      * CADEIA NOTURNA O PASSO SO APLICA NA TABELA AS LINHAS
      * APROVADAS CUJA DATA DE VIGENCIA CHEGOU (VER APLICA-VIGENTES).
       77 WS-MODO-BATCH        PIC X(001) VALUE "N".

       77 WS-DATA-HOJE         PIC 9(008) VALUE ZEROS.
       77 WS-ANO-AUX           PIC 9(004) VALUE ZEROS.
       77 WS-MES-AUX           PIC 9(002) VALUE ZEROS.
       77 WS-ANO-MES-INI       PIC 9(006) VALUE ZEROS.
       77 WS-ANO-MES-FIM       PIC 9(006) VALUE ZEROS.
       77 WS-QTD-MESES         PIC 9(002) VALUE ZEROS.
       77 WS-DIAS-DATA         PIC 9(009) VALUE ZEROS.
       77 WS-DATA-TESTE        PIC 9(008) VALUE ZEROS.

       77 WS-EOF-PRO           PIC X(001) VALUE "N".
       77 WS-EOF-SIM           PIC X(001) VALUE "N".
       77 WS-EOF-HIS           PIC X(001) VALUE "N".
       77 WS-EOF-ACO           PIC X(001) VALUE "N".
       77 WS-EOF-WORK          PIC X(001) VALUE "N".
       77 WS-SEM-ACORDO        PIC X(001) VALUE "S".
       77 WS-TABELA-CHEIA      PIC X(001) VALUE "N".

      * INCLUSAO NA SIMULACAO: TIPO "A" = OS DOIS TIPOS DE CLIENTE;
      * A FAIXA DE CODIGOS FAZ AS VEZES DO GRUPO DE PRODUTOS (A
      * NUMERACAO DO CATALOGO SEGUE A FAMILIA DO FABRICANTE). PRECO
      * NOVO DIGITADO SO VALE PARA UM PRODUTO.
       77 WS-INC-TIPO          PIC X(001) VALUE SPACES.
       77 WS-INC-PRO-INI       PIC 9(005) VALUE ZEROS.
       77 WS-INC-PRO-FIM       PIC 9(005) VALUE ZEROS.
       77 WS-INC-PCT           PIC 9(003)V9(02) VALUE ZEROS.
       77 WS-INC-VALOR         PIC 9(007)V9(02) VALUE ZEROS.
       77 WS-LIN-TIPO-CLI      PIC X(001) VALUE SPACES.
       77 WS-PRECO-ATUAL       PIC 9(007)V9(02) VALUE ZEROS.
       77 WS-PRECO-NOVO        PIC 9(007)V9(02) VALUE ZEROS.

       77 WS-QTD-INCLUIDAS     PIC 9(005) VALUE ZEROS.
       77 WS-QTD-SEM-PRECO     PIC 9(005) VALUE ZEROS.
       77 WS-QTD-MANTIDAS      PIC 9(005) VALUE ZEROS.
       77 WS-QTD-EXCLUIDAS     PIC 9(005) VALUE ZEROS.
       77 WS-QTD-SIMULADAS     PIC 9(005) VALUE ZEROS.
       77 WS-QTD-AGENDADAS     PIC 9(005) VALUE ZEROS.
       77 WS-QTD-APROVADAS     PIC 9(005) VALUE ZEROS.
       77 WS-QTD-PROPRIAS      PIC 9(005) VALUE ZEROS.
       77 WS-QTD-APLICADAS     PIC 9(005) VALUE ZEROS.
       77 WS-QTD-DESCARTADAS   PIC 9(005) VALUE ZEROS.
       77 WS-QTD-EM-USO        PIC 9(005) VALUE ZEROS.

      * APROVACAO: SUPERVISOR COM ID E SENHA NO PROPRIO TERMINAL
      * (MESMO ESQUEMA DO CADACO/FECMES). A LINHA SIMULADA PELO
      * PROPRIO SUPERVISOR NAO E APROVADA POR ELE (DUPLA APROVACAO,
      * COMO NO APRCAD).
       77 WS-AUT-ID            PIC X(005) VALUE SPACES.
       77 WS-AUT-SENHA         PIC X(010) VALUE SPACES.
       77 WS-AUT-OK            PIC X(001) VALUE "N".
       77 WS-DATA-VIGENCIA     PIC 9(008) VALUE ZEROS.

      * RESULTADO DA APLICACAO DE UMA LINHA NA TABELA: "S" =
      * APLICADA, "M" = A TABELA MUDOU DEPOIS DA SIMULACAO, "U" =
      * PRECO EM USO EM OUTRO TERMINAL (FICA PARA A PROXIMA VEZ),
      * "E" = ERRO DE GRAVACAO (IDEM).
       77 WS-APL-RESULTADO     PIC X(001) VALUE SPACES.
       77 WS-VALOR-EDIT        PIC ZZZZ.ZZ9,99.
       77 WS-VALOR-EDIT2       PIC ZZZZ.ZZ9,99.

      * LINHAS SIMULADAS E APROVADAS QUE ENTRAM NO IMPACTO, COM OS
      * ACUMULADOS DO VOLUME DO HISTORICO DE CADA UMA.
       77 WS-IDX-SIM           PIC 9(004) VALUE ZEROS.
       77 WS-QTD-SIM           PIC 9(004) VALUE ZEROS.
       77 WS-IDX-PRC           PIC 9(004) VALUE ZEROS.
       01 WS-TAB-SIMULACAO.
          05 WS-SIM            OCCURS 2000 TIMES.
             10 WS-SIM-PRODUTO    PIC 9(005).
             10 WS-SIM-TIPO       PIC X(001).
             10 WS-SIM-DESCRICAO  PIC X(030).
             10 WS-SIM-CUSTO-UNIT PIC 9(007)V9(02).
             10 WS-SIM-ATUAL      PIC 9(007)V9(02).
             10 WS-SIM-NOVO       PIC 9(007)V9(02).
             10 WS-SIM-PCT        PIC S9(003)V9(02).
             10 WS-SIM-SITUACAO   PIC X(001).
             10 WS-SIM-VIGENCIA   PIC 9(008).
             10 WS-SIM-APROVADOR  PIC X(005).
             10 WS-SIM-QTDE       PIC 9(011).
             10 WS-SIM-QTDE-ACO   PIC 9(011).
             10 WS-SIM-REC-ATUAL  PIC 9(013)V9(02).
             10 WS-SIM-REC-SIMUL  PIC S9(013)V9(02).
             10 WS-SIM-CUSTO      PIC 9(013)V9(02).

      * ACUMULADOS POR VENDEDOR: POSICAO = CODIGO DO VENDEDOR + 1.
       77 WS-IDX-VDT           PIC 9(004) VALUE ZEROS.
       01 WS-TAB-VENDEDOR.
          05 WS-VDT            OCCURS 1000 TIMES.
             10 WS-VDT-QTDE       PIC 9(011).
             10 WS-VDT-QTDE-ACO   PIC 9(011).
             10 WS-VDT-REC-ATUAL  PIC 9(013)V9(02).
             10 WS-VDT-REC-SIMUL  PIC S9(013)V9(02).
             10 WS-VDT-CUSTO      PIC 9(013)V9(02).

      * CLIENTE DO HISTORICO JA LIDO NO CADASTRO.
       77 WS-CLIENTE-LIDO      PIC 9(007) VALUE ZEROS.
       77 WS-TIPO-LIDO         PIC X(001) VALUE SPACES.
       77 WS-PROTEGIDO         PIC X(001) VALUE "N".
       77 WS-DELTA             PIC S9(007)V9(02) VALUE ZEROS.
       77 WS-REG-REC-SIMUL     PIC S9(013)V9(02) VALUE ZEROS.
       77 WS-REG-CUSTO         PIC 9(013)V9(02) VALUE ZEROS.
       77 WS-QTD-HIS-LIDOS     PIC 9(009) VALUE ZEROS.
       77 WS-QTD-CLIENTES      PIC 9(007) VALUE ZEROS.
       77 WS-QTD-ACORDOS-ACIMA PIC 9(007) VALUE ZEROS.
       77 WS-QTD-SOB-ACORDO    PIC 9(011) VALUE ZEROS.

      * CLIENTE EM PAUTA NA QUEBRA DO ARQUIVO DE TRABALHO.
       77 WS-CLIENTE-ATUAL     PIC 9(007) VALUE ZEROS.
       77 WS-CLI-TIPO          PIC X(001) VALUE SPACES.
       77 WS-CLI-QTDE          PIC 9(011) VALUE ZEROS.
       77 WS-CLI-QTDE-ACO      PIC 9(011) VALUE ZEROS.
       77 WS-CLI-REC-ATUAL     PIC 9(013)V9(02) VALUE ZEROS.
       77 WS-CLI-REC-SIMUL     PIC S9(013)V9(02) VALUE ZEROS.
       77 WS-CLI-CUSTO         PIC 9(013)V9(02) VALUE ZEROS.

       77 WS-TOT-QTDE          PIC 9(011) VALUE ZEROS.
       77 WS-TOT-REC-ATUAL     PIC 9(013)V9(02) VALUE ZEROS.
       77 WS-TOT-REC-SIMUL     PIC S9(013)V9(02) VALUE ZEROS.
       77 WS-TOT-CUSTO         PIC 9(013)V9(02) VALUE ZEROS.

      * LINHA DE IMPACTO EM MONTAGEM (PRODUTO, VENDEDOR, CLIENTE OU
      * TOTAL): VER IMPRIME-IMPACTO.
       77 WS-LIN-CODIGO        PIC 9(007) VALUE ZEROS.
       77 WS-LIN-DESCR         PIC X(030) VALUE SPACES.
       77 WS-LIN-TIPO          PIC X(001) VALUE SPACES.
       77 WS-LIN-QTDE          PIC 9(011) VALUE ZEROS.
       77 WS-LIN-QTDE-ACO      PIC 9(011) VALUE ZEROS.
       77 WS-LIN-REC-ATUAL     PIC 9(013)V9(02) VALUE ZEROS.
       77 WS-LIN-REC-SIMUL     PIC S9(013)V9(02) VALUE ZEROS.
       77 WS-LIN-CUSTO         PIC 9(013)V9(02) VALUE ZEROS.

       01 CABEC.
          03 FILLER PIC X(42) VALUE
             "SIMULACAO DE REAJUSTE DE PRECOS - VOLUME ".
          03 CAB-INI    PIC 9999/99.
          03 FILLER     PIC X(03) VALUE " A ".
          03 CAB-FIM    PIC 9999/99.
          03 FILLER     PIC X(13) VALUE "  EMITIDO EM ".
          03 CAB-HOJE   PIC 9999/99/99.
       01 CABEC-SECAO.
          03 FILLER      PIC X(04) VALUE "*** ".
          03 CABS-TITULO PIC X(060).
       01 CABEC-TAB.
          03 FILLER PIC X(50) VALUE
             "PROD. DESCRICAO                      T  PRECO ATUA".
          03 FILLER PIC X(50) VALUE
             "L   PRECO NOVO  REAJ.% SITUACAO   VIGENCIA   APROV".
       01 CABEC-IMP.
          03 FILLER PIC X(50) VALUE
             "CODIGO  DESCRICAO              MT        QTDE     ".
          03 FILLER PIC X(50) VALUE
             "RECEITA ATUAL  RECEITA SIMULADA         DIFERENCA ".
          03 FILLER PIC X(31) VALUE
             "   MARGEM ATUAL   MARGEM SIMUL.".
       01 CABEC-ACO.
          03 FILLER PIC X(50) VALUE
             "CLIENTE RAZAO SOCIAL                   PROD. DESCR".
          03 FILLER PIC X(50) VALUE
             "ICAO            T PRECO ACORDO  TABELA ATUAL   TAB".
          03 FILLER PIC X(22) VALUE
             "ELA NOVA   ACORDO-NOVA".

       01 DET-TAB.
          03 DTB-PRODUTO      PIC 9(005).
          03 FILLER           PIC X(01) VALUE SPACES.
          03 DTB-DESCRICAO    PIC X(030).
          03 FILLER           PIC X(01) VALUE SPACES.
          03 DTB-TIPO         PIC X(001).
          03 FILLER           PIC X(01) VALUE SPACES.
          03 DTB-ATUAL        PIC Z.ZZZ.ZZ9,99.
          03 FILLER           PIC X(01) VALUE SPACES.
          03 DTB-NOVO         PIC Z.ZZZ.ZZ9,99.
          03 FILLER           PIC X(01) VALUE SPACES.
          03 DTB-PCT          PIC -ZZ9,99.
          03 FILLER           PIC X(01) VALUE SPACES.
          03 DTB-SITUACAO     PIC X(010).
          03 FILLER           PIC X(01) VALUE SPACES.
          03 DTB-VIGENCIA     PIC X(010).
          03 FILLER           PIC X(01) VALUE SPACES.
          03 DTB-APROVADOR    PIC X(005).

       01 DET-IMP.
          03 DIM-CODIGO       PIC X(007).
          03 FILLER           PIC X(01) VALUE SPACES.
          03 DIM-DESCR        PIC X(022).
          03 FILLER           PIC X(01) VALUE SPACES.
          03 DIM-MARCA        PIC X(001).
          03 DIM-TIPO         PIC X(001).
          03 FILLER           PIC X(01) VALUE SPACES.
          03 DIM-QTDE         PIC ZZZ.ZZZ.ZZ9.
          03 FILLER           PIC X(01) VALUE SPACES.
          03 DIM-REC-ATUAL    PIC ZZ.ZZZ.ZZZ.ZZ9,99.
          03 FILLER           PIC X(01) VALUE SPACES.
          03 DIM-REC-SIMUL    PIC -Z.ZZZ.ZZZ.ZZ9,99.
          03 FILLER           PIC X(01) VALUE SPACES.
          03 DIM-DIF          PIC -Z.ZZZ.ZZZ.ZZ9,99.
          03 FILLER           PIC X(01) VALUE SPACES.
          03 DIM-MRG-ATUAL    PIC -ZZZ.ZZZ.ZZ9,99.
          03 FILLER           PIC X(01) VALUE SPACES.
          03 DIM-MRG-SIMUL    PIC -ZZZ.ZZZ.ZZ9,99.

       01 DET-ACO.
          03 DAC-CLIENTE      PIC 9(007).
          03 FILLER           PIC X(01) VALUE SPACES.
          03 DAC-RAZAO        PIC X(030).
          03 FILLER           PIC X(01) VALUE SPACES.
          03 DAC-PRODUTO      PIC 9(005).
          03 FILLER           PIC X(01) VALUE SPACES.
          03 DAC-DESCRICAO    PIC X(020).
          03 FILLER           PIC X(01) VALUE SPACES.
          03 DAC-TIPO         PIC X(001).
          03 FILLER           PIC X(01) VALUE SPACES.
          03 DAC-ACORDO       PIC Z.ZZZ.ZZ9,99.
          03 FILLER           PIC X(02) VALUE SPACES.
          03 DAC-ATUAL        PIC Z.ZZZ.ZZ9,99.
          03 FILLER           PIC X(02) VALUE SPACES.
          03 DAC-NOVO         PIC Z.ZZZ.ZZ9,99.
          03 FILLER           PIC X(02) VALUE SPACES.
          03 DAC-DIF          PIC Z.ZZZ.ZZ9,99.

       01 IMPRES.
          03 IMPR-ROTULO      PIC X(050).
          03 IMPR-QTD         PIC ZZZ.ZZZ.ZZ9.

       LINKAGE SECTION.
       01 LS-ID PIC X(5).

       SCREEN SECTION.
       COPY "copybook\SISSTGER.CPY".

       01 TELA-SIMPRC.
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
        02 LINE 07 COL 24 VALUE "SIMULACAO DE REAJUSTE DE PRECOS".
        02 LINE 09 COL 10 VALUE "1 - Incluir Reajuste na Simulacao".
        02 LINE 10 COL 10 VALUE "2 - Excluir Linhas da Simulacao".
        02 LINE 11 COL 10 VALUE "3 - Relatorio de Impacto".
        02 LINE 12 COL 10 VALUE "4 - Aprovar e Aplicar na Vigencia".
        02 LINE 13 COL 10 VALUE "5 - Retornar".
        02 LINE 15 COL 10 VALUE "LINHAS SIMULADAS ......:".
        02 LINE 15 COL 35 PIC ZZZZ9 FROM WS-QTD-SIMULADAS.
        02 LINE 16 COL 10 VALUE "AGUARDANDO VIGENCIA ...:".
        02 LINE 16 COL 35 PIC ZZZZ9 FROM WS-QTD-AGENDADAS.
        02 LINE 20 COL 10 "Digite a opcao desejada[.]".
        02 OPCAO LINE 20 COL 34 PIC X(01) USING W-OPCAO AUTO.

       01 TELA-INCLUI.
        02 BLANK SCREEN.
        02 LINE 02 COL 28 VALUE "Sistema de Franquia AMBEV".
        02 LINE 07 COL 24 VALUE "INCLUIR REAJUSTE NA SIMULACAO".
        02 LINE 09 COL 10 VALUE "TIPO DE CLIENTE  : [ ]".
        02 LINE 09 COL 34 VALUE "D=DISTRIB. V=VAREJO A=AMBOS".
        02 LINE 10 COL 10 VALUE "PRODUTO INICIAL  : [     ]".
        02 LINE 11 COL 10 VALUE "PRODUTO FINAL    : [     ]".
        02 LINE 11 COL 38 VALUE "(FAIXA = GRUPO DE PRODUTOS)".
        02 LINE 12 COL 10 VALUE "REAJUSTE %       : [      ]".
        02 LINE 13 COL 10 VALUE "OU PRECO NOVO    : [          ]".
        02 LINE 13 COL 43 VALUE "(SO PARA UM PRODUTO)".
        02 LINE 15 COL 10 VALUE
          "O PERCENTUAL INCIDE SOBRE O PRECO ATUAL DA TABELA; PRODUTO".
        02 LINE 16 COL 10 VALUE
          "SEM PRECO PARA O TIPO FICA DE FORA. LINHA JA APROVADA".
        02 LINE 17 COL 10 VALUE
          "AGUARDANDO A VIGENCIA SO MUDA DEPOIS DE EXCLUIDA.".

       01 TELA-EXCLUI.
        02 BLANK SCREEN.
        02 LINE 02 COL 28 VALUE "Sistema de Franquia AMBEV".
        02 LINE 07 COL 24 VALUE "EXCLUIR LINHAS DA SIMULACAO".
        02 LINE 09 COL 10 VALUE "TIPO DE CLIENTE  : [ ]".
        02 LINE 09 COL 34 VALUE "D=DISTRIB. V=VAREJO A=AMBOS".
        02 LINE 10 COL 10 VALUE "PRODUTO INICIAL  : [     ]".
        02 LINE 11 COL 10 VALUE "PRODUTO FINAL    : [     ]".
        02 LINE 13 COL 10 VALUE
          "EXCLUIR UMA LINHA APROVADA CANCELA O REAJUSTE AGENDADO.".

       01 TELA-IMPACTO.
        02 BLANK SCREEN.
        02 LINE 02 COL 28 VALUE "Sistema de Franquia AMBEV".
        02 LINE 07 COL 24 VALUE "RELATORIO DE IMPACTO DO REAJUSTE".
        02 LINE 09 COL 10 VALUE "MESES DE HISTORICO : [  ]".
        02 LINE 09 COL 37 VALUE "(ULTIMOS MESES FECHADOS)".
        02 LINE 11 COL 10 VALUE
          "RECEITA SIMULADA = RECEITA DO MES + QTDE X (PRECO NOVO -".
        02 LINE 12 COL 10 VALUE
          "PRECO ATUAL); CLIENTE COM ACORDO DE PRECO ATIVO MANTEM O".
        02 LINE 13 COL 10 VALUE
          "PRECO DO ACORDO. MARGEM PELO CUSTO ATUAL DO PRODUTO.".

       01 TELA-APROVA.
        02 BLANK SCREEN.
        02 LINE 02 COL 28 VALUE "Sistema de Franquia AMBEV".
        02 LINE 07 COL 24 VALUE "APROVAR E APLICAR O REAJUSTE".
        02 LINE 09 COL 10 VALUE "LINHAS SIMULADAS : ".
        02 LINE 09 COL 29 PIC ZZZZ9 FROM WS-QTD-SIMULADAS.
        02 LINE 10 COL 10 VALUE "DATA DE VIGENCIA : [        ]".
        02 LINE 10 COL 40 VALUE "(AAAAMMDD)".
        02 LINE 12 COL 10 VALUE
          "VIGENCIA HOJE APLICA NA TABELA AGORA; DATA FUTURA FICA".
        02 LINE 13 COL 10 VALUE
          "AGENDADA PARA A CADEIA NOTURNA DO DIA. LINHA CUJO PRECO".
        02 LINE 14 COL 10 VALUE
          "DA TABELA MUDOU DEPOIS DA SIMULACAO E DESCARTADA.".
      *-----------------------------------------------------------------
       PROCEDURE DIVISION  USING LS-ID.
       INICIO.
      * RESOLVE OS CAMINHOS DA FILIAL SELECIONADA NO LOGIN ANTES DE
      * ABRIR QUALQUER ARQUIVO DE DADOS (VER SISFIPGER.CPY).
           MOVE LS-ID TO WS-SESSAO-ID
           PERFORM CARREGA-FILIAL
           MOVE "N" TO WS-MODO-BATCH
           IF LS-ID = "BATCH"
              MOVE "S" TO WS-MODO-BATCH
           END-IF
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-DATA-HOJE
           PERFORM OPEN-ARQUIVOS
      * REAJUSTE APROVADO CUJA VIGENCIA CHEGOU VAI PARA A TABELA
      * ANTES DE QUALQUER OUTRA COISA (NA TELA, COBRE A NOITE EM QUE
      * A CADEIA NAO RODOU).
           PERFORM APLICA-VIGENTES
           IF WS-MODO-BATCH = "S" OR
              WS-QTD-APLICADAS > ZEROS OR WS-QTD-DESCARTADAS > ZEROS
              MOVE "VIGENCIA" TO DOPCAO
              MOVE WS-QTD-APLICADAS TO AUD-CODIGO
              MOVE SPACES TO MENS
              STRING "APLICADAS " WS-QTD-APLICADAS
                     " DESCART. " WS-QTD-DESCARTADAS
                  DELIMITED BY SIZE INTO MENS
              END-STRING
              PERFORM GRAVA-AUDITORIA
              PERFORM ROT-MENS THRU ROT-MENS-FIM
           END-IF
           IF WS-MODO-BATCH = "S"
              PERFORM CLOSE-ARQUIVOS
              EXIT PROGRAM
           END-IF
           MOVE "F" TO WFIM.
           PERFORM TELA-SIMPRC-0 UNTIL WFIM = "T".
       TELA-SIMPRC-0.
           PERFORM CONTA-LINHAS
           MOVE SPACES TO W-OPCAO
           DISPLAY TELA-SIMPRC
           ACCEPT TELA-SIMPRC
           EVALUATE W-OPCAO
             WHEN "1"
                PERFORM INCLUI-REAJUSTE THRU INCLUI-REAJUSTE-FIM
             WHEN "2"
                PERFORM EXCLUI-LINHAS THRU EXCLUI-LINHAS-FIM
             WHEN "3"
                PERFORM EMITE-IMPACTO THRU EMITE-IMPACTO-FIM
             WHEN "4"
                PERFORM APROVA-SIMULACAO THRU APROVA-SIMULACAO-FIM
             WHEN "5"
                PERFORM CLOSE-ARQUIVOS
                MOVE "T" TO WFIM
                EXIT PROGRAM
           END-EVALUATE.

      * QUANTAS LINHAS ESPERAM APROVACAO E QUANTAS ESPERAM A DATA DE
      * VIGENCIA, PARA A TELA PRINCIPAL E A DE APROVACAO.
       CONTA-LINHAS.
           MOVE ZEROS TO WS-QTD-SIMULADAS WS-QTD-AGENDADAS
           PERFORM INICIA-LEITURA-SIMULACAO
           PERFORM UNTIL WS-EOF-SIM = "S"
              PERFORM LE-SIMULACAO
              IF WS-EOF-SIM = "N"
                 EVALUATE SIM_SITUACAO
                   WHEN "S" ADD 1 TO WS-QTD-SIMULADAS
                   WHEN "A" ADD 1 TO WS-QTD-AGENDADAS
                 END-EVALUATE
              END-IF
           END-PERFORM
           .

       INICIA-LEITURA-SIMULACAO.
           MOVE "N"    TO WS-EOF-SIM
           MOVE ZEROS  TO SIM_CODIGO_PRODUTO
           MOVE SPACES TO SIM_TIPO_CLIENTE
           START ARQ-SIMPRE
               KEY IS NOT LESS THAN SIM_CHAVE
                    INVALID KEY
                       MOVE "S" TO WS-EOF-SIM
           END-START
           .

       LE-SIMULACAO.
           READ ARQ-SIMPRE NEXT AT END
               MOVE "S" TO WS-EOF-SIM
           END-READ
           .

      ************************************
      * INCLUSAO NA SIMULACAO            *
      ************************************
      * CADA PRODUTO DA FAIXA (MENOS OS FECHADOS) GANHA UMA LINHA POR
      * TIPO DE CLIENTE, COM O PRECO DA TABELA NAQUELE MOMENTO; LINHA
      * JA SIMULADA E REFEITA COM O NOVO REAJUSTE.
       INCLUI-REAJUSTE.
           DISPLAY TELA-INCLUI
           MOVE SPACES TO WS-INC-TIPO
           MOVE ZEROS  TO WS-INC-PRO-INI WS-INC-PRO-FIM
                          WS-INC-PCT WS-INC-VALOR
           MOVE 0 TO W-SEL
           PERFORM UNTIL W-SEL > 0
              ACCEPT WS-INC-TIPO AT 0930
              ACCEPT W-ACT FROM ESCAPE KEY
              IF W-ACT = 02
                 GO TO INCLUI-REAJUSTE-FIM
              END-IF
              MOVE FUNCTION UPPER-CASE(WS-INC-TIPO) TO WS-INC-TIPO
              IF WS-INC-TIPO = "D" OR "V" OR "A"
                 MOVE 1 TO W-SEL
              ELSE
                 MOVE "DIGITE D, V OU A" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
              END-IF
           END-PERFORM
           PERFORM ENTRA-FAIXA
           IF W-ACT = 02
              GO TO INCLUI-REAJUSTE-FIM
           END-IF
           ACCEPT WS-INC-PCT WITH UPDATE AT 1230
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 02
              GO TO INCLUI-REAJUSTE-FIM
           END-IF
           IF WS-INC-PCT = ZEROS
              ACCEPT WS-INC-VALOR WITH UPDATE AT 1330
              ACCEPT W-ACT FROM ESCAPE KEY
              IF W-ACT = 02
                 GO TO INCLUI-REAJUSTE-FIM
              END-IF
              IF WS-INC-VALOR = ZEROS
                 MOVE "*** INFORME O PERCENTUAL OU O PRECO NOVO ***"
                   TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO INCLUI-REAJUSTE-FIM
              END-IF
              IF WS-INC-PRO-INI NOT = WS-INC-PRO-FIM
                 MOVE "*** PRECO NOVO SO PARA UM PRODUTO ***" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO INCLUI-REAJUSTE-FIM
              END-IF
           END-IF
           MOVE 0 TO W-SEL
           PERFORM CONFIRMA-TELA UNTIL W-SEL > 0
           IF W-SN NOT = "S"
              GO TO INCLUI-REAJUSTE-FIM
           END-IF

           MOVE ZEROS TO WS-QTD-INCLUIDAS WS-QTD-SEM-PRECO
                         WS-QTD-MANTIDAS
           MOVE "N" TO WS-EOF-PRO
           MOVE WS-INC-PRO-INI TO PRO_CODIGO_PRODUTO
           START ARQ-PRODUTO
               KEY IS NOT LESS THAN PRO_CODIGO_PRODUTO
                    INVALID KEY
                       MOVE "S" TO WS-EOF-PRO
           END-START
           PERFORM UNTIL WS-EOF-PRO = "S"
              READ ARQ-PRODUTO NEXT AT END
                  MOVE "S" TO WS-EOF-PRO
              END-READ
              IF WS-EOF-PRO = "N"
                 IF PRO_CODIGO_PRODUTO > WS-INC-PRO-FIM
                    MOVE "S" TO WS-EOF-PRO
                 ELSE
                    IF PRO_STATUS NOT = "F"
                       PERFORM INCLUI-PRODUTO
                    END-IF
                 END-IF
              END-IF
           END-PERFORM

           MOVE "SIMULA" TO DOPCAO
           MOVE WS-INC-PRO-INI TO AUD-CODIGO
           MOVE SPACES TO MENS
           STRING "INCLUIDAS " WS-QTD-INCLUIDAS
                  " SEM PRECO " WS-QTD-SEM-PRECO
                  " APROVADAS MANTIDAS " WS-QTD-MANTIDAS
               DELIMITED BY SIZE INTO MENS
           END-STRING
           PERFORM GRAVA-AUDITORIA
           PERFORM ROT-MENS THRU ROT-MENS-FIM
           .
       INCLUI-REAJUSTE-FIM.
           EXIT.

      * FAIXA DE PRODUTOS: FINAL EM BRANCO = SO O INICIAL.
       ENTRA-FAIXA.
           ACCEPT WS-INC-PRO-INI WITH UPDATE AT 1030
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 02
              EXIT PARAGRAPH
           END-IF
           ACCEPT WS-INC-PRO-FIM WITH UPDATE AT 1130
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 02
              EXIT PARAGRAPH
           END-IF
           IF WS-INC-PRO-FIM = ZEROS
              MOVE WS-INC-PRO-INI TO WS-INC-PRO-FIM
              DISPLAY WS-INC-PRO-FIM AT 1130
           END-IF
           IF WS-INC-PRO-FIM < WS-INC-PRO-INI
              MOVE "*** FAIXA DE PRODUTOS INVALIDA ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              MOVE 02 TO W-ACT
           END-IF
           .

       INCLUI-PRODUTO.
           IF WS-INC-TIPO = "D" OR "A"
              MOVE "D" TO WS-LIN-TIPO-CLI
              PERFORM INCLUI-LINHA
           END-IF
           IF WS-INC-TIPO = "V" OR "A"
              MOVE "V" TO WS-LIN-TIPO-CLI
              PERFORM INCLUI-LINHA
           END-IF
           .

      * PRECO DA TABELA PARA O TIPO (SEM PRECO = ZERO, MESMO IDIOMA
      * DO APLICA-PRECO DO APRCAD) E O PRECO NOVO. REAJUSTE
      * PERCENTUAL SOBRE PRECO ZERO NAO FAZ SENTIDO E FICA DE FORA.
       INCLUI-LINHA.
           MOVE PRO_CODIGO_PRODUTO TO PRE_CODIGO_PRODUTO
           MOVE WS-LIN-TIPO-CLI    TO PRE_TIPO_CLIENTE
           READ ARQ-PRECO
               INVALID KEY
                  MOVE ZEROS TO PRE_VALOR_UNITARIO
           END-READ
           MOVE PRE_VALOR_UNITARIO TO WS-PRECO-ATUAL
           IF WS-INC-PCT > ZEROS
              IF WS-PRECO-ATUAL = ZEROS
                 ADD 1 TO WS-QTD-SEM-PRECO
                 EXIT PARAGRAPH
              END-IF
              COMPUTE WS-PRECO-NOVO ROUNDED =
                  WS-PRECO-ATUAL * (100 + WS-INC-PCT) / 100
           ELSE
              MOVE WS-INC-VALOR TO WS-PRECO-NOVO
           END-IF

           MOVE PRO_CODIGO_PRODUTO TO SIM_CODIGO_PRODUTO
           MOVE WS-LIN-TIPO-CLI    TO SIM_TIPO_CLIENTE
           READ ARQ-SIMPRE
               INVALID KEY
                  MOVE SPACES TO SIM_SITUACAO
           END-READ
           IF WS-RESULTADO-ACESSO = "00" AND SIM_SITUACAO = "A"
              ADD 1 TO WS-QTD-MANTIDAS
              EXIT PARAGRAPH
           END-IF
           MOVE WS-PRECO-ATUAL TO SIM_VALOR_ATUAL
           MOVE WS-PRECO-NOVO  TO SIM_VALOR_NOVO
           MOVE ZEROS TO SIM_PERCENTUAL
           IF WS-PRECO-ATUAL > ZEROS
              COMPUTE SIM_PERCENTUAL ROUNDED =
                  (WS-PRECO-NOVO - WS-PRECO-ATUAL) * 100
                  / WS-PRECO-ATUAL
                  ON SIZE ERROR
                     MOVE 999,99 TO SIM_PERCENTUAL
              END-COMPUTE
           END-IF
           MOVE "S"          TO SIM_SITUACAO
           MOVE LS-ID        TO SIM_OPERADOR
           MOVE WS-DATA-HOJE TO SIM_DATA_SIMULACAO
           MOVE SPACES       TO SIM_APROVADOR
           MOVE ZEROS        TO SIM_DATA_APROVACAO SIM_DATA_VIGENCIA
           IF WS-RESULTADO-ACESSO = "00"
              REWRITE REGSPR
           ELSE
              WRITE REGSPR
           END-IF
           IF WS-RESULTADO-ACESSO = "00" OR "02"
              ADD 1 TO WS-QTD-INCLUIDAS
           ELSE
              MOVE "ERRO NA GRAVACAO DA SIMULACAO" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
           END-IF
           .

      ************************************
      * EXCLUSAO DE LINHAS               *
      ************************************
      * TIRA DA SIMULACAO AS LINHAS DA FAIXA EM QUALQUER SITUACAO; A
      * LINHA APROVADA AINDA NAO APLICADA TEM O REAJUSTE CANCELADO
      * (A TABELA FICA COMO ESTA).
       EXCLUI-LINHAS.
           DISPLAY TELA-EXCLUI
           MOVE SPACES TO WS-INC-TIPO
           MOVE ZEROS  TO WS-INC-PRO-INI WS-INC-PRO-FIM
           MOVE 0 TO W-SEL
           PERFORM UNTIL W-SEL > 0
              ACCEPT WS-INC-TIPO AT 0930
              ACCEPT W-ACT FROM ESCAPE KEY
              IF W-ACT = 02
                 GO TO EXCLUI-LINHAS-FIM
              END-IF
              MOVE FUNCTION UPPER-CASE(WS-INC-TIPO) TO WS-INC-TIPO
              IF WS-INC-TIPO = "D" OR "V" OR "A"
                 MOVE 1 TO W-SEL
              ELSE
                 MOVE "DIGITE D, V OU A" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
              END-IF
           END-PERFORM
           PERFORM ENTRA-FAIXA
           IF W-ACT = 02
              GO TO EXCLUI-LINHAS-FIM
           END-IF
           MOVE 0 TO W-SEL
           PERFORM CONFIRMA-TELA UNTIL W-SEL > 0
           IF W-SN NOT = "S"
              GO TO EXCLUI-LINHAS-FIM
           END-IF

           MOVE ZEROS TO WS-QTD-EXCLUIDAS
           MOVE "N"   TO WS-EOF-SIM
           MOVE WS-INC-PRO-INI TO SIM_CODIGO_PRODUTO
           MOVE SPACES TO SIM_TIPO_CLIENTE
           START ARQ-SIMPRE
               KEY IS NOT LESS THAN SIM_CHAVE
                    INVALID KEY
                       MOVE "S" TO WS-EOF-SIM
           END-START
           PERFORM UNTIL WS-EOF-SIM = "S"
              PERFORM LE-SIMULACAO
              IF WS-EOF-SIM = "N"
                 IF SIM_CODIGO_PRODUTO > WS-INC-PRO-FIM
                    MOVE "S" TO WS-EOF-SIM
                 ELSE
                    IF WS-INC-TIPO = "A" OR
                       WS-INC-TIPO = SIM_TIPO_CLIENTE
                       DELETE ARQ-SIMPRE RECORD
                       IF WS-RESULTADO-ACESSO = "00"
                          ADD 1 TO WS-QTD-EXCLUIDAS
                       END-IF
                    END-IF
                 END-IF
              END-IF
           END-PERFORM

           MOVE "EXCLUI SIM" TO DOPCAO
           MOVE WS-INC-PRO-INI TO AUD-CODIGO
           MOVE SPACES TO MENS
           STRING "*** " WS-QTD-EXCLUIDAS " LINHA(S) EXCLUIDA(S) ***"
               DELIMITED BY SIZE INTO MENS
           END-STRING
           PERFORM GRAVA-AUDITORIA
           PERFORM ROT-MENS THRU ROT-MENS-FIM
           .
       EXCLUI-LINHAS-FIM.
           EXIT.

      ************************************
      * APROVACAO E VIGENCIA             *
      ************************************
      * TODAS AS LINHAS SIMULADAS SAO APROVADAS DE UMA VEZ PARA A
      * MESMA DATA DE VIGENCIA (A SIMULACAO E A PROPOSTA DE TABELA
      * NOVA); O QUE NAO DEVE ENTRAR SAI ANTES PELA EXCLUSAO.
       APROVA-SIMULACAO.
           PERFORM CONTA-LINHAS
           IF WS-QTD-SIMULADAS = ZEROS
              MOVE "*** NAO HA LINHAS SIMULADAS ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO APROVA-SIMULACAO-FIM
           END-IF
           DISPLAY TELA-APROVA
           MOVE WS-DATA-HOJE TO WS-DATA-VIGENCIA
           MOVE 0 TO W-SEL
           PERFORM UNTIL W-SEL > 0
              ACCEPT WS-DATA-VIGENCIA WITH UPDATE AT 1030
              ACCEPT W-ACT FROM ESCAPE KEY
              IF W-ACT = 02
                 GO TO APROVA-SIMULACAO-FIM
              END-IF
              MOVE WS-DATA-VIGENCIA TO WS-DATA-TESTE
              PERFORM TESTA-DATA
              IF WS-DIAS-DATA = ZEROS
                 MOVE "*** DATA INVALIDA ***" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
              ELSE
                 IF WS-DATA-VIGENCIA < WS-DATA-HOJE
                    MOVE "*** VIGENCIA ANTERIOR A HOJE ***" TO MENS
                    PERFORM ROT-MENS THRU ROT-MENS-FIM
                 ELSE
                    MOVE 1 TO W-SEL
                 END-IF
              END-IF
           END-PERFORM
           MOVE 0 TO W-SEL
           PERFORM CONFIRMA-TELA UNTIL W-SEL > 0
           IF W-SN NOT = "S"
              GO TO APROVA-SIMULACAO-FIM
           END-IF
           PERFORM AUTORIZA-SUPERVISOR
           IF WS-AUT-OK NOT = "S"
              MOVE "AUTORIZA" TO DOPCAO
              MOVE ZEROS TO AUD-CODIGO
              MOVE "*** APROVACAO NAO AUTORIZADA ***" TO MENS
              PERFORM GRAVA-AUDITORIA
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO APROVA-SIMULACAO-FIM
           END-IF

           MOVE ZEROS TO WS-QTD-APROVADAS WS-QTD-PROPRIAS
                         WS-QTD-APLICADAS WS-QTD-DESCARTADAS
                         WS-QTD-EM-USO
           PERFORM INICIA-LEITURA-SIMULACAO
           PERFORM UNTIL WS-EOF-SIM = "S"
              PERFORM LE-SIMULACAO
              IF WS-EOF-SIM = "N" AND SIM_SITUACAO = "S"
                 PERFORM APROVA-LINHA
              END-IF
           END-PERFORM

           MOVE "APROVA SIM" TO DOPCAO
           MOVE WS-QTD-APROVADAS TO AUD-CODIGO
           MOVE SPACES TO MENS
           STRING "VIG " WS-DATA-VIGENCIA " APROV " WS-AUT-ID
               DELIMITED BY SIZE INTO MENS
           END-STRING
           PERFORM GRAVA-AUDITORIA
           MOVE SPACES TO MENS
           STRING "APROVADAS " WS-QTD-APROVADAS
                  " APLICADAS " WS-QTD-APLICADAS
                  " DESCART. " WS-QTD-DESCARTADAS
               DELIMITED BY SIZE INTO MENS
           END-STRING
           PERFORM ROT-MENS THRU ROT-MENS-FIM
           IF WS-QTD-PROPRIAS > ZEROS
              MOVE SPACES TO MENS
              STRING "*** " WS-QTD-PROPRIAS
                     " SIMULADA(S) PELO APROVADOR: AGUARDA OUTRO ***"
                  DELIMITED BY SIZE INTO MENS
              END-STRING
              PERFORM ROT-MENS THRU ROT-MENS-FIM
           END-IF
           .
       APROVA-SIMULACAO-FIM.
           EXIT.

       APROVA-LINHA.
           IF SIM_OPERADOR = WS-AUT-ID
              ADD 1 TO WS-QTD-PROPRIAS
              EXIT PARAGRAPH
           END-IF
           MOVE "A"              TO SIM_SITUACAO
           MOVE WS-AUT-ID        TO SIM_APROVADOR
           MOVE WS-DATA-HOJE     TO SIM_DATA_APROVACAO
           MOVE WS-DATA-VIGENCIA TO SIM_DATA_VIGENCIA
           ADD 1 TO WS-QTD-APROVADAS
           IF SIM_DATA_VIGENCIA NOT > WS-DATA-HOJE
              PERFORM APLICA-LINHA
           END-IF
           REWRITE REGSPR
           IF WS-RESULTADO-ACESSO NOT = "00" AND
              WS-RESULTADO-ACESSO NOT = "02"
              MOVE "ERRO NA GRAVACAO DA SIMULACAO" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
           END-IF
           .

      * LINHAS APROVADAS COM VIGENCIA ATE HOJE.
       APLICA-VIGENTES.
           MOVE ZEROS TO WS-QTD-APLICADAS WS-QTD-DESCARTADAS
                         WS-QTD-EM-USO
           PERFORM INICIA-LEITURA-SIMULACAO
           PERFORM UNTIL WS-EOF-SIM = "S"
              PERFORM LE-SIMULACAO
              IF WS-EOF-SIM = "N" AND SIM_SITUACAO = "A" AND
                 SIM_DATA_VIGENCIA NOT > WS-DATA-HOJE
                 PERFORM APLICA-LINHA
                 IF SIM_SITUACAO NOT = "A"
                    REWRITE REGSPR
                 END-IF
              END-IF
           END-PERFORM
           MOVE "00" TO WS-RESULTADO-ACESSO
           .

      * O PRECO SO MUDA SE A TABELA AINDA TEM O PRECO DA SIMULACAO:
      * SE ALGUEM MEXEU NELE DEPOIS (CADPRO/APRCAD), A LINHA E
      * DESCARTADA PARA NAO SOBREPOR UM PRECO QUE O APROVADOR NAO
      * VIU (MESMA CONFERENCIA DO APLICA-PRECO DO APRCAD).
       APLICA-LINHA.
           MOVE "E" TO WS-APL-RESULTADO
           MOVE SIM_CODIGO_PRODUTO TO PRE_CODIGO_PRODUTO
           MOVE SIM_TIPO_CLIENTE   TO PRE_TIPO_CLIENTE
           READ ARQ-PRECO WITH LOCK
           IF WS-RESULTADO-ACESSO = "9D"
              MOVE "U" TO WS-APL-RESULTADO
           ELSE
              IF WS-RESULTADO-ACESSO = "00"
                 IF PRE_VALOR_UNITARIO NOT = SIM_VALOR_ATUAL
                    MOVE "M" TO WS-APL-RESULTADO
                 ELSE
                    MOVE SIM_VALOR_NOVO TO PRE_VALOR_UNITARIO
                    REWRITE REGPRE
                 END-IF
              ELSE
                 IF SIM_VALOR_ATUAL NOT = ZEROS
                    MOVE "M" TO WS-APL-RESULTADO
                 ELSE
                    MOVE SIM_CODIGO_PRODUTO TO PRE_CODIGO_PRODUTO
                    MOVE SIM_TIPO_CLIENTE   TO PRE_TIPO_CLIENTE
                    MOVE SIM_VALOR_NOVO     TO PRE_VALOR_UNITARIO
                    WRITE REGPRE
                 END-IF
              END-IF
              IF WS-APL-RESULTADO = "E" AND
                 (WS-RESULTADO-ACESSO = "00" OR "02")
                 MOVE "S" TO WS-APL-RESULTADO
              END-IF
              UNLOCK ARQ-PRECO
           END-IF
           MOVE "REAJUSTE" TO DOPCAO
           MOVE SIM_CODIGO_PRODUTO TO AUD-CODIGO
           MOVE SIM_VALOR_ATUAL TO WS-VALOR-EDIT
           MOVE SIM_VALOR_NOVO  TO WS-VALOR-EDIT2
           MOVE SPACES TO MENS
           EVALUATE WS-APL-RESULTADO
             WHEN "S"
                MOVE "P" TO SIM_SITUACAO
                ADD 1 TO WS-QTD-APLICADAS
                STRING SIM_TIPO_CLIENTE " " WS-VALOR-EDIT " > "
                       WS-VALOR-EDIT2
                    DELIMITED BY SIZE INTO MENS
                END-STRING
                PERFORM GRAVA-AUDITORIA
             WHEN "M"
                MOVE "D" TO SIM_SITUACAO
                ADD 1 TO WS-QTD-DESCARTADAS
                STRING SIM_TIPO_CLIENTE " TABELA MUDOU - DESCARTADA"
                    DELIMITED BY SIZE INTO MENS
                END-STRING
                PERFORM GRAVA-AUDITORIA
             WHEN OTHER
                ADD 1 TO WS-QTD-EM-USO
           END-EVALUATE
           MOVE SPACES TO MENS
           .

      * MESMO ESQUEMA DO CADACO/FECMES: ID E SENHA DO SUPERVISOR NO
      * PROPRIO TERMINAL, COMPARADOS NA FORMA EMBARALHADA.
       AUTORIZA-SUPERVISOR.
           MOVE "N" TO WS-AUT-OK
           MOVE SPACES TO WS-AUT-ID WS-AUT-SENHA
           DISPLAY "APROVACAO SUPERV. - ID: [     ]" AT 1710
           ACCEPT WS-AUT-ID AT 1735
           DISPLAY "SENHA: [          ]" AT 1743
           ACCEPT WS-AUT-SENHA AT 1751 WITH SECURE
           MOVE WS-AUT-ID TO OPER_ID
           READ ARQ-OPERADOR
               INVALID KEY
                  CONTINUE
               NOT INVALID KEY
                  MOVE WS-AUT-SENHA TO WS-SENHA-ABERTA
                  PERFORM EMBARALHA-SENHA
                  IF OPER_SENHA = WS-SENHA-CIFRADA AND
                     OPER_STATUS = "A" AND
                     (OPER_PERFIL = "S" OR OPER_PERFIL = "A")
                     MOVE "S" TO WS-AUT-OK
                  END-IF
           END-READ
           .

      * MESMA VALIDACAO DO CADFER.
       TESTA-DATA.
           MOVE ZEROS TO WS-DIAS-DATA
           IF WS-DATA-TESTE(1:4) NOT < "1900" AND
              WS-DATA-TESTE(5:2) NOT < "01" AND
              WS-DATA-TESTE(5:2) NOT > "12" AND
              WS-DATA-TESTE(7:2) NOT < "01" AND
              WS-DATA-TESTE(7:2) NOT > "31"
              COMPUTE WS-DIAS-DATA =
                  FUNCTION INTEGER-OF-DATE(WS-DATA-TESTE)
           END-IF
           .

      ************************************
      * RELATORIO DE IMPACTO             *
      ************************************
      * VOLUME DOS ULTIMOS MESES FECHADOS DO HISTORICO (AGRVEN)
      * REPRECIFICADO PELAS LINHAS SIMULADAS E APROVADAS AINDA NAO
      * APLICADAS: RECEITA E MARGEM ATUAL X SIMULADA POR PRODUTO,
      * VENDEDOR E CLIENTE, E OS ACORDOS DE PRECO QUE FICAM ACIMA DA
      * TABELA NOVA.
       EMITE-IMPACTO.
           DISPLAY TELA-IMPACTO
           MOVE WCF-SIM-MESES TO WS-QTD-MESES
           IF WS-QTD-MESES = ZEROS
              MOVE 3 TO WS-QTD-MESES
           END-IF
           MOVE 0 TO W-SEL
           PERFORM UNTIL W-SEL > 0
              ACCEPT WS-QTD-MESES WITH UPDATE AT 0932
              ACCEPT W-ACT FROM ESCAPE KEY
              IF W-ACT = 02
                 GO TO EMITE-IMPACTO-FIM
              END-IF
              IF WS-QTD-MESES = ZEROS OR WS-QTD-MESES > 24
                 MOVE "*** INFORME DE 1 A 24 MESES ***" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
              ELSE
                 MOVE 1 TO W-SEL
              END-IF
           END-PERFORM
           MOVE 0 TO W-SEL
           PERFORM CONFIRMA-TELA UNTIL W-SEL > 0
           IF W-SN NOT = "S"
              GO TO EMITE-IMPACTO-FIM
           END-IF

           PERFORM CALCULA-JANELA
           PERFORM CARREGA-SIMULACAO
           IF WS-QTD-SIM = ZEROS
              MOVE "*** NAO HA LINHAS SIMULADAS ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO EMITE-IMPACTO-FIM
           END-IF
           OPEN INPUT ARQ-HISVEN
           IF WS-RESULTADO-ACESSO NOT = "00"
              MOVE "*** SEM HISTORICO DE VENDAS (RODE O AGRVEN) ***"
                TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO EMITE-IMPACTO-FIM
           END-IF
           OPEN INPUT ARQ-CLIENTE
           OPEN INPUT ARQ-VENDEDOR
           MOVE "S" TO WS-SEM-ACORDO
           OPEN INPUT ARQ-ACORDO
           IF WS-RESULTADO-ACESSO = "00"
              MOVE "N" TO WS-SEM-ACORDO
           END-IF

           INITIALIZE WS-TAB-VENDEDOR
           MOVE ZEROS TO WS-TOT-QTDE WS-TOT-REC-ATUAL
                         WS-TOT-REC-SIMUL WS-TOT-CUSTO
                         WS-QTD-HIS-LIDOS WS-QTD-CLIENTES
                         WS-QTD-ACORDOS-ACIMA WS-QTD-SOB-ACORDO
                         WS-CLIENTE-LIDO
           MOVE SPACES TO WS-TIPO-LIDO
           MOVE WCF-ARQ-IMPRESSAO-SIMPRE TO WRL-ARQ-IMPRESSAO
           SORT WORK-SIM
                ON ASCENDING KEY SRT-CLIENTE
                INPUT PROCEDURE IS LIBERA-HISTORICO
                OUTPUT PROCEDURE IS IMPRIME-RELATORIO

           CLOSE ARQ-HISVEN ARQ-CLIENTE ARQ-VENDEDOR
           IF WS-SEM-ACORDO = "N"
              CLOSE ARQ-ACORDO
           END-IF
      * COPIA DATADA + CATALOGO DE SPOOL (VER SISSPPGER.CPY).
           MOVE "SIMPRC" TO WS-SPL-PROGRAMA
           MOVE WRL-ARQ-IMPRESSAO TO WS-SPL-ORIGEM
           PERFORM REGISTRA-SPOOL THRU REGISTRA-SPOOL-FIM
           MOVE "IMPACTO" TO DOPCAO
           MOVE WS-QTD-SIM TO AUD-CODIGO
           MOVE SPACES TO MENS
           STRING "VOLUME " WS-ANO-MES-INI " A " WS-ANO-MES-FIM
               DELIMITED BY SIZE INTO MENS
           END-STRING
           PERFORM GRAVA-AUDITORIA
           MOVE "*** RELATORIO EMITIDO ***" TO MENS
           PERFORM ROT-MENS THRU ROT-MENS-FIM
           .
       EMITE-IMPACTO-FIM.
           EXIT.

      * JANELA: DO MES ANTERIOR AO CORRENTE (O ULTIMO FECHADO, MESMO
      * IDIOMA DO AGRVEN) PARA TRAS, WS-QTD-MESES MESES.
       CALCULA-JANELA.
           MOVE WS-DATA-HOJE(1:4) TO WS-ANO-AUX
           MOVE WS-DATA-HOJE(5:2) TO WS-MES-AUX
           PERFORM VOLTA-UM-MES
           COMPUTE WS-ANO-MES-FIM = WS-ANO-AUX * 100 + WS-MES-AUX
           SUBTRACT 1 FROM WS-QTD-MESES
           PERFORM VOLTA-UM-MES WS-QTD-MESES TIMES
           ADD 1 TO WS-QTD-MESES
           COMPUTE WS-ANO-MES-INI = WS-ANO-AUX * 100 + WS-MES-AUX
           .

       VOLTA-UM-MES.
           IF WS-MES-AUX = 01
              SUBTRACT 1 FROM WS-ANO-AUX
              MOVE 12 TO WS-MES-AUX
           ELSE
              SUBTRACT 1 FROM WS-MES-AUX
           END-IF
           .

      * LINHAS "S" E "A" DA SIMULACAO, COM A DESCRICAO E O CUSTO DO
      * PRODUTO; AS JA APLICADAS OU DESCARTADAS NAO ENTRAM.
       CARREGA-SIMULACAO.
           MOVE ZEROS TO WS-QTD-SIM
           MOVE "N"   TO WS-TABELA-CHEIA
           INITIALIZE WS-TAB-SIMULACAO
           PERFORM INICIA-LEITURA-SIMULACAO
           PERFORM UNTIL WS-EOF-SIM = "S"
              PERFORM LE-SIMULACAO
              IF WS-EOF-SIM = "N" AND
                 (SIM_SITUACAO = "S" OR SIM_SITUACAO = "A")
                 IF WS-QTD-SIM < 2000
                    ADD 1 TO WS-QTD-SIM
                    PERFORM CARREGA-LINHA
                 ELSE
                    MOVE "S" TO WS-TABELA-CHEIA
                 END-IF
              END-IF
           END-PERFORM
           .

       CARREGA-LINHA.
           MOVE SIM_CODIGO_PRODUTO TO WS-SIM-PRODUTO(WS-QTD-SIM)
           MOVE SIM_TIPO_CLIENTE   TO WS-SIM-TIPO(WS-QTD-SIM)
           MOVE SIM_VALOR_ATUAL    TO WS-SIM-ATUAL(WS-QTD-SIM)
           MOVE SIM_VALOR_NOVO     TO WS-SIM-NOVO(WS-QTD-SIM)
           MOVE SIM_PERCENTUAL     TO WS-SIM-PCT(WS-QTD-SIM)
           MOVE SIM_SITUACAO       TO WS-SIM-SITUACAO(WS-QTD-SIM)
           MOVE SIM_DATA_VIGENCIA  TO WS-SIM-VIGENCIA(WS-QTD-SIM)
           MOVE SIM_APROVADOR      TO WS-SIM-APROVADOR(WS-QTD-SIM)
           MOVE SIM_CODIGO_PRODUTO TO PRO_CODIGO_PRODUTO
           READ ARQ-PRODUTO
               INVALID KEY
                  MOVE "PRODUTO NAO CADASTRADO" TO PRO_DESCRICAO
                  MOVE ZEROS TO PRO_CUSTO_UNIT
           END-READ
           MOVE PRO_DESCRICAO  TO WS-SIM-DESCRICAO(WS-QTD-SIM)
           MOVE PRO_CUSTO_UNIT TO WS-SIM-CUSTO-UNIT(WS-QTD-SIM)
           .

      * LINHA DA SIMULACAO DO PRODUTO + TIPO EM PAUTA (ZERO = O
      * PRODUTO NAO ESTA NA SIMULACAO PARA ESSE TIPO).
       PROCURA-LINHA.
           MOVE ZEROS TO WS-IDX-SIM
           PERFORM VARYING WS-IDX-PRC FROM 1 BY 1
                   UNTIL WS-IDX-PRC > WS-QTD-SIM OR WS-IDX-SIM > ZEROS
              IF WS-SIM-PRODUTO(WS-IDX-PRC) = PRE_CODIGO_PRODUTO AND
                 WS-SIM-TIPO(WS-IDX-PRC) = PRE_TIPO_CLIENTE
                 MOVE WS-IDX-PRC TO WS-IDX-SIM
              END-IF
           END-PERFORM
           .

      *-----------------------------------------------------------------
      * ENTRADA DO SORT: O HISTORICO DA JANELA, SO OS PRODUTOS QUE
      * ESTAO NA SIMULACAO PARA O TIPO DO CLIENTE.
       LIBERA-HISTORICO.
           MOVE "N" TO WS-EOF-HIS
           MOVE WS-ANO-MES-INI TO HIS_ANO_MES
           MOVE ZEROS TO HIS_COD_VENDEDOR HIS_CODIGO_CLIENTE
                         HIS_CODIGO_PRODUTO
           START ARQ-HISVEN
               KEY IS NOT LESS THAN HIS_CHAVE
                    INVALID KEY
                       MOVE "S" TO WS-EOF-HIS
           END-START
           PERFORM UNTIL WS-EOF-HIS = "S"
              READ ARQ-HISVEN NEXT AT END
                  MOVE "S" TO WS-EOF-HIS
              END-READ
              IF WS-EOF-HIS = "N"
                 IF HIS_ANO_MES > WS-ANO-MES-FIM
                    MOVE "S" TO WS-EOF-HIS
                 ELSE
                    ADD 1 TO WS-QTD-HIS-LIDOS
                    PERFORM LIBERA-UM-HISTORICO
                 END-IF
              END-IF
           END-PERFORM
           .

      * CLIENTE COM ACORDO DE PRECO ATIVO NO PRODUTO CONTINUA PAGANDO
      * O ACORDO (O CADPED OLHA O ACORDO ANTES DA TABELA): A RECEITA
      * DELE NAO MUDA E A QUANTIDADE SAI MARCADA.
       LIBERA-UM-HISTORICO.
           IF HIS_CODIGO_CLIENTE NOT = WS-CLIENTE-LIDO
              MOVE HIS_CODIGO_CLIENTE TO WS-CLIENTE-LIDO
              MOVE HIS_CODIGO_CLIENTE TO CLI_CODIGO_CLIENTE
              READ ARQ-CLIENTE
                  INVALID KEY
                     MOVE SPACES TO CLI_TIPO
              END-READ
              MOVE CLI_TIPO TO WS-TIPO-LIDO
           END-IF
           MOVE HIS_CODIGO_PRODUTO TO PRE_CODIGO_PRODUTO
           MOVE WS-TIPO-LIDO       TO PRE_TIPO_CLIENTE
           PERFORM PROCURA-LINHA
           IF WS-IDX-SIM = ZEROS
              EXIT PARAGRAPH
           END-IF
           MOVE "N" TO WS-PROTEGIDO
           IF WS-SEM-ACORDO = "N"
              MOVE HIS_CODIGO_CLIENTE TO ACO_CODIGO_CLIENTE
              MOVE HIS_CODIGO_PRODUTO TO ACO_CODIGO_PRODUTO
              READ ARQ-ACORDO
                  NOT INVALID KEY
                     IF ACO_STATUS = "A"
                        MOVE "S" TO WS-PROTEGIDO
                     END-IF
              END-READ
           END-IF
           IF WS-PROTEGIDO = "S"
              MOVE HIS_VALOR TO WS-REG-REC-SIMUL
           ELSE
              COMPUTE WS-DELTA = WS-SIM-NOVO(WS-IDX-SIM)
                               - WS-SIM-ATUAL(WS-IDX-SIM)
              COMPUTE WS-REG-REC-SIMUL =
                  HIS_VALOR + HIS_QTDE * WS-DELTA
           END-IF
           COMPUTE WS-REG-CUSTO =
               HIS_QTDE * WS-SIM-CUSTO-UNIT(WS-IDX-SIM)

           ADD HIS_QTDE         TO WS-SIM-QTDE(WS-IDX-SIM)
           ADD HIS_VALOR        TO WS-SIM-REC-ATUAL(WS-IDX-SIM)
           ADD WS-REG-REC-SIMUL TO WS-SIM-REC-SIMUL(WS-IDX-SIM)
           ADD WS-REG-CUSTO     TO WS-SIM-CUSTO(WS-IDX-SIM)
           COMPUTE WS-IDX-VDT = HIS_COD_VENDEDOR + 1
           ADD HIS_QTDE         TO WS-VDT-QTDE(WS-IDX-VDT)
           ADD HIS_VALOR        TO WS-VDT-REC-ATUAL(WS-IDX-VDT)
           ADD WS-REG-REC-SIMUL TO WS-VDT-REC-SIMUL(WS-IDX-VDT)
           ADD WS-REG-CUSTO     TO WS-VDT-CUSTO(WS-IDX-VDT)

           MOVE HIS_CODIGO_CLIENTE TO SRT-CLIENTE
           MOVE WS-TIPO-LIDO       TO SRT-TIPO
           MOVE HIS_QTDE           TO SRT-QTDE
           MOVE ZEROS              TO SRT-QTDE-ACO
           IF WS-PROTEGIDO = "S"
              MOVE HIS_QTDE TO SRT-QTDE-ACO
              ADD HIS_QTDE TO WS-QTD-SOB-ACORDO
              ADD HIS_QTDE TO WS-SIM-QTDE-ACO(WS-IDX-SIM)
                              WS-VDT-QTDE-ACO(WS-IDX-VDT)
           END-IF
           MOVE HIS_VALOR          TO SRT-REC-ATUAL
           MOVE WS-REG-REC-SIMUL   TO SRT-REC-SIMUL
           MOVE WS-REG-CUSTO       TO SRT-CUSTO
           RELEASE WORK-SIM-REG
           .

      *-----------------------------------------------------------------
      * SAIDA DO SORT: AS SECOES DO RELATORIO. PRODUTO E VENDEDOR JA
      * ESTAO NAS TABELAS; O CLIENTE SAI DA QUEBRA DO ARQUIVO DE
      * TRABALHO.
       IMPRIME-RELATORIO.
           OPEN OUTPUT ARQIMP
           MOVE WS-ANO-MES-INI TO CAB-INI
           MOVE WS-ANO-MES-FIM TO CAB-FIM
           MOVE WS-DATA-HOJE   TO CAB-HOJE
           WRITE REGIMP FROM CABEC
           MOVE SPACES TO REGIMP
           WRITE REGIMP

           MOVE "TABELA SIMULADA" TO CABS-TITULO
           WRITE REGIMP FROM CABEC-SECAO
           WRITE REGIMP FROM CABEC-TAB
           PERFORM VARYING WS-IDX-SIM FROM 1 BY 1
                   UNTIL WS-IDX-SIM > WS-QTD-SIM
              PERFORM IMPRIME-LINHA-TABELA
           END-PERFORM

           MOVE SPACES TO REGIMP
           WRITE REGIMP
           MOVE "IMPACTO POR PRODUTO" TO CABS-TITULO
           WRITE REGIMP FROM CABEC-SECAO
           WRITE REGIMP FROM CABEC-IMP
           PERFORM VARYING WS-IDX-SIM FROM 1 BY 1
                   UNTIL WS-IDX-SIM > WS-QTD-SIM
              PERFORM IMPRIME-PRODUTO
           END-PERFORM
           PERFORM IMPRIME-TOTAL

           MOVE SPACES TO REGIMP
           WRITE REGIMP
           MOVE "IMPACTO POR VENDEDOR" TO CABS-TITULO
           WRITE REGIMP FROM CABEC-SECAO
           WRITE REGIMP FROM CABEC-IMP
           PERFORM VARYING WS-IDX-VDT FROM 1 BY 1
                   UNTIL WS-IDX-VDT > 1000
              IF WS-VDT-QTDE(WS-IDX-VDT) > ZEROS OR
                 WS-VDT-REC-ATUAL(WS-IDX-VDT) > ZEROS
                 PERFORM IMPRIME-VENDEDOR
              END-IF
           END-PERFORM
           PERFORM IMPRIME-TOTAL

           MOVE SPACES TO REGIMP
           WRITE REGIMP
           MOVE "IMPACTO POR CLIENTE (A = VOLUME SOB ACORDO DE PRECO)"
             TO CABS-TITULO
           WRITE REGIMP FROM CABEC-SECAO
           WRITE REGIMP FROM CABEC-IMP
           MOVE "N" TO WS-EOF-WORK
           MOVE ZEROS TO WS-CLIENTE-ATUAL
           PERFORM RECEBE-REGISTRO UNTIL WS-EOF-WORK = "S"
           PERFORM IMPRIME-TOTAL

           MOVE SPACES TO REGIMP
           WRITE REGIMP
           MOVE "ACORDOS DE PRECO ACIMA DA TABELA NOVA" TO CABS-TITULO
           WRITE REGIMP FROM CABEC-SECAO
           WRITE REGIMP FROM CABEC-ACO
           PERFORM LISTA-ACORDOS

           PERFORM EMITE-RESUMO
           CLOSE ARQIMP
           .

       IMPRIME-LINHA-TABELA.
           MOVE WS-SIM-PRODUTO(WS-IDX-SIM)   TO DTB-PRODUTO
           MOVE WS-SIM-DESCRICAO(WS-IDX-SIM) TO DTB-DESCRICAO
           MOVE WS-SIM-TIPO(WS-IDX-SIM)      TO DTB-TIPO
           MOVE WS-SIM-ATUAL(WS-IDX-SIM)     TO DTB-ATUAL
           MOVE WS-SIM-NOVO(WS-IDX-SIM)      TO DTB-NOVO
           MOVE WS-SIM-PCT(WS-IDX-SIM)       TO DTB-PCT
           MOVE SPACES TO DTB-VIGENCIA DTB-APROVADOR
           IF WS-SIM-SITUACAO(WS-IDX-SIM) = "A"
              MOVE "APROVADA"  TO DTB-SITUACAO
              STRING WS-SIM-VIGENCIA(WS-IDX-SIM)(1:4) "/"
                     WS-SIM-VIGENCIA(WS-IDX-SIM)(5:2) "/"
                     WS-SIM-VIGENCIA(WS-IDX-SIM)(7:2)
                  DELIMITED BY SIZE INTO DTB-VIGENCIA
              END-STRING
              MOVE WS-SIM-APROVADOR(WS-IDX-SIM) TO DTB-APROVADOR
           ELSE
              MOVE "SIMULADA"  TO DTB-SITUACAO
           END-IF
           WRITE REGIMP FROM DET-TAB
           .

       IMPRIME-PRODUTO.
           MOVE WS-SIM-PRODUTO(WS-IDX-SIM)    TO WS-LIN-CODIGO
           MOVE WS-SIM-DESCRICAO(WS-IDX-SIM)  TO WS-LIN-DESCR
           MOVE WS-SIM-TIPO(WS-IDX-SIM)       TO WS-LIN-TIPO
           MOVE WS-SIM-QTDE(WS-IDX-SIM)       TO WS-LIN-QTDE
           MOVE WS-SIM-QTDE-ACO(WS-IDX-SIM)   TO WS-LIN-QTDE-ACO
           MOVE WS-SIM-REC-ATUAL(WS-IDX-SIM)  TO WS-LIN-REC-ATUAL
           MOVE WS-SIM-REC-SIMUL(WS-IDX-SIM)  TO WS-LIN-REC-SIMUL
           MOVE WS-SIM-CUSTO(WS-IDX-SIM)      TO WS-LIN-CUSTO
           PERFORM IMPRIME-IMPACTO
           .

       IMPRIME-VENDEDOR.
           COMPUTE WS-LIN-CODIGO = WS-IDX-VDT - 1
           MOVE WS-LIN-CODIGO TO VEN_CODIGO_VENDEDOR
           READ ARQ-VENDEDOR
               INVALID KEY
                  MOVE "VENDEDOR NAO CADASTRADO" TO VEN_NOME_VENDEDOR
           END-READ
           MOVE VEN_NOME_VENDEDOR            TO WS-LIN-DESCR
           MOVE SPACES                       TO WS-LIN-TIPO
           MOVE WS-VDT-QTDE(WS-IDX-VDT)      TO WS-LIN-QTDE
           MOVE WS-VDT-QTDE-ACO(WS-IDX-VDT)  TO WS-LIN-QTDE-ACO
           MOVE WS-VDT-REC-ATUAL(WS-IDX-VDT) TO WS-LIN-REC-ATUAL
           MOVE WS-VDT-REC-SIMUL(WS-IDX-VDT) TO WS-LIN-REC-SIMUL
           MOVE WS-VDT-CUSTO(WS-IDX-VDT)     TO WS-LIN-CUSTO
           PERFORM IMPRIME-IMPACTO
           .

       RECEBE-REGISTRO.
           RETURN WORK-SIM
               AT END
                  MOVE "S" TO WS-EOF-WORK
           END-RETURN
           IF WS-EOF-WORK = "S"
              IF WS-CLIENTE-ATUAL NOT = ZEROS
                 PERFORM IMPRIME-CLIENTE
              END-IF
              EXIT PARAGRAPH
           END-IF
           IF SRT-CLIENTE NOT = WS-CLIENTE-ATUAL
              IF WS-CLIENTE-ATUAL NOT = ZEROS
                 PERFORM IMPRIME-CLIENTE
              END-IF
              MOVE SRT-CLIENTE TO WS-CLIENTE-ATUAL
              MOVE SRT-TIPO    TO WS-CLI-TIPO
              MOVE ZEROS TO WS-CLI-QTDE WS-CLI-QTDE-ACO
                            WS-CLI-REC-ATUAL WS-CLI-REC-SIMUL
                            WS-CLI-CUSTO
           END-IF
           ADD SRT-QTDE      TO WS-CLI-QTDE
           ADD SRT-QTDE-ACO  TO WS-CLI-QTDE-ACO
           ADD SRT-REC-ATUAL TO WS-CLI-REC-ATUAL
           ADD SRT-REC-SIMUL TO WS-CLI-REC-SIMUL
           ADD SRT-CUSTO     TO WS-CLI-CUSTO
           .

       IMPRIME-CLIENTE.
           ADD 1 TO WS-QTD-CLIENTES
           MOVE WS-CLIENTE-ATUAL TO CLI_CODIGO_CLIENTE
           READ ARQ-CLIENTE
               INVALID KEY
                  MOVE "CLIENTE NAO CADASTRADO" TO CLI_RAZAO_SOCIAL
           END-READ
           MOVE WS-CLIENTE-ATUAL TO WS-LIN-CODIGO
           MOVE CLI_RAZAO_SOCIAL TO WS-LIN-DESCR
           MOVE WS-CLI-TIPO      TO WS-LIN-TIPO
           MOVE WS-CLI-QTDE      TO WS-LIN-QTDE
           MOVE WS-CLI-QTDE-ACO  TO WS-LIN-QTDE-ACO
           MOVE WS-CLI-REC-ATUAL TO WS-LIN-REC-ATUAL
           MOVE WS-CLI-REC-SIMUL TO WS-LIN-REC-SIMUL
           MOVE WS-CLI-CUSTO     TO WS-LIN-CUSTO
           PERFORM IMPRIME-IMPACTO
           .

      * UMA LINHA DE IMPACTO (WS-LIN-*), SOMADA NO TOTAL DA SECAO.
      * MARGEM = RECEITA - QUANTIDADE X CUSTO ATUAL DO PRODUTO.
       IMPRIME-IMPACTO.
           MOVE WS-LIN-CODIGO TO DIM-CODIGO
           MOVE WS-LIN-DESCR  TO DIM-DESCR
           MOVE SPACES        TO DIM-MARCA
           IF WS-LIN-QTDE-ACO > ZEROS
              MOVE "A" TO DIM-MARCA
           END-IF
           MOVE WS-LIN-TIPO   TO DIM-TIPO
           PERFORM MONTA-VALORES-IMPACTO
           WRITE REGIMP FROM DET-IMP
           ADD WS-LIN-QTDE      TO WS-TOT-QTDE
           ADD WS-LIN-REC-ATUAL TO WS-TOT-REC-ATUAL
           ADD WS-LIN-REC-SIMUL TO WS-TOT-REC-SIMUL
           ADD WS-LIN-CUSTO     TO WS-TOT-CUSTO
           .

       MONTA-VALORES-IMPACTO.
           MOVE WS-LIN-QTDE      TO DIM-QTDE
           MOVE WS-LIN-REC-ATUAL TO DIM-REC-ATUAL
           MOVE WS-LIN-REC-SIMUL TO DIM-REC-SIMUL
           COMPUTE DIM-DIF = WS-LIN-REC-SIMUL - WS-LIN-REC-ATUAL
           COMPUTE DIM-MRG-ATUAL = WS-LIN-REC-ATUAL - WS-LIN-CUSTO
           COMPUTE DIM-MRG-SIMUL = WS-LIN-REC-SIMUL - WS-LIN-CUSTO
           .

      * TOTAL DA SECAO, ZERADO PARA A SEGUINTE (AS TRES SECOES
      * SOMAM O MESMO VOLUME).
       IMPRIME-TOTAL.
           MOVE SPACES          TO DIM-CODIGO
           MOVE "TOTAL"         TO DIM-DESCR
           MOVE SPACES          TO DIM-MARCA DIM-TIPO
           MOVE WS-TOT-QTDE      TO WS-LIN-QTDE
           MOVE WS-TOT-REC-ATUAL TO WS-LIN-REC-ATUAL
           MOVE WS-TOT-REC-SIMUL TO WS-LIN-REC-SIMUL
           MOVE WS-TOT-CUSTO     TO WS-LIN-CUSTO
           PERFORM MONTA-VALORES-IMPACTO
           WRITE REGIMP FROM DET-IMP
           MOVE ZEROS TO WS-TOT-QTDE WS-TOT-REC-ATUAL
                         WS-TOT-REC-SIMUL WS-TOT-CUSTO
           .

      * ACORDOS ATIVOS CUJO PRECO NEGOCIADO FICA ACIMA DO PRECO NOVO
      * DA TABELA PARA O TIPO DO CLIENTE: O CLIENTE PASSARIA A PAGAR
      * MAIS QUE A TABELA (O ACORDO PRECISA SER REVISTO NO CADACO).
       LISTA-ACORDOS.
           IF WS-SEM-ACORDO = "S"
              EXIT PARAGRAPH
           END-IF
           MOVE "N"   TO WS-EOF-ACO
           MOVE ZEROS TO ACO_CODIGO_CLIENTE ACO_CODIGO_PRODUTO
                         WS-CLIENTE-LIDO
           START ARQ-ACORDO
               KEY IS NOT LESS THAN ACO_CHAVE
                    INVALID KEY
                       MOVE "S" TO WS-EOF-ACO
           END-START
           PERFORM UNTIL WS-EOF-ACO = "S"
              READ ARQ-ACORDO NEXT AT END
                  MOVE "S" TO WS-EOF-ACO
              END-READ
              IF WS-EOF-ACO = "N" AND ACO_STATUS = "A"
                 PERFORM AVALIA-ACORDO
              END-IF
           END-PERFORM
           .

       AVALIA-ACORDO.
           IF ACO_CODIGO_CLIENTE NOT = WS-CLIENTE-LIDO
              MOVE ACO_CODIGO_CLIENTE TO WS-CLIENTE-LIDO
              MOVE ACO_CODIGO_CLIENTE TO CLI_CODIGO_CLIENTE
              READ ARQ-CLIENTE
                  INVALID KEY
                     MOVE SPACES TO CLI_TIPO
                     MOVE "CLIENTE NAO CADASTRADO" TO CLI_RAZAO_SOCIAL
              END-READ
           END-IF
           MOVE ACO_CODIGO_PRODUTO TO PRE_CODIGO_PRODUTO
           MOVE CLI_TIPO           TO PRE_TIPO_CLIENTE
           PERFORM PROCURA-LINHA
           IF WS-IDX-SIM = ZEROS
              EXIT PARAGRAPH
           END-IF
           IF ACO_VALOR_UNITARIO NOT > WS-SIM-NOVO(WS-IDX-SIM)
              EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-QTD-ACORDOS-ACIMA
           MOVE ACO_CODIGO_CLIENTE          TO DAC-CLIENTE
           MOVE CLI_RAZAO_SOCIAL            TO DAC-RAZAO
           MOVE ACO_CODIGO_PRODUTO          TO DAC-PRODUTO
           MOVE WS-SIM-DESCRICAO(WS-IDX-SIM) TO DAC-DESCRICAO
           MOVE CLI_TIPO                    TO DAC-TIPO
           MOVE ACO_VALOR_UNITARIO          TO DAC-ACORDO
           MOVE WS-SIM-ATUAL(WS-IDX-SIM)    TO DAC-ATUAL
           MOVE WS-SIM-NOVO(WS-IDX-SIM)     TO DAC-NOVO
           COMPUTE DAC-DIF =
               ACO_VALOR_UNITARIO - WS-SIM-NOVO(WS-IDX-SIM)
           WRITE REGIMP FROM DET-ACO
           .

       EMITE-RESUMO.
           MOVE SPACES TO REGIMP
           WRITE REGIMP
           MOVE "RESUMO" TO CABS-TITULO
           WRITE REGIMP FROM CABEC-SECAO
           MOVE "LINHAS DA SIMULACAO AVALIADAS:" TO IMPR-ROTULO
           MOVE WS-QTD-SIM TO IMPR-QTD
           WRITE REGIMP FROM IMPRES
           MOVE "REGISTROS DO HISTORICO LIDOS:" TO IMPR-ROTULO
           MOVE WS-QTD-HIS-LIDOS TO IMPR-QTD
           WRITE REGIMP FROM IMPRES
           MOVE "CLIENTES ATINGIDOS:" TO IMPR-ROTULO
           MOVE WS-QTD-CLIENTES TO IMPR-QTD
           WRITE REGIMP FROM IMPRES
           MOVE "QUANTIDADE VENDIDA SOB ACORDO (PRECO MANTIDO):"
             TO IMPR-ROTULO
           MOVE WS-QTD-SOB-ACORDO TO IMPR-QTD
           WRITE REGIMP FROM IMPRES
           MOVE "ACORDOS ACIMA DA TABELA NOVA:" TO IMPR-ROTULO
           MOVE WS-QTD-ACORDOS-ACIMA TO IMPR-QTD
           WRITE REGIMP FROM IMPRES
           IF WS-TABELA-CHEIA = "S"
              MOVE SPACES TO REGIMP
              MOVE
              "*** SIMULACAO COM MAIS DE 2000 LINHAS: EXCEDENTE FORA"
                TO REGIMP
              WRITE REGIMP
           END-IF
           .

      *******************************
      * ROTINAS DE APOIO            *
      *******************************
      * AUD-CODIGO VEM PREENCHIDO POR QUEM CHAMA (PRODUTO OU
      * QUANTIDADE DE LINHAS, CONFORME A OPERACAO).
       GRAVA-AUDITORIA.
           MOVE FUNCTION CURRENT-DATE(1:14) TO AUD-DATA-HORA
           MOVE "SIMPRC"     TO AUD-PROGRAMA
           MOVE LS-ID        TO AUD-OPERADOR
           MOVE DOPCAO       TO AUD-OPERACAO
           MOVE MENS         TO AUD-RESULTADO
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

      *******************************
      * ROTINA DE ABERTURA ARQUIVOS *
      *******************************
      * A TABELA DE PRECO E O CATALOGO TEM QUE EXISTIR; A SIMULACAO
      * E CRIADA NA PRIMEIRA VEZ (MESMO IDIOMA DO ABRE-APROVACAO).
       OPEN-ARQUIVOS.
           PERFORM OPEN-AUDITORIA
           OPEN I-O ARQ-SIMPRE
           IF WS-RESULTADO-ACESSO = "05" OR "35"
              OPEN OUTPUT ARQ-SIMPRE
              CLOSE ARQ-SIMPRE
              OPEN I-O ARQ-SIMPRE
           END-IF
           IF WS-RESULTADO-ACESSO NOT = "00"
              MOVE "ERRO NA ABERTURA DO ARQ. SIMULACAO" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              CLOSE ARQ-AUD
              EXIT PROGRAM
           END-IF
           OPEN I-O ARQ-PRECO
           IF WS-RESULTADO-ACESSO = "00"
              OPEN INPUT ARQ-PRODUTO
           END-IF
           IF WS-RESULTADO-ACESSO NOT = "00"
              MOVE "ERRO NA ABERTURA DOS CADASTROS" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              CLOSE ARQ-SIMPRE ARQ-PRECO ARQ-AUD
              EXIT PROGRAM
           END-IF
           OPEN INPUT ARQ-OPERADOR
           MOVE "00" TO WS-RESULTADO-ACESSO
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
           CLOSE ARQ-SIMPRE
                 ARQ-PRECO
                 ARQ-PRODUTO
                 ARQ-OPERADOR
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

      * EMBARALHA-SENHA: VER COPYBOOK, COMPARTILHADO COM MENU/CADOPE.
       COPY "copybook\SISSNPGER.CPY".

      * REGISTRA-SPOOL: VER COPYBOOK, COMPARTILHADO PELOS PROGRAMAS
      * DE RELATORIO.
       COPY "copybook\SISSPPGER.CPY".

      * CARREGA-FILIAL E MONTA-CAMINHOS-FILIAL: VER COPYBOOK,
      * COMPARTILHADO COM OS DEMAIS PROGRAMAS DA FILIAL.
       COPY "copybook\SISFIPGER.CPY".
