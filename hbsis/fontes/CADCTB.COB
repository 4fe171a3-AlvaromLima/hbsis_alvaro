      **************************************************
      * DE-PARA CONTABIL: CONTAS A DEBITO E A CREDITO  *
      * DE CADA TIPO DE EVENTO DO MOVIMENTO            *
      **************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CADCTB.
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

      * EVENTOS QUE O EXTCTB SABE LANCAR, COM A DESCRICAO E O
      * HISTORICO PADRAO. A CADA ABERTURA O EVENTO QUE AINDA NAO
      * ESTA NO ARQUIVO E GRAVADO SEM CONTAS, PARA O CONTADOR SO
      * PRECISAR PREENCHER (A TABELA NAO TEM INCLUSAO NEM EXCLUSAO).
       01 WS-TAB-EVENTOS-VALORES.
          03 FILLER PIC X(66) VALUE
             "FATVENFATURAMENTO DE VENDAS (FATPED)VENDA CONFORME NF".
          03 FILLER PIC X(66) VALUE
             "ESTNF ESTORNO DE NOTA FISCAL (ESTNF)CANCELAMENTO DA NF".
          03 FILLER PIC X(66) VALUE
             "BXDIN BAIXA EM DINHEIRO (CADTIT)    RECEBIMENTO DA NF".
          03 FILLER PIC X(66) VALUE
             "BXCHQ BAIXA EM CHEQUE (CADTIT)      RECEBIMENTO DA NF".
          03 FILLER PIC X(66) VALUE
             "BXTRF BAIXA POR TRANSFERENCIA       RECEBIMENTO DA NF".
          03 FILLER PIC X(66) VALUE
             "BXBCO BAIXA BANCARIA (CNBTIT)       RECEBIMENTO DA NF".
          03 FILLER PIC X(66) VALUE
             "BXOUT BAIXA SEM FORMA INFORMADA     RECEBIMENTO DA NF".
          03 FILLER PIC X(66) VALUE
             "JUROS JUROS E MULTA RECEBIDOS       JUROS S/ ATRASO NF".
          03 FILLER PIC X(66) VALUE
             "DESCONDESCONTO CONCEDIDO NA BAIXA   DESCONTO NA BAIXA NF".
          03 FILLER PIC X(66) VALUE
             "DEVOL DEVOLUCAO DE VENDA (CADDEV)   DEVOLUCAO DA NF".
          03 FILLER PIC X(66) VALUE
             "RENEG TITULO FECHADO EM ACORDO      RENEGOCIACAO NF".
          03 FILLER PIC X(66) VALUE
             "RENNOVPARCELA NOVA DE ACORDO        PARCELA DE ACORDO NF".
          03 FILLER PIC X(66) VALUE
             "RENACRACRESCIMO EM ACORDO (RENTIT)  ACRESCIMO EM ACORDO".
          03 FILLER PIC X(66) VALUE
             "RENDESDESCONTO EM ACORDO (RENTIT)   DESCONTO EM ACORDO".
          03 FILLER PIC X(66) VALUE
             "PERDA BAIXA DE TITULO COMO PERDA    PERDA S/ TITULO NF".
          03 FILLER PIC X(66) VALUE
             "RECUP RECUPERACAO DE PERDA (CADTIT) RECUPERACAO NF".
          03 FILLER PIC X(66) VALUE
             "BONIF BONIFICACAO POR VOLUME(CADRAP)BONIFICACAO ACORDO".
          03 FILLER PIC X(66) VALUE
             "BONMERREMESSA EM BONIFICACAO(FATPED)BONIFICACAO CONF. NF".
          03 FILLER PIC X(66) VALUE
             "ESTBONESTORNO DE BONIFICACAO (ESTNF)ESTORNO BONIFIC. NF".
       01 WS-TAB-EVENTOS REDEFINES WS-TAB-EVENTOS-VALORES.
          03 WS-EVT OCCURS 19 TIMES.
             05 WS-EVT-CODIGO      PIC X(006).
             05 WS-EVT-DESCRICAO   PIC X(030).
             05 WS-EVT-HISTORICO   PIC X(030).
       77 WS-QTD-EVT           PIC 9(002) VALUE 19.
       77 WS-EVT-IDX           PIC 9(002) VALUE ZEROS.

       77 WS-LIN-LISTA         PIC 9(002) VALUE ZEROS.
       77 WS-POS-LISTA         PIC 9(004) VALUE ZEROS.
       77 WS-EOF-CTB           PIC X(001) VALUE "N".

       LINKAGE SECTION.
       01 LS-ID PIC X(5).

       SCREEN SECTION.
       COPY "copybook\SISSTGER.CPY".

       01 TELA-MENU-CONTAB.
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
        02 LINE 07 COL 24 VALUE "DE-PARA CONTABIL DOS EVENTOS".
        02 LINE 09 COL 10 VALUE "1 - Alteracao de Contas".
        02 LINE 10 COL 10 VALUE "2 - Consulta da Tabela".
        02 LINE 11 COL 10 VALUE "3 - Retornar".
        02 LINE 20 COL 10 "Digite a opcao desejada[.]".
        02 OPCAO LINE 20 COL 34 PIC X(01) USING W-OPCAO AUTO.
      *
       01 TELA-CONTAB.
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
        02 LINE 05 COL 24 VALUE "DE-PARA CONTABIL DOS EVENTOS".
        02 LINE 05 COL 66 VALUE "[".
        02 LINE 05 COL 67 PIC X(10) USING DOPCAO.
        02 LINE 05 COL 77 VALUE "]".
        02 LINE 07 COL 10 VALUE "EVENTO        : [      ]".
        02 LINE 07 COL 40 VALUE "EM BRANCO PARA SAIR".
        02 LINE 09 COL 10 VALUE "DESCRICAO     :".
        02 LINE 11 COL 10 VALUE "CONTA DEBITO  : [".
        02 LINE 11 COL 47 VALUE "]".
        02 LINE 12 COL 10 VALUE "CONTA CREDITO : [".
        02 LINE 12 COL 47 VALUE "]".
        02 LINE 13 COL 10 VALUE "HISTORICO     : [".
        02 LINE 13 COL 57 VALUE "]".
        02 LINE 15 COL 10 VALUE
          "CONTA EM BRANCO = EVENTO SEM CONTA; COM MOVIMENTO NO MES".
        02 LINE 16 COL 10 VALUE
          "ELE IMPEDE A LIBERACAO DOS LANCAMENTOS (VER 07.12).".
      *
       01 TELA-LISTA-CONTAB.
        02 BLANK SCREEN.
        02 LINE 02 COL 28 VALUE "Sistema de Franquia AMBEV".
        02 LINE 04 COL 24 VALUE "DE-PARA CONTABIL DOS EVENTOS".
        02 LINE 06 COL 02 VALUE "EVENTO".
        02 LINE 06 COL 09 VALUE "DESCRICAO".
        02 LINE 06 COL 40 VALUE "DEBITO".
        02 LINE 06 COL 61 VALUE "CREDITO".
      *-----------------------------------------------------------------
       PROCEDURE DIVISION  USING LS-ID.
       INICIO.
      * RESOLVE OS CAMINHOS DA FILIAL SELECIONADA NO LOGIN ANTES DE
      * ABRIR QUALQUER ARQUIVO DE DADOS (VER SISFIPGER.CPY). O
      * DE-PARA E GLOBAL DA CASA, MAS O IDIOMA DE INICIALIZACAO E O
      * MESMO DE TODOS OS PROGRAMAS.
           MOVE LS-ID TO WS-SESSAO-ID
           PERFORM CARREGA-FILIAL
           PERFORM OPEN-CONTAB.
           PERFORM SEMEIA-EVENTOS.
           MOVE "F" TO WFIM.
           PERFORM TELA-CONTAB-0 UNTIL WFIM = "T".
       TELA-CONTAB-0.
           MOVE SPACES TO W-OPCAO
           DISPLAY TELA-MENU-CONTAB
           ACCEPT TELA-MENU-CONTAB
           EVALUATE W-OPCAO
             WHEN "1"
                PERFORM ALTERACAO-000 THRU ALTERACAO-EXIT
             WHEN "2"
                PERFORM CONSULTA-TABELA
             WHEN "3"
                PERFORM CLOSE-CONTAB
                EXIT PROGRAM
           END-EVALUATE.

      * GRAVA OS EVENTOS QUE FALTAM NO ARQUIVO, SEM CONTAS; O QUE
      * JA EXISTE (STATUS "22") FICA COMO O CONTADOR DEIXOU.
       SEMEIA-EVENTOS.
           PERFORM VARYING WS-EVT-IDX FROM 1 BY 1
                   UNTIL WS-EVT-IDX > WS-QTD-EVT
              MOVE SPACES TO REGCTB
              MOVE WS-EVT-CODIGO(WS-EVT-IDX)    TO CTB_EVENTO
              MOVE WS-EVT-DESCRICAO(WS-EVT-IDX) TO CTB_DESCRICAO
              MOVE WS-EVT-HISTORICO(WS-EVT-IDX) TO CTB_HISTORICO
              WRITE REGCTB
           END-PERFORM
           MOVE "00" TO WS-RESULTADO-ACESSO
           .

      ***********************
      * ROTINA DE ALTERACAO *
      ***********************
       ALTERACAO-000.
           MOVE "ALTERACAO" TO DOPCAO.
           MOVE 0           TO W-SEL.
       ALT-001.
           MOVE SPACES TO REGCTB.
           DISPLAY TELA-CONTAB.
           PERFORM ENTRA-EVENTO UNTIL W-SEL > 0
           IF W-SEL = 2
              MOVE 0 TO W-SEL
              PERFORM ENTRA-DADOS UNTIL W-SEL > 0
              MOVE 0 TO W-SEL
              PERFORM ALTERA-DADOS UNTIL W-SEL > 0
              PERFORM REGRAVACAO
              IF W-SN = "S"
                 PERFORM GRAVA-AUDITORIA
              END-IF
              UNLOCK ARQ-CONTAB
              .
            MOVE ZEROS TO W-SEL
            .
       ALTERACAO-EXIT.
           EXIT.

      * MESMO IDIOMA DO ENTRA-CODIGO DO CADCPG: READ COM LOCK,
      * LIBERADO AO FINAL OU AQUI NA PROXIMA CHAMADA SE O OPERADOR
      * DESISTIR NO MEIO.
       ENTRA-EVENTO.
           UNLOCK ARQ-CONTAB
           ACCEPT CTB_EVENTO AT 0727
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 02 OR CTB_EVENTO = SPACES
              MOVE 1 TO W-SEL
           ELSE
              MOVE FUNCTION UPPER-CASE(CTB_EVENTO) TO CTB_EVENTO
              READ ARQ-CONTAB WITH LOCK
              IF WS-RESULTADO-ACESSO = "00"
                 PERFORM MOSTRA-DADOS
                 MOVE 2 TO W-SEL
              ELSE
              IF WS-RESULTADO-ACESSO = "23"
                 MOVE "*** EVENTO NAO CADASTRADO ***" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
              ELSE
              IF WS-RESULTADO-ACESSO = "9D"
                 MOVE "*** EVENTO EM USO EM OUTRO TERMINAL ***"
                      TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 MOVE 1 TO W-SEL
              ELSE
                 MOVE "ERRO NA LEITURA ARQUIVO CONTABIL" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 MOVE 1 TO W-SEL
              END-IF
              END-IF
              END-IF
           END-IF
           .

      * AS CONTAS SAO O CODIGO DO PLANO DO CONTADOR, COMO ELE O
      * IMPORTA (REDUZIDO OU CLASSIFICACAO); O SISTEMA NAO VALIDA O
      * PLANO, SO NAO ACEITA DEBITO E CREDITO NA MESMA CONTA.
       ENTRA-DADOS.
           ACCEPT CTB_CONTA_DEBITO WITH UPDATE AT 1127
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 02
              MOVE 1 TO W-SEL
           ELSE
              ACCEPT CTB_CONTA_CREDITO WITH UPDATE AT 1227
              ACCEPT CTB_HISTORICO WITH UPDATE AT 1327
              IF CTB_CONTA_DEBITO NOT = SPACES AND
                 CTB_CONTA_DEBITO = CTB_CONTA_CREDITO
                 MOVE "DEBITO E CREDITO NA MESMA CONTA" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
              ELSE
                 IF CTB_HISTORICO = SPACES
                    MOVE CTB_DESCRICAO TO CTB_HISTORICO
                 END-IF
                 MOVE 1 TO W-SEL
              END-IF
           END-IF
           .

       GRAVA-AUDITORIA.
           MOVE FUNCTION CURRENT-DATE(1:14) TO AUD-DATA-HORA
           MOVE "CADCTB"     TO AUD-PROGRAMA
           MOVE LS-ID        TO AUD-OPERADOR
           MOVE DOPCAO       TO AUD-OPERACAO
           MOVE ZEROS        TO AUD-CODIGO
           MOVE SPACES       TO AUD-RESULTADO
           STRING "EVENTO " CTB_EVENTO " ALTERADO"
               DELIMITED BY SIZE INTO AUD-RESULTADO
           END-STRING
           WRITE REGAUD
           .

       REGRAVACAO.
           IF W-SN = "S"
              REWRITE REGCTB
              IF WS-RESULTADO-ACESSO = "00" OR "02"
                 MOVE "*** REGISTRO ALTERADO ***" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
              ELSE
                 MOVE "ERRO NA ALTERACAO DO EVENTO" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
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

       MOSTRA-DADOS.
           DISPLAY CTB_EVENTO AT 0727
           DISPLAY CTB_DESCRICAO AT 0926
           DISPLAY CTB_CONTA_DEBITO AT 1127
           DISPLAY CTB_CONTA_CREDITO AT 1227
           DISPLAY CTB_HISTORICO AT 1327
           .

      * UMA LINHA POR EVENTO, NA ORDEM DO CODIGO; QUANDO A AREA DA
      * LISTA (LINHAS 8 A 24) ENCHE, PAGINA E CONTINUA DO TOPO.
       CONSULTA-TABELA.
           DISPLAY TELA-LISTA-CONTAB
           MOVE 7 TO WS-LIN-LISTA
           MOVE "N" TO WS-EOF-CTB
           MOVE SPACES TO CTB_EVENTO
           START ARQ-CONTAB
               KEY IS GREATER THAN CTB_EVENTO
                    INVALID KEY
                       MOVE "Y" TO WS-EOF-CTB
           END-START
           PERFORM UNTIL WS-EOF-CTB = "Y"
               READ ARQ-CONTAB NEXT AT END
                   MOVE "Y" TO WS-EOF-CTB
               END-READ
               IF WS-EOF-CTB = "N"
                  IF WS-LIN-LISTA > 23
                     MOVE "*** TECLE ENTER PARA CONTINUAR ***" TO MENS
                     PERFORM ROT-MENS THRU ROT-MENS-FIM
                     DISPLAY TELA-LISTA-CONTAB
                     MOVE 7 TO WS-LIN-LISTA
                  END-IF
                  ADD 1 TO WS-LIN-LISTA
                  COMPUTE WS-POS-LISTA = WS-LIN-LISTA * 100 + 2
                  DISPLAY CTB_EVENTO AT WS-POS-LISTA
                  COMPUTE WS-POS-LISTA = WS-LIN-LISTA * 100 + 9
                  DISPLAY CTB_DESCRICAO AT WS-POS-LISTA
                  COMPUTE WS-POS-LISTA = WS-LIN-LISTA * 100 + 40
                  DISPLAY CTB_CONTA_DEBITO AT WS-POS-LISTA
                  COMPUTE WS-POS-LISTA = WS-LIN-LISTA * 100 + 61
                  DISPLAY CTB_CONTA_CREDITO AT WS-POS-LISTA
               END-IF
           END-PERFORM
           MOVE "*** TECLE ENTER PARA VOLTAR ***" TO MENS
           PERFORM ROT-MENS THRU ROT-MENS-FIM
           .

      *******************************
      * ROTINA DE ABERTURA ARQUIVOS *
      *******************************
       OPEN-CONTAB.
           OPEN I-O ARQ-CONTAB
           IF WS-RESULTADO-ACESSO NOT = "00"
               IF WS-RESULTADO-ACESSO = "05" OR "35"
                  OPEN OUTPUT ARQ-CONTAB
                  CLOSE ARQ-CONTAB
                  OPEN I-O ARQ-CONTAB
               ELSE
                  MOVE "ERRO NA ABERTURA DO ARQUIVO CONTABIL" TO MENS
                  PERFORM ROT-MENS THRU ROT-MENS-FIM
                  PERFORM CLOSE-CONTAB
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

       CLOSE-CONTAB.
           CLOSE ARQ-CONTAB
           CLOSE ARQ-AUD
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

      * CARREGA-FILIAL E MONTA-CAMINHOS-FILIAL: VER COPYBOOK,
      * COMPARTILHADO POR TODOS OS PROGRAMAS DA FILIAL.
       COPY "copybook\SISFIPGER.CPY".
