      **************************************************
      * APROVACAO DE ALTERACOES CADASTRAIS SENSIVEIS:  *
      * LIMITE DE CREDITO, COMISSAO, PRECO BASE E      *
      * PRAZOS DE PAGAMENTO SO VALEM DEPOIS DE UM      *
      * SEGUNDO OPERADOR APROVAR                       *
      **************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. APRCAD.
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
       77 WS-EOF-APV           PIC X(001) VALUE "N".
       77 WS-DECISAO           PIC X(001) VALUE SPACES.
       77 WS-FIM-ANALISE       PIC X(001) VALUE "N".
       77 WS-QTD-PENDENTES     PIC 9(005) VALUE ZEROS.
       77 WS-QTD-APROVADAS     PIC 9(005) VALUE ZEROS.
       77 WS-QTD-REJEITADAS    PIC 9(005) VALUE ZEROS.
       77 WS-QTD-EXPIRADAS     PIC 9(005) VALUE ZEROS.
       77 WS-QTD-LISTADAS      PIC 9(005) VALUE ZEROS.
       77 WS-VALOR-EDIT        PIC ZZZ.ZZZ.ZZ9,99.
       77 WS-PARC-EDIT         PIC Z9.
       77 WS-PONTEIRO          PIC 9(003) VALUE ZEROS.
       77 WS-DESCR-ENTIDADE    PIC X(040) VALUE SPACES.
       77 WS-TXT-ANTERIOR      PIC X(014) VALUE SPACES.
       77 WS-TXT-NOVO          PIC X(014) VALUE SPACES.
       77 WS-PRAZOS-ANTERIOR   PIC X(050) VALUE SPACES.
       77 WS-PRAZOS-NOVO       PIC X(050) VALUE SPACES.
       77 WS-MOTIVO            PIC X(030) VALUE SPACES.
       77 WS-DATA-DE           PIC 9(008) VALUE ZEROS.
       77 WS-DATA-ATE          PIC 9(008) VALUE ZEROS.

      * RESULTADO DA APLICACAO DA ALTERACAO APROVADA NO CADASTRO:
      * "S" = APLICADA, "U" = REGISTRO EM USO EM OUTRO TERMINAL (A
      * SOLICITACAO CONTINUA PENDENTE), "M" = O CAMPO MUDOU DEPOIS DA
      * SOLICITACAO, "N" = REGISTRO NAO ENCONTRADO, "E" = ERRO DE
      * GRAVACAO. "M" E "N" REJEITAM A SOLICITACAO COM O MOTIVO.
       77 WS-APL-RESULTADO     PIC X(001) VALUE SPACES.

       01 CABEC-APROVA.
          03 FILLER PIC X(46) VALUE
             "SOLICITACOES DE ALTERACAO CADASTRAL - PERIODO".
          03 CAB-DE       PIC 9999/99/99.
          03 FILLER       PIC X(03) VALUE " A ".
          03 CAB-ATE      PIC 9999/99/99.
          03 FILLER       PIC X(13) VALUE "  EMITIDO EM ".
          03 CAB-HOJE     PIC 9999/99/99.

       01 CABEC2-APROVA.
          03 FILLER PIC X(08) VALUE "NUMERO".
          03 FILLER PIC X(13) VALUE "CAMPO".
          03 FILLER PIC X(10) VALUE "REGISTRO".
          03 FILLER PIC X(15) VALUE "      ANTERIOR".
          03 FILLER PIC X(15) VALUE "          NOVO".
          03 FILLER PIC X(11) VALUE "SITUACAO".
          03 FILLER PIC X(17) VALUE "SOLIC.EM   POR".
          03 FILLER PIC X(17) VALUE "DECIDIDO   POR".
          03 FILLER PIC X(06) VALUE "MOTIVO".

       01 DET-APROVA.
          03 DAP-NUMERO     PIC 9(007).
          03 FILLER         PIC X(01) VALUE SPACES.
          03 DAP-TIPO       PIC X(012).
          03 FILLER         PIC X(01) VALUE SPACES.
          03 DAP-CODIGO     PIC 9(007).
          03 FILLER         PIC X(01) VALUE SPACES.
          03 DAP-SUBTIPO    PIC X(001).
          03 FILLER         PIC X(01) VALUE SPACES.
          03 DAP-ANTERIOR   PIC X(014).
          03 FILLER         PIC X(01) VALUE SPACES.
          03 DAP-NOVO       PIC X(014).
          03 FILLER         PIC X(01) VALUE SPACES.
          03 DAP-SITUACAO   PIC X(010).
          03 FILLER         PIC X(01) VALUE SPACES.
          03 DAP-DATA-SOL   PIC 9999/99/99.
          03 FILLER         PIC X(01) VALUE SPACES.
          03 DAP-SOLICITANTE PIC X(005).
          03 FILLER         PIC X(01) VALUE SPACES.
          03 DAP-DATA-DEC   PIC 9999/99/99.
          03 FILLER         PIC X(01) VALUE SPACES.
          03 DAP-APROVADOR  PIC X(005).
          03 FILLER         PIC X(01) VALUE SPACES.
          03 DAP-MOTIVO     PIC X(025).

       01 DET-TOTAL.
          03 TOT-TITULO PIC X(40).
          03 TOT-QTD    PIC ZZZ.ZZ9.

       LINKAGE SECTION.
       01 LS-ID PIC X(5).

       SCREEN SECTION.
       COPY "copybook\SISSTGER.CPY".

       01 TELA-APRCAD.
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
        02 LINE 07 COL 22 VALUE "APROVACAO DE ALTERACOES CADASTRAIS".
        02 LINE 09 COL 10 VALUE "1 - Analisar Solicitacoes Pendentes".
        02 LINE 10 COL 10 VALUE "2 - Relatorio de Solicitacoes".
        02 LINE 11 COL 10 VALUE "3 - Retornar".
        02 LINE 14 COL 10 VALUE
          "LIMITE DE CREDITO, COMISSAO, PRECO BASE E PRAZOS DE".
        02 LINE 15 COL 10 VALUE
          "PAGAMENTO SO MUDAM NO CADASTRO DEPOIS DE APROVADOS".
        02 LINE 16 COL 10 VALUE
          "AQUI POR UM OPERADOR DIFERENTE DO QUE PEDIU.".
        02 LINE 20 COL 10 "Digite a opcao desejada[.]".
        02 OPCAO LINE 20 COL 34 PIC X(01) USING W-OPCAO AUTO.

       01 TELA-ANALISE.
        02 BLANK SCREEN.
        02 LINE 02 COL 28 VALUE "Sistema de Franquia AMBEV".
        02 LINE 04 COL 22 VALUE "ANALISE DE ALTERACAO CADASTRAL".
        02 LINE 06 COL 10 VALUE "SOLICITACAO  :".
        02 LINE 07 COL 10 VALUE "CAMPO        :".
        02 LINE 08 COL 10 VALUE "REGISTRO     :".
        02 LINE 10 COL 10 VALUE "VALOR ATUAL  :".
        02 LINE 11 COL 10 VALUE "VALOR NOVO   :".
        02 LINE 13 COL 10 VALUE "PEDIDO POR   :".
        02 LINE 13 COL 35 VALUE "EM:".
        02 LINE 16 COL 10 VALUE "DECISAO      : [ ]".
        02 LINE 16 COL 30 VALUE
          "A=APROVAR R=REJEITAR P=PULAR F=FIM".

       01 TELA-PERIODO.
        02 BLANK SCREEN.
        02 LINE 02 COL 28 VALUE "Sistema de Franquia AMBEV".
        02 LINE 07 COL 22 VALUE "RELATORIO DE SOLICITACOES".
        02 LINE 09 COL 10 VALUE "SOLICITADAS DE : [        ]".
        02 LINE 10 COL 10 VALUE "SOLICITADAS ATE: [        ]".
        02 LINE 09 COL 40 VALUE "(AAAAMMDD)".
      *-----------------------------------------------------------------
       PROCEDURE DIVISION  USING LS-ID.
       INICIO.
      * RESOLVE OS CAMINHOS DA FILIAL SELECIONADA NO LOGIN ANTES DE
      * ABRIR QUALQUER ARQUIVO DE DADOS (VER SISFIPGER.CPY).
           MOVE LS-ID TO WS-SESSAO-ID
           PERFORM CARREGA-FILIAL
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-DATA-HOJE
           PERFORM OPEN-APRCAD
           PERFORM VERIFICA-PERFIL-APROVADOR
      * SOLICITACAO VENCIDA SAI DA LISTA ANTES DE QUALQUER ANALISE.
           PERFORM EXPIRA-APROVACOES
           IF WS-APV-EXPIRADAS > ZEROS
              MOVE "EXPIRADA" TO DOPCAO
              MOVE ZEROS TO APV_NUMERO
              MOVE SPACES TO MENS
              STRING "*** " WS-APV-EXPIRADAS
                     " SOLICITACAO(OES) EXPIRADA(S) ***"
                  DELIMITED BY SIZE INTO MENS
              END-STRING
              PERFORM GRAVA-AUDITORIA
              PERFORM ROT-MENS THRU ROT-MENS-FIM
           END-IF
           MOVE "F" TO WFIM.
           PERFORM TELA-APRCAD-0 UNTIL WFIM = "T".
       TELA-APRCAD-0.
           MOVE SPACES TO W-OPCAO
           DISPLAY TELA-APRCAD
           ACCEPT TELA-APRCAD
           EVALUATE W-OPCAO
             WHEN "1"
                PERFORM ANALISA-SOLICITACOES
                   THRU ANALISA-SOLICITACOES-FIM
             WHEN "2"
                PERFORM EMITE-RELATORIO THRU EMITE-RELATORIO-FIM
             WHEN "3"
                PERFORM CLOSE-APRCAD
                MOVE "T" TO WFIM
                EXIT PROGRAM
           END-EVALUATE.

      * SO DECIDE SOLICITACAO QUEM TEM PERFIL "A" (ADMINISTRADOR) OU
      * "S" (SUPERVISOR, O MESMO QUE JA AUTORIZA DESCONTO ACIMA DO
      * LIMITE NO CADPED); O PERFIL E CONFERIDO NO CADASTRO, MESMO
      * IDIOMA DO VERIFICA-PERFIL-ADMIN DO CADOPE.
       VERIFICA-PERFIL-APROVADOR.
           MOVE LS-ID TO OPER_ID
           READ ARQ-OPERADOR
               INVALID KEY
                  MOVE SPACES TO OPER_PERFIL
           END-READ
           IF OPER_PERFIL NOT = "A" AND OPER_PERFIL NOT = "S"
              MOVE "ACESSO" TO DOPCAO
              MOVE ZEROS TO APV_NUMERO
              MOVE "*** RESTRITO A ADMINISTRADOR/SUPERVISOR ***"
                   TO MENS
              PERFORM GRAVA-AUDITORIA
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              PERFORM CLOSE-APRCAD
              EXIT PROGRAM
           END-IF
           .

      ************************************
      * ANALISE DAS PENDENTES            *
      ************************************
      * PERCORRE AS SOLICITACOES PENDENTES NA ORDEM DE NUMERO, UMA
      * POR TELA, MESMO IDIOMA DO ANALISA-PROPOSTAS DO REVLIM. A
      * SOLICITACAO DO PROPRIO OPERADOR E MOSTRADA MAS NAO PODE SER
      * DECIDIDA POR ELE (DUPLA APROVACAO).
       ANALISA-SOLICITACOES.
           MOVE ZEROS TO WS-QTD-APROVADAS WS-QTD-REJEITADAS
           MOVE "APROVACAO" TO DOPCAO
           MOVE "APRCAD" TO WS-JRN-PROGRAMA
           MOVE LS-ID    TO WS-JRN-OPERADOR
           MOVE ZEROS    TO WS-JRN-LOTE
           MOVE "N"   TO WS-FIM-ANALISE
           MOVE "N"   TO WS-EOF-APV
           MOVE ZEROS TO APV_NUMERO
           START ARQ-APROVA
               KEY IS NOT LESS THAN APV_NUMERO
                    INVALID KEY
                       MOVE "Y" TO WS-EOF-APV
           END-START
           PERFORM UNTIL WS-EOF-APV = "Y" OR WS-FIM-ANALISE = "S"
               READ ARQ-APROVA NEXT AT END
                   MOVE "Y" TO WS-EOF-APV
               END-READ
               IF WS-EOF-APV = "N" AND APV_SITUACAO = "P"
                  PERFORM ANALISA-UMA
               END-IF
           END-PERFORM
           MOVE SPACES TO MENS
           STRING "*** APROVADAS " WS-QTD-APROVADAS
                  " REJEITADAS " WS-QTD-REJEITADAS " ***"
               DELIMITED BY SIZE INTO MENS
           END-STRING
           PERFORM ROT-MENS THRU ROT-MENS-FIM
           .
       ANALISA-SOLICITACOES-FIM.
           EXIT.

       ANALISA-UMA.
           DISPLAY TELA-ANALISE
           PERFORM DESCREVE-APROVACAO
           PERFORM DESCREVE-ENTIDADE
           PERFORM FORMATA-VALORES
           DISPLAY APV_NUMERO             AT 0626
           DISPLAY WS-APV-DESCR-TIPO      AT 0726
           DISPLAY APV_CODIGO             AT 0826
           DISPLAY WS-DESCR-ENTIDADE      AT 0835
           IF APV_TIPO = "T"
              DISPLAY WS-PRAZOS-ANTERIOR  AT 1026
              DISPLAY WS-PRAZOS-NOVO      AT 1126
           ELSE
              DISPLAY WS-TXT-ANTERIOR     AT 1026
              DISPLAY WS-TXT-NOVO         AT 1126
           END-IF
           DISPLAY APV_SOLICITANTE        AT 1326
           DISPLAY APV_DATA_SOLICITACAO   AT 1339
           IF APV_SOLICITANTE = LS-ID
              MOVE "SOLICITACAO SUA: AGUARDA OUTRO OPERADOR" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              EXIT PARAGRAPH
           END-IF
           MOVE 0 TO W-SEL
           PERFORM ENTRA-DECISAO UNTIL W-SEL > 0
           EVALUATE WS-DECISAO
             WHEN "A"
                PERFORM TRAVA-SOLICITACAO
                IF WS-RESULTADO-ACESSO = "00"
                   PERFORM APROVA-SOLICITACAO
                END-IF
             WHEN "R"
                PERFORM ENTRA-MOTIVO
                IF WS-MOTIVO NOT = SPACES
                   PERFORM TRAVA-SOLICITACAO
                   IF WS-RESULTADO-ACESSO = "00"
                      PERFORM REJEITA-SOLICITACAO
                   END-IF
                END-IF
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

      * REJEICAO SEMPRE COM MOTIVO, QUE SAI NO RELATORIO; ESC DESISTE
      * E A SOLICITACAO CONTINUA PENDENTE.
       ENTRA-MOTIVO.
           MOVE SPACES TO WS-MOTIVO
           DISPLAY "MOTIVO       : [" AT 1810
           DISPLAY "]" AT 1856
           PERFORM UNTIL WS-MOTIVO NOT = SPACES OR W-ACT = 02
              ACCEPT WS-MOTIVO AT 1826
              ACCEPT W-ACT FROM ESCAPE KEY
              IF W-ACT NOT = 02 AND WS-MOTIVO = SPACES
                 MOVE "INFORME O MOTIVO DA REJEICAO" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
              END-IF
           END-PERFORM
           IF W-ACT = 02
              MOVE SPACES TO WS-MOTIVO
           END-IF
           .

      * RELE A SOLICITACAO COM LOCK ANTES DE DECIDIR: OUTRO APROVADOR
      * PODE TER DECIDIDO A MESMA NESTE MEIO TEMPO.
       TRAVA-SOLICITACAO.
           READ ARQ-APROVA WITH LOCK
           IF WS-RESULTADO-ACESSO = "9D"
              MOVE "*** SOLICITACAO EM USO EM OUTRO TERMINAL ***"
                   TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              EXIT PARAGRAPH
           END-IF
           IF WS-RESULTADO-ACESSO NOT = "00"
              MOVE "ERRO NA LEITURA DA SOLICITACAO" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              EXIT PARAGRAPH
           END-IF
           IF APV_SITUACAO NOT = "P"
              UNLOCK ARQ-APROVA
              MOVE "*** SOLICITACAO JA DECIDIDA ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              MOVE "99" TO WS-RESULTADO-ACESSO
           END-IF
           .

      * APROVADA, A ALTERACAO E APLICADA NO CADASTRO DESDE QUE O CAMPO
      * AINDA TENHA O VALOR ANTERIOR DA SOLICITACAO (SE ALGUEM MEXEU
      * NELE POR OUTRO CAMINHO, A SOLICITACAO E REJEITADA PARA NAO
      * SOBREPOR UM VALOR QUE O APROVADOR NAO VIU).
       APROVA-SOLICITACAO.
           PERFORM APLICA-ALTERACAO
           EVALUATE WS-APL-RESULTADO
             WHEN "S"
                MOVE "A"    TO APV_SITUACAO
                MOVE SPACES TO APV_MOTIVO
             WHEN "M"
                MOVE "R"    TO APV_SITUACAO
                MOVE "CAMPO MUDOU APOS A SOLICITACAO" TO APV_MOTIVO
             WHEN "N"
                MOVE "R"    TO APV_SITUACAO
                MOVE "REGISTRO NAO ENCONTRADO" TO APV_MOTIVO
             WHEN "U"
                UNLOCK ARQ-APROVA
                MOVE "*** REGISTRO EM USO EM OUTRO TERMINAL ***"
                     TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                EXIT PARAGRAPH
             WHEN OTHER
                UNLOCK ARQ-APROVA
                MOVE "ERRO NA ATUALIZACAO DO CADASTRO" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                EXIT PARAGRAPH
           END-EVALUATE
           PERFORM GRAVA-DECISAO
           IF APV_SITUACAO = "A"
              ADD 1 TO WS-QTD-APROVADAS
              MOVE "APROVADA " TO MENS
           ELSE
              ADD 1 TO WS-QTD-REJEITADAS
              MOVE "REJEITADA" TO MENS
           END-IF
           MOVE SPACES TO MENS(10:)
           STRING WS-APV-DESCR-TIPO " " APV_CODIGO
               DELIMITED BY SIZE INTO MENS(11:)
           END-STRING
           PERFORM GRAVA-AUDITORIA
           IF APV_SITUACAO = "R"
              MOVE SPACES TO MENS
              STRING "*** REJEITADA: " APV_MOTIVO
                  DELIMITED BY SIZE INTO MENS
              END-STRING
              PERFORM ROT-MENS THRU ROT-MENS-FIM
           END-IF
           .

       REJEITA-SOLICITACAO.
           MOVE "R"       TO APV_SITUACAO
           MOVE WS-MOTIVO TO APV_MOTIVO
           PERFORM GRAVA-DECISAO
           ADD 1 TO WS-QTD-REJEITADAS
           MOVE SPACES TO MENS
           STRING "REJEITADA " WS-APV-DESCR-TIPO " " APV_CODIGO
               DELIMITED BY SIZE INTO MENS
           END-STRING
           PERFORM GRAVA-AUDITORIA
           .

       GRAVA-DECISAO.
           MOVE LS-ID        TO APV_APROVADOR
           MOVE WS-DATA-HOJE TO APV_DATA_DECISAO
           MOVE FUNCTION CURRENT-DATE(9:6) TO APV_HORA_DECISAO
           REWRITE REGAPV
           IF WS-RESULTADO-ACESSO NOT = "00" AND
              WS-RESULTADO-ACESSO NOT = "02"
              MOVE "ERRO NA GRAVACAO DA DECISAO" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
           END-IF
           UNLOCK ARQ-APROVA
           MOVE "00" TO WS-RESULTADO-ACESSO
           .

      ************************************
      * APLICACAO NO CADASTRO            *
      ************************************
       APLICA-ALTERACAO.
           MOVE "E" TO WS-APL-RESULTADO
           EVALUATE APV_TIPO
             WHEN "L"
                PERFORM APLICA-LIMITE
             WHEN "C"
                PERFORM APLICA-COMISSAO
             WHEN "P"
                PERFORM APLICA-PRECO
             WHEN "T"
                PERFORM APLICA-PRAZOS
           END-EVALUATE
           .

      * LIMITE DE CREDITO DO CLIENTE, COM JORNAL COMO QUALQUER
      * ALTERACAO DO CADCLI (MESMO IDIOMA DO ACEITA-PROPOSTA DO
      * REVLIM).
       APLICA-LIMITE.
           MOVE APV_CODIGO TO CLI_CODIGO_CLIENTE
           READ ARQ-CLIENTE WITH LOCK
           IF WS-RESULTADO-ACESSO = "9D"
              MOVE "U" TO WS-APL-RESULTADO
              EXIT PARAGRAPH
           END-IF
           IF WS-RESULTADO-ACESSO NOT = "00"
              MOVE "N" TO WS-APL-RESULTADO
              EXIT PARAGRAPH
           END-IF
           IF CLI_LIMITE_CREDITO NOT = APV_VALOR_ANTERIOR
              UNLOCK ARQ-CLIENTE
              MOVE "M" TO WS-APL-RESULTADO
              EXIT PARAGRAPH
           END-IF
           MOVE REGCLI TO WS-JRN-ANTES
           MOVE APV_VALOR_NOVO TO CLI_LIMITE_CREDITO
           REWRITE REGCLI
           IF WS-RESULTADO-ACESSO NOT = "00"
              UNLOCK ARQ-CLIENTE
              EXIT PARAGRAPH
           END-IF
           MOVE "CLI" TO WS-JRN-ARQUIVO
           MOVE "A"   TO WS-JRN-OPERACAO
           MOVE CLI_CODIGO_CLIENTE TO WS-JRN-CHAVE
           MOVE REGCLI TO WS-JRN-DEPOIS
           PERFORM GRAVA-JORNAL
           UNLOCK ARQ-CLIENTE
           MOVE "S" TO WS-APL-RESULTADO
           .

       APLICA-COMISSAO.
           MOVE APV_CODIGO TO VEN_CODIGO_VENDEDOR
           READ ARQ-VENDEDOR WITH LOCK
           IF WS-RESULTADO-ACESSO = "9D"
              MOVE "U" TO WS-APL-RESULTADO
              EXIT PARAGRAPH
           END-IF
           IF WS-RESULTADO-ACESSO NOT = "00"
              MOVE "N" TO WS-APL-RESULTADO
              EXIT PARAGRAPH
           END-IF
           IF VEN_PERCENTUAL_COMISSAO NOT = APV_VALOR_ANTERIOR
              UNLOCK ARQ-VENDEDOR
              MOVE "M" TO WS-APL-RESULTADO
              EXIT PARAGRAPH
           END-IF
           MOVE REGVEN TO WS-JRN-ANTES
           MOVE APV_VALOR_NOVO TO VEN_PERCENTUAL_COMISSAO
           REWRITE REGVEN
           IF WS-RESULTADO-ACESSO NOT = "00"
              UNLOCK ARQ-VENDEDOR
              EXIT PARAGRAPH
           END-IF
           MOVE "VEN" TO WS-JRN-ARQUIVO
           MOVE "A"   TO WS-JRN-OPERACAO
           MOVE VEN_CODIGO_VENDEDOR TO WS-JRN-CHAVE
           MOVE REGVEN TO WS-JRN-DEPOIS
           PERFORM GRAVA-JORNAL
           UNLOCK ARQ-VENDEDOR
           MOVE "S" TO WS-APL-RESULTADO
           .

      * PRECO DO TIPO DE CLIENTE (APV_SUBTIPO) NA TABELA; PRODUTO AINDA
      * SEM PRECO PARA O TIPO CONTA COMO PRECO ZERO (MESMO IDIOMA DO
      * MOSTRA-PRECOS DO CADPRO).
       APLICA-PRECO.
           MOVE APV_CODIGO  TO PRE_CODIGO_PRODUTO
           MOVE APV_SUBTIPO TO PRE_TIPO_CLIENTE
           READ ARQ-PRECO WITH LOCK
           IF WS-RESULTADO-ACESSO = "9D"
              MOVE "U" TO WS-APL-RESULTADO
              EXIT PARAGRAPH
           END-IF
           IF WS-RESULTADO-ACESSO = "00"
              IF PRE_VALOR_UNITARIO NOT = APV_VALOR_ANTERIOR
                 UNLOCK ARQ-PRECO
                 MOVE "M" TO WS-APL-RESULTADO
                 EXIT PARAGRAPH
              END-IF
              MOVE APV_VALOR_NOVO TO PRE_VALOR_UNITARIO
              REWRITE REGPRE
           ELSE
              IF APV_VALOR_ANTERIOR NOT = ZEROS
                 MOVE "M" TO WS-APL-RESULTADO
                 EXIT PARAGRAPH
              END-IF
              MOVE APV_CODIGO     TO PRE_CODIGO_PRODUTO
              MOVE APV_SUBTIPO    TO PRE_TIPO_CLIENTE
              MOVE APV_VALOR_NOVO TO PRE_VALOR_UNITARIO
              WRITE REGPRE
           END-IF
           IF WS-RESULTADO-ACESSO = "00" OR "02"
              MOVE "S" TO WS-APL-RESULTADO
           END-IF
           UNLOCK ARQ-PRECO
           .

      * QUANTIDADE DE PARCELAS E OS DOZE PRAZOS DA CONDICAO: O
      * CADASTRO ATUAL E MONTADO NO MESMO FORMATO DA SOLICITACAO PARA
      * A CONFERENCIA COM O VALOR ANTERIOR.
       APLICA-PRAZOS.
           MOVE APV_CODIGO TO CPG_CODIGO
           READ ARQ-CONDPAG WITH LOCK
           IF WS-RESULTADO-ACESSO = "9D"
              MOVE "U" TO WS-APL-RESULTADO
              EXIT PARAGRAPH
           END-IF
           IF WS-RESULTADO-ACESSO NOT = "00"
              MOVE "N" TO WS-APL-RESULTADO
              EXIT PARAGRAPH
           END-IF
           MOVE CPG_QTD_PARCELAS TO WS-APV-PARC-ANTERIOR
           PERFORM VARYING WS-APV-IDX FROM 1 BY 1
                   UNTIL WS-APV-IDX > 12
              MOVE CPG_DIAS_PRAZO(WS-APV-IDX)
                TO WS-APV-DIAS-ANTERIOR(WS-APV-IDX)
           END-PERFORM
           IF WS-APV-ANTERIOR NOT = APV_ANTERIOR
              UNLOCK ARQ-CONDPAG
              MOVE "M" TO WS-APL-RESULTADO
              EXIT PARAGRAPH
           END-IF
           MOVE APV_PARC_NOVO TO CPG_QTD_PARCELAS
           PERFORM VARYING WS-APV-IDX FROM 1 BY 1
                   UNTIL WS-APV-IDX > 12
              MOVE APV_DIAS_NOVO(WS-APV-IDX)
                TO CPG_DIAS_PRAZO(WS-APV-IDX)
           END-PERFORM
           REWRITE REGCPG
           IF WS-RESULTADO-ACESSO = "00" OR "02"
              MOVE "S" TO WS-APL-RESULTADO
           END-IF
           UNLOCK ARQ-CONDPAG
           .

      ************************************
      * TEXTOS DE TELA E RELATORIO       *
      ************************************
      * NOME DO REGISTRO ALVO (CLIENTE, VENDEDOR, PRODUTO OU CONDICAO)
      * PARA O APROVADOR SABER DO QUE SE TRATA.
       DESCREVE-ENTIDADE.
           MOVE SPACES TO WS-DESCR-ENTIDADE
           EVALUATE APV_TIPO
             WHEN "L"
                MOVE APV_CODIGO TO CLI_CODIGO_CLIENTE
                READ ARQ-CLIENTE
                    NOT INVALID KEY
                       MOVE CLI_RAZAO_SOCIAL TO WS-DESCR-ENTIDADE
                END-READ
             WHEN "C"
                MOVE APV_CODIGO TO VEN_CODIGO_VENDEDOR
                READ ARQ-VENDEDOR
                    NOT INVALID KEY
                       MOVE VEN_NOME_VENDEDOR TO WS-DESCR-ENTIDADE
                END-READ
             WHEN "P"
                MOVE APV_CODIGO TO PRO_CODIGO_PRODUTO
                READ ARQ-PRODUTO
                    NOT INVALID KEY
                       MOVE PRO_DESCRICAO TO WS-DESCR-ENTIDADE
                END-READ
                IF APV_SUBTIPO = "D"
                   MOVE "(DISTRIB.)" TO WS-DESCR-ENTIDADE(31:)
                ELSE
                   MOVE "(VAREJO)"   TO WS-DESCR-ENTIDADE(31:)
                END-IF
             WHEN "T"
                MOVE APV_CODIGO TO CPG_CODIGO
                READ ARQ-CONDPAG
                    NOT INVALID KEY
                       MOVE CPG_DESCRICAO TO WS-DESCR-ENTIDADE
                END-READ
           END-EVALUATE
           MOVE "00" TO WS-RESULTADO-ACESSO
           .

      * VALORES ANTERIOR E NOVO EM 14 POSICOES; NOS PRAZOS, A LINHA
      * CURTA TRAZ PARCELAS E O ULTIMO PRAZO ("03X ATE 090D") E A
      * LINHA LONGA (WS-PRAZOS-*) TODOS OS PRAZOS.
       FORMATA-VALORES.
           MOVE SPACES TO WS-TXT-ANTERIOR WS-TXT-NOVO
                          WS-PRAZOS-ANTERIOR WS-PRAZOS-NOVO
           IF APV_TIPO NOT = "T"
              MOVE APV_VALOR_ANTERIOR TO WS-VALOR-EDIT
              MOVE WS-VALOR-EDIT      TO WS-TXT-ANTERIOR
              MOVE APV_VALOR_NOVO     TO WS-VALOR-EDIT
              MOVE WS-VALOR-EDIT      TO WS-TXT-NOVO
              EXIT PARAGRAPH
           END-IF
           IF APV_PARC_ANTERIOR > ZEROS AND APV_PARC_ANTERIOR < 13
              STRING APV_PARC_ANTERIOR "X ATE "
                     APV_DIAS_ANTERIOR(APV_PARC_ANTERIOR) "D"
                  DELIMITED BY SIZE INTO WS-TXT-ANTERIOR
              END-STRING
           END-IF
           IF APV_PARC_NOVO > ZEROS AND APV_PARC_NOVO < 13
              STRING APV_PARC_NOVO "X ATE "
                     APV_DIAS_NOVO(APV_PARC_NOVO) "D"
                  DELIMITED BY SIZE INTO WS-TXT-NOVO
              END-STRING
           END-IF
           MOVE 1 TO WS-PONTEIRO
           PERFORM VARYING WS-APV-IDX FROM 1 BY 1
                   UNTIL WS-APV-IDX > APV_PARC_ANTERIOR
                      OR WS-APV-IDX > 12
              STRING APV_DIAS_ANTERIOR(WS-APV-IDX) " "
                  DELIMITED BY SIZE INTO WS-PRAZOS-ANTERIOR
                  WITH POINTER WS-PONTEIRO
              END-STRING
           END-PERFORM
           MOVE 1 TO WS-PONTEIRO
           PERFORM VARYING WS-APV-IDX FROM 1 BY 1
                   UNTIL WS-APV-IDX > APV_PARC_NOVO
                      OR WS-APV-IDX > 12
              STRING APV_DIAS_NOVO(WS-APV-IDX) " "
                  DELIMITED BY SIZE INTO WS-PRAZOS-NOVO
                  WITH POINTER WS-PONTEIRO
              END-STRING
           END-PERFORM
           .

      ************************************
      * RELATORIO DE SOLICITACOES        *
      ************************************
      * TODAS AS SOLICITACOES FEITAS NO PERIODO, EM QUALQUER SITUACAO,
      * COM QUEM PEDIU, QUEM DECIDIU E QUANDO; AS PENDENTES SAEM SEM
      * DECISOR.
       EMITE-RELATORIO.
           DISPLAY TELA-PERIODO
           MOVE WS-DATA-HOJE TO WS-DATA-DE
           MOVE 01 TO WS-DATA-DE(7:2)
           MOVE WS-DATA-HOJE TO WS-DATA-ATE
           ACCEPT WS-DATA-DE  WITH UPDATE AT 0928
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 02
              GO TO EMITE-RELATORIO-FIM
           END-IF
           ACCEPT WS-DATA-ATE WITH UPDATE AT 1028
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 02
              GO TO EMITE-RELATORIO-FIM
           END-IF
           IF WS-DATA-ATE < WS-DATA-DE
              MOVE "*** PERIODO INVALIDO ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO EMITE-RELATORIO-FIM
           END-IF
           MOVE ZEROS TO WS-QTD-LISTADAS WS-QTD-PENDENTES
                         WS-QTD-APROVADAS WS-QTD-REJEITADAS
                         WS-QTD-EXPIRADAS
           MOVE WCF-ARQ-IMPRESSAO-APROVA TO WRL-ARQ-IMPRESSAO
           OPEN OUTPUT ARQIMP
           MOVE WS-DATA-DE   TO CAB-DE
           MOVE WS-DATA-ATE  TO CAB-ATE
           MOVE WS-DATA-HOJE TO CAB-HOJE
           WRITE REGIMP FROM CABEC-APROVA
           WRITE REGIMP FROM CABEC2-APROVA
           MOVE SPACES TO REGIMP
           WRITE REGIMP

           MOVE "N"   TO WS-EOF-APV
           MOVE ZEROS TO APV_NUMERO
           START ARQ-APROVA
               KEY IS NOT LESS THAN APV_NUMERO
                    INVALID KEY
                       MOVE "Y" TO WS-EOF-APV
           END-START
           PERFORM UNTIL WS-EOF-APV = "Y"
               READ ARQ-APROVA NEXT AT END
                   MOVE "Y" TO WS-EOF-APV
               END-READ
               IF WS-EOF-APV = "N" AND
                  APV_DATA_SOLICITACAO NOT < WS-DATA-DE AND
                  APV_DATA_SOLICITACAO NOT > WS-DATA-ATE
                  PERFORM IMPRIME-SOLICITACAO
               END-IF
           END-PERFORM

           MOVE SPACES TO REGIMP
           WRITE REGIMP
           MOVE "SOLICITACOES NO PERIODO" TO TOT-TITULO
           MOVE WS-QTD-LISTADAS TO TOT-QTD
           WRITE REGIMP FROM DET-TOTAL
           MOVE "  APROVADAS" TO TOT-TITULO
           MOVE WS-QTD-APROVADAS TO TOT-QTD
           WRITE REGIMP FROM DET-TOTAL
           MOVE "  REJEITADAS" TO TOT-TITULO
           MOVE WS-QTD-REJEITADAS TO TOT-QTD
           WRITE REGIMP FROM DET-TOTAL
           MOVE "  EXPIRADAS" TO TOT-TITULO
           MOVE WS-QTD-EXPIRADAS TO TOT-QTD
           WRITE REGIMP FROM DET-TOTAL
           MOVE "  PENDENTES" TO TOT-TITULO
           MOVE WS-QTD-PENDENTES TO TOT-QTD
           WRITE REGIMP FROM DET-TOTAL
           CLOSE ARQIMP
      * COPIA DATADA + CATALOGO DE SPOOL (VER SISSPPGER.CPY).
           MOVE "APRCAD" TO WS-SPL-PROGRAMA
           MOVE WRL-ARQ-IMPRESSAO TO WS-SPL-ORIGEM
           PERFORM REGISTRA-SPOOL THRU REGISTRA-SPOOL-FIM
           MOVE "*** RELATORIO EMITIDO ***" TO MENS
           PERFORM ROT-MENS THRU ROT-MENS-FIM
           .
       EMITE-RELATORIO-FIM.
           EXIT.

       IMPRIME-SOLICITACAO.
           ADD 1 TO WS-QTD-LISTADAS
           EVALUATE APV_SITUACAO
             WHEN "P" ADD 1 TO WS-QTD-PENDENTES
             WHEN "A" ADD 1 TO WS-QTD-APROVADAS
             WHEN "R" ADD 1 TO WS-QTD-REJEITADAS
             WHEN "E" ADD 1 TO WS-QTD-EXPIRADAS
           END-EVALUATE
           PERFORM DESCREVE-APROVACAO
           PERFORM FORMATA-VALORES
           MOVE APV_NUMERO            TO DAP-NUMERO
           MOVE WS-APV-DESCR-TIPO     TO DAP-TIPO
           MOVE APV_CODIGO            TO DAP-CODIGO
           MOVE APV_SUBTIPO           TO DAP-SUBTIPO
           MOVE WS-TXT-ANTERIOR       TO DAP-ANTERIOR
           MOVE WS-TXT-NOVO           TO DAP-NOVO
           MOVE WS-APV-DESCR-SITUACAO TO DAP-SITUACAO
           MOVE APV_DATA_SOLICITACAO  TO DAP-DATA-SOL
           MOVE APV_SOLICITANTE       TO DAP-SOLICITANTE
           MOVE APV_DATA_DECISAO      TO DAP-DATA-DEC
           MOVE APV_APROVADOR         TO DAP-APROVADOR
           MOVE APV_MOTIVO            TO DAP-MOTIVO
           WRITE REGIMP FROM DET-APROVA
           .

      *******************************
      * ROTINAS DE APOIO            *
      *******************************
       GRAVA-AUDITORIA.
           MOVE FUNCTION CURRENT-DATE(1:14) TO AUD-DATA-HORA
           MOVE "APRCAD"     TO AUD-PROGRAMA
           MOVE LS-ID        TO AUD-OPERADOR
           MOVE DOPCAO       TO AUD-OPERACAO
           MOVE APV_NUMERO   TO AUD-CODIGO
           MOVE MENS         TO AUD-RESULTADO
           WRITE REGAUD
           .

      * OS CADASTROS ALVO TEM QUE EXISTIR: SEM ELES NAO HA O QUE
      * APROVAR. O ARQUIVO DE SOLICITACOES E CRIADO NA PRIMEIRA VEZ
      * (VER ABRE-APROVACAO).
       OPEN-APRCAD.
           PERFORM OPEN-AUDITORIA
           PERFORM OPEN-JORNAL
           PERFORM ABRE-APROVACAO
           IF WS-SEM-APROVA = "S"
              MOVE "ERRO NA ABERTURA DO ARQ. APROVACOES" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              CLOSE ARQ-AUD ARQ-JRN
              EXIT PROGRAM
           END-IF
           OPEN INPUT ARQ-OPERADOR
           OPEN I-O ARQ-CLIENTE
           IF WS-RESULTADO-ACESSO = "00"
              OPEN I-O ARQ-VENDEDOR
           END-IF
           IF WS-RESULTADO-ACESSO = "00"
              OPEN INPUT ARQ-PRODUTO
           END-IF
           IF WS-RESULTADO-ACESSO = "00"
              OPEN I-O ARQ-PRECO
           END-IF
           IF WS-RESULTADO-ACESSO = "00"
              OPEN I-O ARQ-CONDPAG
           END-IF
           IF WS-RESULTADO-ACESSO NOT = "00"
              MOVE "ERRO NA ABERTURA DOS CADASTROS" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              PERFORM CLOSE-APRCAD
              EXIT PROGRAM
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

       CLOSE-APRCAD.
           CLOSE ARQ-OPERADOR
           CLOSE ARQ-CLIENTE
           CLOSE ARQ-VENDEDOR
           CLOSE ARQ-PRODUTO
           CLOSE ARQ-PRECO
           CLOSE ARQ-CONDPAG
           CLOSE ARQ-AUD
           CLOSE ARQ-JRN
           PERFORM FECHA-APROVACAO
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

      * SOLICITACOES PENDENTES (ABRE/FECHA, EXPIRA-APROVACOES E
      * DESCREVE-APROVACAO): VER COPYBOOK, COMPARTILHADO COM OS
      * CADASTROS QUE GERAM AS SOLICITACOES (CADCLI, CADVEN, CADPRO,
      * CADCPG).
       COPY "copybook\SISAPPGER.CPY".

      * GRAVA-JORNAL E OPEN-JORNAL: VER COPYBOOK, COMPARTILHADO COM
      * OS DEMAIS GRAVADORES DO JORNAL DE IMAGENS.
       COPY "copybook\SISJRPGER.CPY".

      * REGISTRA-SPOOL: VER COPYBOOK, COMPARTILHADO PELOS PROGRAMAS
      * DE RELATORIO.
       COPY "copybook\SISSPPGER.CPY".

      * CARREGA-FILIAL E MONTA-CAMINHOS-FILIAL: VER COPYBOOK,
      * COMPARTILHADO POR TODOS OS PROGRAMAS DA FILIAL.
       COPY "copybook\SISFIPGER.CPY".
