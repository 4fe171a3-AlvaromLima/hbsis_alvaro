      **************************************************
      * PEDIDOS PROGRAMADOS DO CLIENTE: A CESTA QUE SE *
      * REPETE TODA SEMANA, QUINZENA OU MES, GERADA    *
      * COMO PEDIDO DE VERDADE PELO GERPPG NA DATA     *
      **************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CADPPG.
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

       77 WS-DATA-HOJE         PIC 9(008) VALUE ZEROS.
       77 WS-DIAS-DATA         PIC 9(009) VALUE ZEROS.

      * CESTA DO PEDIDO PROGRAMADO NA TELA: ITENS 1 A 10 NA COLUNA DA
      * ESQUERDA E 11 A 20 NA DA DIREITA, LINHAS 13 A 22. PRODUTO
      * ZERO ENCERRA A DIGITACAO; OS ITENS DALI PARA BAIXO SAO
      * LIMPOS. O PRODUTO TEM QUE EXISTIR E ESTAR ATIVO, SEM REPETIR
      * NA MESMA CESTA; O PRECO SO E BUSCADO NA GERACAO (VALE O DO
      * DIA DO PEDIDO, COMO NA DIGITACAO).
       77 WS-IT-IDX            PIC 9(002) VALUE ZEROS.
       77 WS-IT-AUX            PIC 9(002) VALUE ZEROS.
       77 WS-IT-LINHA          PIC 9(002) VALUE ZEROS.
       77 WS-IT-COLUNA         PIC 9(002) VALUE ZEROS.
       77 WS-IT-POS            PIC 9(004) VALUE ZEROS.
       77 WS-FIM-ITENS         PIC X(001) VALUE "N".
       77 WS-IT-REPETIDO       PIC X(001) VALUE "N".
       77 WS-IT-DESCRICAO      PIC X(024) VALUE SPACES.

       LINKAGE SECTION.
       01 LS-ID PIC X(5).

       SCREEN SECTION.
       COPY "copybook\SISSTGER.CPY".

       01 TELA-MENU-PEDPRG.
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
        02 LINE 07 COL 30 VALUE "PEDIDOS PROGRAMADOS".
        02 LINE 09 COL 10 VALUE "1 - Inclusao".
        02 LINE 10 COL 10 VALUE "2 - Alteracao".
        02 LINE 11 COL 10 VALUE "3 - Pausar / Reativar".
        02 LINE 12 COL 10 VALUE "4 - Exclusao".
        02 LINE 13 COL 10 VALUE "5 - Retornar".
        02 LINE 17 COL 10 VALUE
          "OS PEDIDOS SAO GERADOS NA DATA PELO GERPPG (CADEIA".
        02 LINE 18 COL 10 VALUE
          "NOTURNA OU OPCAO 05.16), COM A VALIDACAO DO CADPED.".
        02 LINE 20 COL 10 "Digite a opcao desejada[.]".
        02 OPCAO LINE 20 COL 34 PIC X(01) USING W-OPCAO AUTO.
      *
       01 TELA-PEDPRG.
        02 BLANK SCREEN.
        02 LINE 02 COL 28 VALUE "Sistema de Franquia AMBEV".
        02 LINE 05 COL 25 VALUE "PEDIDO PROGRAMADO DO CLIENTE".
        02 LINE 05 COL 66 VALUE "[".
        02 LINE 05 COL 67 PIC X(10) USING DOPCAO.
        02 LINE 05 COL 77 VALUE "]".
        02 LINE 07 COL 10 VALUE "CLIENTE      : [       ]".
        02 LINE 08 COL 10 VALUE "SEQUENCIA    : [  ]".
        02 LINE 08 COL 40 VALUE "ZEROS NO CLIENTE SAI".
        02 LINE 09 COL 10 VALUE "FREQUENCIA   : [ ]".
        02 LINE 09 COL 40 VALUE "S=SEMANAL Q=QUINZENAL M=MENSAL".
        02 LINE 10 COL 10 VALUE "PROXIMA DATA : [        ]".
        02 LINE 10 COL 40 VALUE "(AAAAMMDD)".
        02 LINE 11 COL 10 VALUE "SITUACAO     : [ ]".
        02 LINE 11 COL 30 VALUE "A=ATIVO P=PAUSADO".
        02 LINE 11 COL 50 VALUE "ULT. PEDIDO:".
        02 LINE 12 COL 01 VALUE "IT PROD.  QTDE DESCRICAO".
        02 LINE 12 COL 41 VALUE "IT PROD.  QTDE DESCRICAO".
      *-----------------------------------------------------------------
       PROCEDURE DIVISION  USING LS-ID.
       INICIO.
      * RESOLVE OS CAMINHOS DA FILIAL SELECIONADA NO LOGIN ANTES DE
      * ABRIR QUALQUER ARQUIVO DE DADOS (VER SISFIPGER.CPY).
           MOVE LS-ID TO WS-SESSAO-ID
           PERFORM CARREGA-FILIAL
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-DATA-HOJE
           PERFORM OPEN-PEDPRG
           MOVE "F" TO WFIM.
           PERFORM TELA-PEDPRG-0 UNTIL WFIM = "T".
       TELA-PEDPRG-0.
           MOVE SPACES TO W-OPCAO
           DISPLAY TELA-MENU-PEDPRG
           ACCEPT TELA-MENU-PEDPRG
           EVALUATE W-OPCAO
             WHEN "1"
                PERFORM INCLUSAO-000 THRU INCLUSAO-EXIT
             WHEN "2"
                PERFORM ALTERACAO-000 THRU ALTERACAO-EXIT
             WHEN "3"
                PERFORM PAUSA-000 THRU PAUSA-EXIT
             WHEN "4"
                PERFORM EXCLUSAO-000 THRU EXCLUSAO-EXIT
             WHEN "5"
                PERFORM CLOSE-PEDPRG
                MOVE "T" TO WFIM
                EXIT PROGRAM
           END-EVALUATE.

      **********************
      * ROTINA DE INCLUSAO *
      **********************
       INCLUSAO-000.
           MOVE "INCLUSAO" TO DOPCAO.
           MOVE 0          TO W-SEL.
       INC-001.
           MOVE SPACES TO REGPPG
                          WS-GRAVACAO
                          .
           MOVE ZEROS  TO PPG_CODIGO_CLIENTE
                          PPG_PROXIMA_DATA
                          PPG_DIA_MES
                          PPG_QTD_ITENS
                          PPG_ULTIMA_GERACAO
                          PPG_ULTIMO_PEDIDO
                          PPG_DATA_CADASTRO
                          .
           PERFORM VARYING WS-IT-IDX FROM 1 BY 1 UNTIL WS-IT-IDX > 20
              MOVE ZEROS TO PPG_ITEM_PRODUTO(WS-IT-IDX)
                            PPG_ITEM_QTDE(WS-IT-IDX)
           END-PERFORM
           MOVE 1   TO PPG_SEQUENCIA
           MOVE "S" TO PPG_FREQUENCIA
           MOVE "A" TO PPG_SITUACAO
           MOVE WS-DATA-HOJE TO PPG_PROXIMA_DATA
           .
       INC-010.
           DISPLAY TELA-PEDPRG.
           PERFORM ENTRA-CHAVE UNTIL W-SEL > 0
           IF W-SEL = 2
              MOVE 0 TO W-SEL
              PERFORM ENTRA-DADOS UNTIL W-SEL > 0
              IF W-SEL = 2
                 MOVE 0 TO W-SEL
                 PERFORM ENTRA-ITENS
                 IF W-SEL = 2
                    MOVE 0 TO W-SEL
                    PERFORM CONFIRMA-DADOS UNTIL W-SEL > 0
                    PERFORM GRAVACAO
                    IF W-SN = "S"
                       PERFORM GRAVA-AUDITORIA
                    END-IF
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
      * FREQUENCIA, PROXIMA DATA E CESTA; A SITUACAO SO MUDA PELA
      * OPCAO 3.
       ALTERACAO-000.
           MOVE "ALTERACAO" TO DOPCAO.
           MOVE 0           TO W-SEL.
       ALT-001.
           PERFORM INC-001.
           DISPLAY TELA-PEDPRG.
           PERFORM ENTRA-CHAVE UNTIL W-SEL > 0
           IF W-SEL = 2
              MOVE 0 TO W-SEL
              PERFORM ENTRA-DADOS UNTIL W-SEL > 0
              IF W-SEL = 2
                 MOVE 0 TO W-SEL
                 PERFORM ENTRA-ITENS
                 IF W-SEL = 2
                    MOVE 0 TO W-SEL
                    PERFORM ALTERA-DADOS UNTIL W-SEL > 0
                    PERFORM REGRAVACAO
                    IF W-SN = "S"
                       PERFORM GRAVA-AUDITORIA
                    END-IF
                 END-IF
              END-IF
              UNLOCK ARQ-PEDPRG
              .
            MOVE ZEROS TO W-SEL
            .
       ALTERACAO-EXIT.
           EXIT.

      *****************************
      * ROTINA DE PAUSA/REATIVACAO *
      *****************************
      * PAUSADO O PROGRAMADO FICA GUARDADO E O GERPPG PASSA POR CIMA.
      * NA VOLTA, A PROXIMA DATA QUE FICOU PARA TRAS ANDA DE PERIODO
      * EM PERIODO ATE HOJE: AS ENTREGAS DO TEMPO DA PAUSA NAO SAO
      * GERADAS DE UMA VEZ.
       PAUSA-000.
           MOVE "PAUSA" TO DOPCAO.
           MOVE 0       TO W-SEL.
       PAU-001.
           PERFORM INC-001.
           DISPLAY TELA-PEDPRG.
           PERFORM ENTRA-CHAVE UNTIL W-SEL > 0
           IF W-SEL = 2
              MOVE 0 TO W-SEL
              IF PPG_SITUACAO = "P"
                 MOVE "REATIVACAO" TO DOPCAO
                 DISPLAY "REATIVAR (S/N) : " AT 2340
              ELSE
                 MOVE "PAUSA" TO DOPCAO
                 DISPLAY "PAUSAR (S/N)   : " AT 2340
              END-IF
              DISPLAY DOPCAO AT 0567
              PERFORM CONFIRMA-PAUSA UNTIL W-SEL > 0
              IF W-SN = "S"
                 IF PPG_SITUACAO = "P"
                    MOVE "A" TO PPG_SITUACAO
                    MOVE PPG_FREQUENCIA   TO WS-PPG-FREQUENCIA
                    MOVE PPG_DIA_MES      TO WS-PPG-DIA-MES
                    MOVE PPG_PROXIMA_DATA TO WS-PPG-DATA
                    PERFORM AVANCA-DATA-PROGRAMADA
                        UNTIL WS-PPG-DATA NOT < WS-DATA-HOJE
                    MOVE WS-PPG-DATA TO PPG_PROXIMA_DATA
                 ELSE
                    MOVE "P" TO PPG_SITUACAO
                 END-IF
                 MOVE LS-ID TO PPG_OPERADOR
                 PERFORM MOSTRA-DADOS
                 PERFORM REGRAVACAO
                 IF W-SN = "S"
                    PERFORM GRAVA-AUDITORIA
                 END-IF
              END-IF
              UNLOCK ARQ-PEDPRG
              .
            MOVE ZEROS TO W-SEL
            .
       PAUSA-EXIT.
           EXIT.

      **********************
      * ROTINA DE EXCLUSAO *
      **********************
       EXCLUSAO-000.
           MOVE "EXCLUSAO" TO DOPCAO.
           MOVE 0          TO W-SEL.
       EXC-001.
           PERFORM INC-001.
           DISPLAY TELA-PEDPRG.
           PERFORM ENTRA-CHAVE UNTIL W-SEL > 0
           IF W-SEL = 2
              MOVE 0 TO W-SEL
              PERFORM EXCLUI-DADOS UNTIL W-SEL > 0
              IF W-SN = "S"
                 DELETE ARQ-PEDPRG RECORD
                 IF WS-RESULTADO-ACESSO = "00"
                    MOVE "*** REGISTRO EXCLUIDO ***" TO MENS
                    PERFORM GRAVA-AUDITORIA
                 ELSE
                    MOVE "ERRO NA EXCLUSAO DO PROGRAMADO" TO MENS
                 END-IF
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
              END-IF
              UNLOCK ARQ-PEDPRG
              .
            MOVE ZEROS TO W-SEL
            .
       EXCLUSAO-EXIT.
           EXIT.

      * CLIENTE + SEQUENCIA. O CLIENTE TEM QUE EXISTIR E, NA
      * INCLUSAO, ESTAR ATIVO (BLOQUEIO DE COBRANCA NAO IMPEDE O
      * CADASTRO; QUEM SEGURA O PEDIDO E A GERACAO). FORA DA INCLUSAO
      * O READ E COM LOCK, MESMO IDIOMA DO CADVBA.
       ENTRA-CHAVE.
           UNLOCK ARQ-PEDPRG
           ACCEPT PPG_CODIGO_CLIENTE AT 0726
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 02 OR PPG_CODIGO_CLIENTE = ZEROS
              MOVE 1 TO W-SEL
              EXIT PARAGRAPH
           END-IF
           MOVE PPG_CODIGO_CLIENTE TO CLI_CODIGO_CLIENTE
           READ ARQ-CLIENTE
               INVALID KEY
                  MOVE "*** CLIENTE NAO CADASTRADO ***" TO MENS
                  PERFORM ROT-MENS THRU ROT-MENS-FIM
                  MOVE "00" TO WS-RESULTADO-ACESSO
                  EXIT PARAGRAPH
           END-READ
           DISPLAY CLI_RAZAO_SOCIAL AT 0736
           IF W-OPCAO = "1" AND CLI_STATUS NOT = "A"
              MOVE "*** CLIENTE NAO ESTA ATIVO ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              EXIT PARAGRAPH
           END-IF
           ACCEPT PPG_SEQUENCIA WITH UPDATE AT 0826
           IF PPG_SEQUENCIA = ZEROS
              MOVE "SEQUENCIA INVALIDA (01 A 99)" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              EXIT PARAGRAPH
           END-IF
           IF W-OPCAO = "1"
              READ ARQ-PEDPRG
           ELSE
              READ ARQ-PEDPRG WITH LOCK
           END-IF
           IF WS-RESULTADO-ACESSO NOT = "23"
              IF WS-RESULTADO-ACESSO = "00"
                 PERFORM MOSTRA-DADOS
                 IF W-OPCAO = "1"
                    MOVE "*** PROGRAMADO JA CADASTRADO ***" TO MENS
                    PERFORM ROT-MENS THRU ROT-MENS-FIM
                    PERFORM INC-001
                    DISPLAY TELA-PEDPRG
                 ELSE
                    MOVE 2 TO W-SEL
                 END-IF
              ELSE
              IF WS-RESULTADO-ACESSO = "9D"
                 MOVE "*** PROGRAMADO EM USO EM OUTRO TERMINAL ***"
                   TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 MOVE 1 TO W-SEL
              ELSE
                 MOVE "ERRO NA LEITURA DOS PROGRAMADOS" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 MOVE 1 TO W-SEL
              END-IF
              END-IF
           ELSE
              IF W-OPCAO = "1"
                 MOVE 2 TO W-SEL
              ELSE
                 MOVE "*** PROGRAMADO NAO CADASTRADO ***" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
              END-IF
           END-IF
           .

      * FREQUENCIA E PROXIMA DATA (NAO ANTERIOR A HOJE: A DE HOJE JA
      * SAI NA GERACAO DESTA NOITE). O DIA DO MES FICA GUARDADO PARA
      * O MENSAL (VER SISPGPGER.CPY).
       ENTRA-DADOS.
           ACCEPT PPG_FREQUENCIA WITH UPDATE AT 0926
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 02
              MOVE 1 TO W-SEL
              EXIT PARAGRAPH
           END-IF
           INSPECT PPG_FREQUENCIA CONVERTING "sqm" TO "SQM"
           IF PPG_FREQUENCIA NOT = "S" AND "Q" AND "M"
              MOVE "FREQUENCIA INVALIDA (S/Q/M)" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              EXIT PARAGRAPH
           END-IF
           ACCEPT PPG_PROXIMA_DATA WITH UPDATE AT 1026
           MOVE ZEROS TO WS-DIAS-DATA
           IF PPG_PROXIMA_DATA(1:4) NOT < "1900" AND
              PPG_PROXIMA_DATA(5:2) NOT < "01" AND
              PPG_PROXIMA_DATA(5:2) NOT > "12" AND
              PPG_PROXIMA_DATA(7:2) NOT < "01" AND
              PPG_PROXIMA_DATA(7:2) NOT > "31"
              COMPUTE WS-DIAS-DATA =
                  FUNCTION INTEGER-OF-DATE(PPG_PROXIMA_DATA)
           END-IF
           IF WS-DIAS-DATA = ZEROS
              MOVE "PROXIMA DATA INVALIDA" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
           ELSE
           IF PPG_PROXIMA_DATA < WS-DATA-HOJE
              MOVE "PROXIMA DATA ANTERIOR A HOJE" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
           ELSE
              MOVE PPG_PROXIMA_DATA(7:2) TO PPG_DIA_MES
              IF W-OPCAO = "1"
                 MOVE WS-DATA-HOJE TO PPG_DATA_CADASTRO
              END-IF
              MOVE LS-ID TO PPG_OPERADOR
              DISPLAY PPG_SITUACAO AT 1126
              MOVE 2 TO W-SEL
           END-IF
           END-IF
           .

      * A CESTA, ITEM A ITEM (VER O COMENTARIO DA AREA WS-IT-*).
      * W-SEL = 2 CESTA OK, 1 = ESC.
       ENTRA-ITENS.
           PERFORM MOSTRA-ITENS
           MOVE 1   TO WS-IT-IDX
           MOVE "N" TO WS-FIM-ITENS
           PERFORM ENTRA-UM-ITEM UNTIL WS-FIM-ITENS NOT = "N"
           IF WS-FIM-ITENS = "E"
              MOVE 1 TO W-SEL
           ELSE
              MOVE 2 TO W-SEL
           END-IF
           .

       ENTRA-UM-ITEM.
           PERFORM POSICAO-ITEM
           COMPUTE WS-IT-POS = WS-IT-LINHA * 100 + WS-IT-COLUNA
           DISPLAY WS-IT-IDX AT WS-IT-POS
           COMPUTE WS-IT-POS = WS-IT-LINHA * 100 + WS-IT-COLUNA + 3
           ACCEPT PPG_ITEM_PRODUTO(WS-IT-IDX) WITH UPDATE AT WS-IT-POS
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 02
              MOVE "E" TO WS-FIM-ITENS
              EXIT PARAGRAPH
           END-IF
           IF PPG_ITEM_PRODUTO(WS-IT-IDX) = ZEROS
              IF WS-IT-IDX = 1
                 MOVE "INFORME AO MENOS UM ITEM" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
              ELSE
                 COMPUTE PPG_QTD_ITENS = WS-IT-IDX - 1
                 PERFORM LIMPA-ITENS-RESTANTES
                 MOVE "S" TO WS-FIM-ITENS
              END-IF
              EXIT PARAGRAPH
           END-IF
           MOVE "N" TO WS-IT-REPETIDO
           PERFORM VARYING WS-IT-AUX FROM 1 BY 1
                   UNTIL WS-IT-AUX NOT < WS-IT-IDX
              IF PPG_ITEM_PRODUTO(WS-IT-AUX) =
                 PPG_ITEM_PRODUTO(WS-IT-IDX)
                 MOVE "S" TO WS-IT-REPETIDO
              END-IF
           END-PERFORM
           IF WS-IT-REPETIDO = "S"
              MOVE "*** PRODUTO JA ESTA NA CESTA ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              EXIT PARAGRAPH
           END-IF
           MOVE PPG_ITEM_PRODUTO(WS-IT-IDX) TO PRO_CODIGO_PRODUTO
           READ ARQ-PRODUTO
               INVALID KEY
                  MOVE "*** PRODUTO NAO CADASTRADO ***" TO MENS
                  PERFORM ROT-MENS THRU ROT-MENS-FIM
                  MOVE "00" TO WS-RESULTADO-ACESSO
                  EXIT PARAGRAPH
           END-READ
           IF PRO_STATUS NOT = "A"
              MOVE "*** PRODUTO NAO ESTA ATIVO ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              EXIT PARAGRAPH
           END-IF
           MOVE PRO_DESCRICAO TO WS-IT-DESCRICAO
           COMPUTE WS-IT-POS = WS-IT-LINHA * 100 + WS-IT-COLUNA + 15
           DISPLAY WS-IT-DESCRICAO AT WS-IT-POS
           COMPUTE WS-IT-POS = WS-IT-LINHA * 100 + WS-IT-COLUNA + 9
           ACCEPT PPG_ITEM_QTDE(WS-IT-IDX) WITH UPDATE AT WS-IT-POS
           IF PPG_ITEM_QTDE(WS-IT-IDX) = ZEROS
              MOVE "QUANTIDADE INVALIDA" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              EXIT PARAGRAPH
           END-IF
           IF WS-IT-IDX = 20
              MOVE 20  TO PPG_QTD_ITENS
              MOVE "S" TO WS-FIM-ITENS
           ELSE
              ADD 1 TO WS-IT-IDX
           END-IF
           .

      * ITENS 1-10 NA COLUNA 1, 11-20 NA COLUNA 41; LINHAS 13 A 22.
       POSICAO-ITEM.
           IF WS-IT-IDX > 10
              COMPUTE WS-IT-LINHA = WS-IT-IDX + 2
              MOVE 41 TO WS-IT-COLUNA
           ELSE
              COMPUTE WS-IT-LINHA = WS-IT-IDX + 12
              MOVE 1  TO WS-IT-COLUNA
           END-IF
           .

       LIMPA-ITENS-RESTANTES.
           PERFORM VARYING WS-IT-IDX FROM WS-IT-IDX BY 1
                   UNTIL WS-IT-IDX > 20
              MOVE ZEROS TO PPG_ITEM_PRODUTO(WS-IT-IDX)
                            PPG_ITEM_QTDE(WS-IT-IDX)
              PERFORM POSICAO-ITEM
              COMPUTE WS-IT-POS = WS-IT-LINHA * 100 + WS-IT-COLUNA
              DISPLAY "                                       "
                   AT WS-IT-POS
           END-PERFORM
           .

       MOSTRA-ITENS.
           PERFORM VARYING WS-IT-IDX FROM 1 BY 1
                   UNTIL WS-IT-IDX > PPG_QTD_ITENS
              PERFORM POSICAO-ITEM
              COMPUTE WS-IT-POS = WS-IT-LINHA * 100 + WS-IT-COLUNA
              DISPLAY WS-IT-IDX AT WS-IT-POS
              COMPUTE WS-IT-POS = WS-IT-LINHA * 100 + WS-IT-COLUNA + 3
              DISPLAY PPG_ITEM_PRODUTO(WS-IT-IDX) AT WS-IT-POS
              COMPUTE WS-IT-POS = WS-IT-LINHA * 100 + WS-IT-COLUNA + 9
              DISPLAY PPG_ITEM_QTDE(WS-IT-IDX) AT WS-IT-POS
              MOVE PPG_ITEM_PRODUTO(WS-IT-IDX) TO PRO_CODIGO_PRODUTO
              READ ARQ-PRODUTO
                  INVALID KEY
                     MOVE SPACES TO PRO_DESCRICAO
              END-READ
              MOVE "00" TO WS-RESULTADO-ACESSO
              MOVE PRO_DESCRICAO TO WS-IT-DESCRICAO
              COMPUTE WS-IT-POS = WS-IT-LINHA * 100 + WS-IT-COLUNA + 15
              DISPLAY WS-IT-DESCRICAO AT WS-IT-POS
           END-PERFORM
           .

       MOSTRA-DADOS.
           DISPLAY PPG_CODIGO_CLIENTE AT 0726
           DISPLAY PPG_SEQUENCIA      AT 0826
           DISPLAY PPG_FREQUENCIA     AT 0926
           DISPLAY PPG_PROXIMA_DATA   AT 1026
           DISPLAY PPG_SITUACAO       AT 1126
           DISPLAY PPG_ULTIMO_PEDIDO  AT 1163
           PERFORM MOSTRA-ITENS
           .

       GRAVA-AUDITORIA.
           MOVE FUNCTION CURRENT-DATE(1:14) TO AUD-DATA-HORA
           MOVE "CADPPG"           TO AUD-PROGRAMA
           MOVE LS-ID              TO AUD-OPERADOR
           MOVE DOPCAO             TO AUD-OPERACAO
           MOVE PPG_CODIGO_CLIENTE TO AUD-CODIGO
           MOVE SPACES             TO AUD-RESULTADO
           STRING "SEQ " PPG_SEQUENCIA " " PPG_FREQUENCIA " PROX "
                  PPG_PROXIMA_DATA " " PPG_SITUACAO
               DELIMITED BY SIZE INTO AUD-RESULTADO
           END-STRING
           WRITE REGAUD
           .

       GRAVACAO.
           IF W-SN = "S"
              WRITE REGPPG
              IF WS-RESULTADO-ACESSO = "00" OR "02"
                 MOVE "*** DADOS GRAVADOS *** " TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
              ELSE
              IF WS-RESULTADO-ACESSO = "22"
                 MOVE "*** PROGRAMADO JA EXISTE *** " TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
              ELSE
                 MOVE "ERRO NA GRAVACAO DO PROGRAMADO" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
           .

       REGRAVACAO.
           IF W-SN = "S"
              REWRITE REGPPG
              IF WS-RESULTADO-ACESSO = "00" OR "02"
                 MOVE "*** REGISTRO ALTERADO ***" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
              ELSE
                 MOVE "ERRO NA ALTERACAO DO PROGRAMADO" TO MENS
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

       CONFIRMA-PAUSA.
           MOVE "N" TO W-SN
           ACCEPT W-SN WITH UPDATE AT 2357
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 02
              MOVE "N" TO W-SN
              MOVE 1 TO W-SEL
           ELSE
                IF W-SN = "N" OR "n"
                   MOVE "*** INFORMACOES NAO ALTERADAS ***" TO MENS
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

       EXCLUI-DADOS.
           MOVE "N" TO W-SN
           DISPLAY "EXCLUIR (S/N) : " AT 2340
           ACCEPT W-SN WITH UPDATE AT 2357
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

      *******************************
      * ROTINA DE ABERTURA ARQUIVOS *
      *******************************
      * OS PROGRAMADOS SAO CRIADOS NA PRIMEIRA VEZ (MESMO IDIOMA DO
      * CADVBA); CLIENTE E PRODUTO SO SAO LIDOS.
       OPEN-PEDPRG.
           OPEN I-O ARQ-PEDPRG
           IF WS-RESULTADO-ACESSO = "05" OR "35"
              OPEN OUTPUT ARQ-PEDPRG
              CLOSE ARQ-PEDPRG
              OPEN I-O ARQ-PEDPRG
           END-IF
           IF WS-RESULTADO-ACESSO NOT = "00"
              MOVE "ERRO NA ABERTURA DOS PROGRAMADOS" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              EXIT PROGRAM
           END-IF
           OPEN INPUT ARQ-CLIENTE
           IF WS-RESULTADO-ACESSO NOT = "00"
              MOVE "ERRO NA ABERTURA DO ARQUIVO CLIENTE" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              CLOSE ARQ-PEDPRG
              EXIT PROGRAM
           END-IF
           OPEN INPUT ARQ-PRODUTO
           IF WS-RESULTADO-ACESSO NOT = "00"
              MOVE "ERRO NA ABERTURA DO ARQUIVO PRODUTO" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              CLOSE ARQ-PEDPRG ARQ-CLIENTE
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

       CLOSE-PEDPRG.
           CLOSE ARQ-PEDPRG ARQ-CLIENTE ARQ-PRODUTO ARQ-AUD
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

      * AVANCA-DATA-PROGRAMADA: VER COPYBOOK, COMPARTILHADO COM O
      * GERPPG.
       COPY "copybook\SISPGPGER.CPY".

      * CARREGA-FILIAL E MONTA-CAMINHOS-FILIAL: VER COPYBOOK,
      * COMPARTILHADO POR TODOS OS PROGRAMAS DA FILIAL.
       COPY "copybook\SISFIPGER.CPY".
