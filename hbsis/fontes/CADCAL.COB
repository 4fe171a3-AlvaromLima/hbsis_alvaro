      **************************************************
      * CALENDARIO DE ENTREGA POR CIDADE/UF E HORARIO  *
      * DE CORTE DOS PEDIDOS                           *
      **************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CADCAL.
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
       COPY "copybook\SISUFGER.CPY".

      * CONFERENCIA DOS DIAS DIGITADOS: SO "S"/"N" E AO MENOS UM DIA
      * ATENDIDO (CALENDARIO SEM DIA NENHUM NAO PROMETE ENTREGA).
       77 WS-DIA-IDX           PIC 9(001) VALUE ZEROS.
       77 WS-QTD-DIAS-S        PIC 9(001) VALUE ZEROS.
       77 WS-DIAS-OK           PIC X(001) VALUE "N".
       77 WS-UF-OK             PIC X(001) VALUE "N".
       77 WS-HORA-CORTE-EDT    PIC 99B99.

       LINKAGE SECTION.
       01 LS-ID PIC X(5).

       SCREEN SECTION.
       COPY "copybook\SISSTGER.CPY".

       01 TELA-MENU-CALENDARIO.
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
        02 LINE 07 COL 27 VALUE "CALENDARIO DE ENTREGA".
        02 LINE 09 COL 10 VALUE "1 - Inclusao".
        02 LINE 10 COL 10 VALUE "2 - Alteracao".
        02 LINE 11 COL 10 VALUE "3 - Exclusao".
        02 LINE 12 COL 10 VALUE "4 - Previsao de Entrega".
        02 LINE 13 COL 10 VALUE "5 - Retornar".
        02 LINE 20 COL 10 "Digite a opcao desejada[.]".
        02 OPCAO LINE 20 COL 34 PIC X(01) USING W-OPCAO AUTO.
      *
       01 TELA-CALENDARIO.
        02 BLANK SCREEN.
        02 LINE 02 COL 28 VALUE "Sistema de Franquia AMBEV".
        02 LINE 05 COL 27 VALUE "CALENDARIO DE ENTREGA".
        02 LINE 05 COL 66 VALUE "[".
        02 LINE 05 COL 67 PIC X(10) USING DOPCAO.
        02 LINE 05 COL 77 VALUE "]".
        02 LINE 07 COL 10 VALUE "UF           : [  ]".
        02 LINE 07 COL 40 VALUE "BRANCOS SAI".
        02 LINE 08 COL 10 VALUE "CIDADE       : [".
        02 LINE 08 COL 46 VALUE "]".
        02 LINE 09 COL 26 VALUE "(EM BRANCO = REGRA DA UF INTEIRA)".
        02 LINE 11 COL 10 VALUE "DIAS ATEND.  : [       ]".
        02 LINE 11 COL 40 VALUE "S/N POR DIA".
        02 LINE 12 COL 26 VALUE "STQQSSD".
        02 LINE 12 COL 40 VALUE "SEG TER QUA QUI SEX SAB DOM".
        02 LINE 14 COL 10 VALUE "HORA CORTE   : [    ]".
        02 LINE 14 COL 40 VALUE "HHMM (0000 = SEM CORTE)".
        02 LINE 16 COL 10 VALUE "STATUS       : [ ]".
        02 LINE 16 COL 40 VALUE "A=ATIVO F=FECHADO".
      *
       01 TELA-PREVISAO.
        02 BLANK SCREEN.
        02 LINE 02 COL 28 VALUE "Sistema de Franquia AMBEV".
        02 LINE 05 COL 27 VALUE "PREVISAO DE ENTREGA".
        02 LINE 07 COL 10 VALUE "UF           : [  ]".
        02 LINE 07 COL 40 VALUE "BRANCOS SAI".
        02 LINE 08 COL 10 VALUE "CIDADE       : [".
        02 LINE 08 COL 46 VALUE "]".
        02 LINE 10 COL 10 VALUE "PEDIDO AGORA : [        ] [    ]".
        02 LINE 12 COL 10 VALUE "ENTREGA PREV.: [        ]".
        02 LINE 14 COL 10 VALUE
          "MESMA CONTA DA DIGITACAO DO PEDIDO: DIA SEGUINTE (OU O".
        02 LINE 15 COL 10 VALUE
          "OUTRO, PASSADO O CORTE) AVANCANDO ATE O PRIMEIRO DIA EM".
        02 LINE 16 COL 10 VALUE
          "QUE A CIDADE E ATENDIDA.".
      *-----------------------------------------------------------------
       PROCEDURE DIVISION  USING LS-ID.
       INICIO.
      * RESOLVE OS CAMINHOS DA FILIAL SELECIONADA NO LOGIN ANTES DE
      * ABRIR QUALQUER ARQUIVO DE DADOS (VER SISFIPGER.CPY).
           MOVE LS-ID TO WS-SESSAO-ID
           PERFORM CARREGA-FILIAL
           PERFORM OPEN-CALENDARIO.
           MOVE "F" TO WFIM.
           PERFORM TELA-CALENDARIO-0 UNTIL WFIM = "T".
       TELA-CALENDARIO-0.
           MOVE SPACES TO W-OPCAO
           DISPLAY TELA-MENU-CALENDARIO
           ACCEPT TELA-MENU-CALENDARIO
           EVALUATE W-OPCAO
             WHEN "1"
                PERFORM INCLUSAO-000 THRU INCLUSAO-EXIT
             WHEN "2"
                PERFORM ALTERACAO-000 THRU ALTERACAO-EXIT
             WHEN "3"
                PERFORM EXCLUSAO-000 THRU EXCLUSAO-EXIT
             WHEN "4"
                PERFORM PREVISAO-000 THRU PREVISAO-EXIT
             WHEN "5"
                PERFORM CLOSE-CALENDARIO
                EXIT PROGRAM
           END-EVALUATE.

      **********************
      * ROTINA DE INCLUSAO *
      **********************
       INCLUSAO-000.
           MOVE "INCLUSAO" TO DOPCAO.
           MOVE 0          TO W-SEL.
       INC-001.
           MOVE SPACES TO REGCAL
                          WS-GRAVACAO
                          .
      * SUGESTAO DE SEGUNDA A SEXTA, SEM CORTE; TODO CALENDARIO NOVO
      * COMECA ATIVO, MESMO IDIOMA DO CADVEI.
           MOVE "SSSSSNN" TO CAL_DIAS
           MOVE ZEROS     TO CAL_HORA_CORTE
           MOVE "A"       TO CAL_STATUS
           .
       INC-010.
           DISPLAY TELA-CALENDARIO.
           PERFORM ENTRA-CHAVE UNTIL W-SEL > 0
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
           DISPLAY TELA-CALENDARIO.
           PERFORM ENTRA-CHAVE UNTIL W-SEL > 0
           IF W-SEL = 2
              MOVE 0 TO W-SEL
              PERFORM ENTRA-DADOS UNTIL W-SEL > 0
              MOVE 0 TO W-SEL
              PERFORM ALTERA-DADOS UNTIL W-SEL > 0
              PERFORM REGRAVACAO
              IF W-SN = "S"
                 PERFORM GRAVA-AUDITORIA
              END-IF
              UNLOCK ARQ-CALENT
              .
            MOVE ZEROS TO W-SEL
            .
       ALTERACAO-EXIT.
           EXIT.

      ***********************
      * ROTINA DE EXCLUSAO  *
      ***********************
      * BAIXA LOGICA, MESMO IDIOMA DO CADVEI: A CIDADE FECHADA PASSA
      * A SEGUIR A REGRA DA UF (OU O PRAZO PADRAO), MAS OS PEDIDOS JA
      * CARIMBADOS MANTEM A DATA PROMETIDA.
       EXCLUSAO-000.
           MOVE "EXCLUSAO"  TO DOPCAO.
           MOVE 0           TO W-SEL.
       EXC-001.
           PERFORM INC-001.
           DISPLAY TELA-CALENDARIO.
           PERFORM ENTRA-CHAVE UNTIL W-SEL > 0
           IF W-SEL = 2
              MOVE 0 TO W-SEL
              PERFORM EXCLUI-DADOS UNTIL W-SEL > 0
              PERFORM EXCLUSAO
              IF W-SN = "S"
                 PERFORM GRAVA-AUDITORIA
              END-IF
              UNLOCK ARQ-CALENT
              .
            MOVE ZEROS TO W-SEL
            .
       EXCLUSAO-EXIT.
           EXIT.

      ******************************************
      * PREVISAO DE ENTREGA PARA UMA CIDADE    *
      ******************************************
      * RESPONDE AO CLIENTE QUE PERGUNTA "QUANDO CHEGA?" SEM PRECISAR
      * ABRIR UM PEDIDO: A CONTA E A MESMA DA DIGITACAO (VER
      * SISCEPGER.CPY), PARA UM PEDIDO FEITO AGORA.
       PREVISAO-000.
           MOVE SPACES TO WS-CEN-UF WS-CEN-CIDADE
           DISPLAY TELA-PREVISAO
           ACCEPT WS-CEN-UF AT 0726
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 02 OR WS-CEN-UF = SPACES
              GO TO PREVISAO-EXIT
           END-IF
           ACCEPT WS-CEN-CIDADE AT 0826
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-CEN-DATA-PEDIDO
           MOVE FUNCTION CURRENT-DATE(9:4) TO WS-CEN-HORA
           DISPLAY WS-CEN-DATA-PEDIDO AT 1026
           MOVE WS-CEN-HORA TO WS-HORA-CORTE-EDT
           INSPECT WS-HORA-CORTE-EDT REPLACING ALL " " BY ":"
           DISPLAY WS-HORA-CORTE-EDT AT 1036
           PERFORM CALCULA-PREVISAO-ENTREGA
           DISPLAY WS-CEN-PREVISAO AT 1226
           IF WS-CEN-ACHOU = "S"
              MOVE "*** PREVISAO PELO CALENDARIO DA CIDADE/UF ***"
                     TO MENS
           ELSE
              MOVE "*** SEM CALENDARIO: PRAZO PADRAO ***" TO MENS
           END-IF
           PERFORM ROT-MENS THRU ROT-MENS-FIM
           .
       PREVISAO-EXIT.
           EXIT.

      * UF + CIDADE, EM MAIUSCULAS (A PREVISAO CONVERTE A CIDADE DO
      * CLIENTE DO MESMO JEITO). EM ALTERACAO/EXCLUSAO O READ E COM
      * LOCK, MESMO IDIOMA DO ENTRA-PLACA DO CADVEI.
       ENTRA-CHAVE.
           UNLOCK ARQ-CALENT
           ACCEPT CAL_UF AT 0726
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 02 OR CAL_UF = SPACES
              MOVE 1 TO W-SEL
           ELSE
              ACCEPT CAL_CIDADE AT 0826
              INSPECT CAL_CHAVE CONVERTING
                  "abcdefghijklmnopqrstuvwxyz" TO
                  "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
              DISPLAY CAL_UF AT 0726
              DISPLAY CAL_CIDADE AT 0826
              PERFORM VERIFICA-UF
              IF WS-UF-OK = "N"
                 MOVE "*** UF INVALIDA ***" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
              ELSE
                 PERFORM LE-CALENDARIO
              END-IF
           END-IF
           .

       LE-CALENDARIO.
           IF W-OPCAO = 2 OR W-OPCAO = 3
              READ ARQ-CALENT WITH LOCK
           ELSE
              READ ARQ-CALENT
           END-IF
           IF WS-RESULTADO-ACESSO NOT = "23"
              IF WS-RESULTADO-ACESSO = "00"
                 PERFORM MOSTRA-DADOS
                 IF W-OPCAO = 1
                    MOVE "*** CALENDARIO JA CADASTRADO ***" TO MENS
                    PERFORM ROT-MENS THRU ROT-MENS-FIM
                    PERFORM INC-001
                    DISPLAY TELA-CALENDARIO
                 ELSE
                    MOVE 2 TO W-SEL
                 END-IF
              ELSE
              IF WS-RESULTADO-ACESSO = "9D"
                 MOVE "*** CALENDARIO EM USO EM OUTRO TERMINAL ***"
                      TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 MOVE 1 TO W-SEL
              ELSE
                 MOVE "ERRO NA LEITURA ARQUIVO CALENDARIO" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 MOVE 1 TO W-SEL
              END-IF
              END-IF
           ELSE
             IF W-OPCAO = 1
                MOVE 2 TO W-SEL
             ELSE
                MOVE "*** CALENDARIO NAO CADASTRADO ***" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
             END-IF
           END-IF
           .

      * A UF PRECISA ESTAR NA TABELA DE UFS (SISUFGER.CPY).
       VERIFICA-UF.
           MOVE "N" TO WS-UF-OK
           PERFORM VARYING WS-UF-IDX FROM 1 BY 1
                   UNTIL WS-UF-IDX > 27
              IF UF-SIGLA(WS-UF-IDX) = CAL_UF
                 MOVE "S" TO WS-UF-OK
              END-IF
           END-PERFORM
           .

       ENTRA-DADOS.
           MOVE CAL_HORA_CORTE TO WS-HORA-CORTE-EDT
           DISPLAY CAL_DIAS AT 1126
           ACCEPT CAL_DIAS WITH UPDATE AT 1126
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 02
              MOVE 1 TO W-SEL
           ELSE
              INSPECT CAL_DIAS CONVERTING "sn" TO "SN"
              DISPLAY CAL_DIAS AT 1126
              PERFORM VERIFICA-DIAS
              IF WS-DIAS-OK = "N"
                 MOVE "DIAS: S OU N EM CADA POSICAO, AO MENOS UM S"
                        TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
              ELSE
                 DISPLAY CAL_HORA_CORTE AT 1426
                 ACCEPT CAL_HORA_CORTE WITH UPDATE AT 1426
                 IF CAL_HORA_CORTE(1:2) > "23" OR
                    CAL_HORA_CORTE(3:2) > "59"
                    MOVE "HORA DE CORTE INVALIDA (HHMM)" TO MENS
                    PERFORM ROT-MENS THRU ROT-MENS-FIM
                 ELSE
                    PERFORM ENTRA-STATUS UNTIL W-SEL > 0
                 END-IF
              END-IF
           END-IF
           .

       VERIFICA-DIAS.
           MOVE "S"   TO WS-DIAS-OK
           MOVE ZEROS TO WS-QTD-DIAS-S
           PERFORM VARYING WS-DIA-IDX FROM 1 BY 1
                   UNTIL WS-DIA-IDX > 7
              IF CAL_DIA(WS-DIA-IDX) = "S"
                 ADD 1 TO WS-QTD-DIAS-S
              ELSE
                 IF CAL_DIA(WS-DIA-IDX) NOT = "N"
                    MOVE "N" TO WS-DIAS-OK
                 END-IF
              END-IF
           END-PERFORM
           IF WS-QTD-DIAS-S = ZEROS
              MOVE "N" TO WS-DIAS-OK
           END-IF
           .

       ENTRA-STATUS.
           IF W-OPCAO = 1
              MOVE "A" TO CAL_STATUS
              MOVE 1   TO W-SEL
           ELSE
              DISPLAY CAL_STATUS AT 1626
              ACCEPT  CAL_STATUS AT 1626
              ACCEPT  W-ACT FROM ESCAPE KEY
              IF W-ACT = 02
                 MOVE 1 TO W-SEL
              ELSE
                 IF CAL_STATUS NOT = "A" AND "F"
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
           MOVE "CADCAL"     TO AUD-PROGRAMA
           MOVE LS-ID        TO AUD-OPERADOR
           MOVE DOPCAO       TO AUD-OPERACAO
           MOVE ZEROS        TO AUD-CODIGO
           MOVE SPACES       TO AUD-RESULTADO
           STRING CAL_UF " " CAL_CIDADE " " CAL_DIAS " " MENS(1:20)
               DELIMITED BY SIZE INTO AUD-RESULTADO
           END-STRING
           WRITE REGAUD
           .

       GRAVACAO.
           IF W-SN = "S"
              WRITE REGCAL
              IF WS-RESULTADO-ACESSO = "00" OR "02"
                 MOVE "*** DADOS GRAVADOS *** " TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
              ELSE
              IF WS-RESULTADO-ACESSO = "22"
                 MOVE "*** CALENDARIO JA EXISTE *** " TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
              ELSE
                 MOVE "ERRO NA GRAVACAO DO CALENDARIO" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
           .

       REGRAVACAO.
           IF W-SN = "S"
              REWRITE REGCAL
              IF WS-RESULTADO-ACESSO = "00" OR "02"
                 MOVE "*** REGISTRO ALTERADO ***" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
              ELSE
                 MOVE "ERRO NA ALTERACAO DO CALENDARIO" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
           .

       EXCLUSAO.
           IF W-SN = "S"
              MOVE "F" TO CAL_STATUS
              REWRITE REGCAL
              IF WS-RESULTADO-ACESSO = "00"
                 MOVE "*** CALENDARIO INATIVADO ***" TO MENS
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
                   MOVE 2 TO W-SEL
                .

       MOSTRA-DADOS.
           DISPLAY CAL_UF AT 0726
           DISPLAY CAL_CIDADE AT 0826
           DISPLAY CAL_DIAS AT 1126
           DISPLAY CAL_HORA_CORTE AT 1426
           DISPLAY CAL_STATUS AT 1626
           .

      *******************************
      * ROTINA DE ABERTURA ARQUIVOS *
      *******************************
      * O CALENDARIO E CRIADO NA PRIMEIRA VEZ; A PREVISAO (OPCAO 4)
      * LE O MESMO ARQUIVO, ENTAO WS-SEM-CALENDARIO FICA "N".
       OPEN-CALENDARIO.
           MOVE "N" TO WS-SEM-CALENDARIO
           OPEN I-O ARQ-CALENT
           IF WS-RESULTADO-ACESSO NOT = "00"
               IF WS-RESULTADO-ACESSO = "05"
                  OPEN OUTPUT ARQ-CALENT
                  CLOSE ARQ-CALENT
                  OPEN I-O ARQ-CALENT
               ELSE
                  MOVE "ERRO NA ABERTURA DO ARQUIVO CALENDARIO" TO MENS
                  PERFORM ROT-MENS THRU ROT-MENS-FIM
                  PERFORM CLOSE-CALENDARIO
                  EXIT PROGRAM
                  .
           PERFORM OPEN-AUDITORIA
           PERFORM ABRE-FERIADOS
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

       CLOSE-CALENDARIO.
           CLOSE ARQ-CALENT
           CLOSE ARQ-AUD
           PERFORM FECHA-FERIADOS
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

      * CALCULA-PREVISAO-ENTREGA: VER COPYBOOK, COMPARTILHADO COM
      * CADPED/IMPPED/CORERR.
       COPY "copybook\SISCEPGER.CPY".

      * FERIADOS DA CIDADE NA PREVISAO DE ENTREGA: VER COPYBOOK.
       COPY "copybook\SISFRPGER.CPY".

      * CARREGA-FILIAL E MONTA-CAMINHOS-FILIAL: VER COPYBOOK,
      * COMPARTILHADO POR TODOS OS PROGRAMAS DA FILIAL.
       COPY "copybook\SISFIPGER.CPY".
