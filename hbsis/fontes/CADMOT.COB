      **************************************************
      * CADASTRO DE MOTORISTAS DE ENTREGA              *
      **************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CADMOT.
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

       LINKAGE SECTION.
       01 LS-ID PIC X(5).

       SCREEN SECTION.
       COPY "copybook\SISSTGER.CPY".

       01 TELA-MENU-MOTORISTA.
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
        02 LINE 07 COL 29 VALUE "CADASTRO DE MOTORISTAS".
        02 LINE 09 COL 10 VALUE "1 - Inclusao".
        02 LINE 10 COL 10 VALUE "2 - Alteracao".
        02 LINE 11 COL 10 VALUE "3 - Exclusao".
        02 LINE 12 COL 10 VALUE "4 - Retornar".
        02 LINE 20 COL 10 "Digite a opcao desejada[.]".
        02 OPCAO LINE 20 COL 34 PIC X(01) USING W-OPCAO AUTO.
      *
       01 TELA-MOTORISTA.
        02 BLANK SCREEN.
        02 LINE 02 COL 28 VALUE "Sistema de Franquia AMBEV".
        02 LINE 05 COL 29 VALUE "CADASTRO DE MOTORISTAS".
        02 LINE 05 COL 66 VALUE "[".
        02 LINE 05 COL 67 PIC X(10) USING DOPCAO.
        02 LINE 05 COL 77 VALUE "]".
        02 LINE 07 COL 10 VALUE "CODIGO       : [     ]".
        02 LINE 07 COL 40 VALUE "ZEROS SAI".
        02 LINE 09 COL 10 VALUE "NOME         : [".
        02 LINE 09 COL 66 VALUE "]".
        02 LINE 11 COL 10 VALUE "CNH          : [           ]".
        02 LINE 13 COL 10 VALUE "VALIDADE CNH : [        ]".
        02 LINE 13 COL 40 VALUE "AAAAMMDD".
        02 LINE 15 COL 10 VALUE "TELEFONE     : [               ]".
        02 LINE 17 COL 10 VALUE "STATUS       : [ ]".
        02 LINE 17 COL 40 VALUE "A=ATIVO S=SUSPENSO F=FECHADO".
      *-----------------------------------------------------------------
       PROCEDURE DIVISION  USING LS-ID.
       INICIO.
      * RESOLVE OS CAMINHOS DA FILIAL SELECIONADA NO LOGIN ANTES DE
      * ABRIR QUALQUER ARQUIVO DE DADOS (VER SISFIPGER.CPY).
           MOVE LS-ID TO WS-SESSAO-ID
           PERFORM CARREGA-FILIAL
           PERFORM OPEN-MOTORISTA.
           MOVE "F" TO WFIM.
           PERFORM TELA-MOTORISTA-0 UNTIL WFIM = "T".
       TELA-MOTORISTA-0.
           MOVE SPACES TO W-OPCAO
           DISPLAY TELA-MENU-MOTORISTA
           ACCEPT TELA-MENU-MOTORISTA
           EVALUATE W-OPCAO
             WHEN "1"
                PERFORM INCLUSAO-000 THRU INCLUSAO-EXIT
             WHEN "2"
                PERFORM ALTERACAO-000 THRU ALTERACAO-EXIT
             WHEN "3"
                PERFORM EXCLUSAO-000 THRU EXCLUSAO-EXIT
             WHEN "4"
                PERFORM CLOSE-MOTORISTA
                EXIT PROGRAM
           END-EVALUATE.

      **********************
      * ROTINA DE INCLUSAO *
      **********************
       INCLUSAO-000.
           MOVE "INCLUSAO" TO DOPCAO.
           MOVE 0          TO W-SEL.
       INC-001.
           MOVE SPACES TO REGMOT
                          WS-GRAVACAO
                          .
           MOVE ZEROS  TO MOT_CODIGO
                          MOT_VALIDADE_CNH
                          .
      * TODO MOTORISTA NOVO COMECA ATIVO, MESMO IDIOMA DO CADVEI.
           MOVE "A" TO MOT_STATUS
           .
       INC-010.
           DISPLAY TELA-MOTORISTA.
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
           DISPLAY TELA-MOTORISTA.
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
              UNLOCK ARQ-MOTORISTA
              .
            MOVE ZEROS TO W-SEL
            .
       ALTERACAO-EXIT.
           EXIT.

      ***********************
      * ROTINA DE EXCLUSAO  *
      ***********************
      * BAIXA LOGICA, MESMO IDIOMA DO CADVEI: O MOTORISTA FECHADO
      * SAI DA ESCALA DO ROMANEIO, MAS OS ACERTOS ANTIGOS (E OS
      * DEBITOS AINDA EM ABERTO) CONTINUAM APONTANDO PARA ELE.
       EXCLUSAO-000.
           MOVE "EXCLUSAO"  TO DOPCAO.
           MOVE 0           TO W-SEL.
       EXC-001.
           PERFORM INC-001.
           DISPLAY TELA-MOTORISTA.
           PERFORM ENTRA-CODIGO UNTIL W-SEL > 0
           IF W-SEL = 2
              MOVE 0 TO W-SEL
              PERFORM EXCLUI-DADOS UNTIL W-SEL > 0
              PERFORM EXCLUSAO
              IF W-SN = "S"
                 PERFORM GRAVA-AUDITORIA
              END-IF
              UNLOCK ARQ-MOTORISTA
              .
            MOVE ZEROS TO W-SEL
            .
       EXCLUSAO-EXIT.
           EXIT.

      * MESMO IDIOMA DO ENTRA-PLACA DO CADVEI: EM ALTERACAO/EXCLUSAO
      * O READ E COM LOCK.
       ENTRA-CODIGO.
           UNLOCK ARQ-MOTORISTA
           ACCEPT MOT_CODIGO AT 0726
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 02 OR MOT_CODIGO = ZEROS
              MOVE 1 TO W-SEL
           ELSE
              IF W-OPCAO = 2 OR W-OPCAO = 3
                 READ ARQ-MOTORISTA WITH LOCK
              ELSE
                 READ ARQ-MOTORISTA
              END-IF
              IF WS-RESULTADO-ACESSO NOT = "23"
                 IF WS-RESULTADO-ACESSO = "00"
                    PERFORM MOSTRA-DADOS
                    IF W-OPCAO = 1
                       MOVE "*** MOTORISTA JA CADASTRADO ***" TO MENS
                       PERFORM ROT-MENS THRU ROT-MENS-FIM
                       PERFORM INC-001
                       DISPLAY TELA-MOTORISTA
                    ELSE
                       MOVE 2 TO W-SEL
                    END-IF
                 ELSE
                 IF WS-RESULTADO-ACESSO = "9D"
                    MOVE "*** MOTORISTA EM USO EM OUTRO TERMINAL ***"
                         TO MENS
                    PERFORM ROT-MENS THRU ROT-MENS-FIM
                    MOVE 1 TO W-SEL
                 ELSE
                    MOVE "ERRO NA LEITURA ARQUIVO MOTORISTA" TO MENS
                    PERFORM ROT-MENS THRU ROT-MENS-FIM
                    MOVE 1 TO W-SEL
                 END-IF
                 END-IF
              ELSE
                IF W-OPCAO = 1
                   MOVE 2 TO W-SEL
                ELSE
                   MOVE "*** MOTORISTA NAO CADASTRADO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                END-IF
                END-IF
                .

       ENTRA-DADOS.
           ACCEPT MOT_NOME AT 0926
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 02
              MOVE 1 TO W-SEL
           ELSE
              IF MOT_NOME = SPACES
                 MOVE "NOME INVALIDO" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
              ELSE
                 ACCEPT MOT_CNH WITH UPDATE AT 1126
                 ACCEPT MOT_VALIDADE_CNH WITH UPDATE AT 1326
                 ACCEPT MOT_TELEFONE WITH UPDATE AT 1526
                 IF MOT_CNH = SPACES
                    MOVE "INFORME O NUMERO DA CNH" TO MENS
                    PERFORM ROT-MENS THRU ROT-MENS-FIM
                 ELSE
                 IF MOT_VALIDADE_CNH(1:4) < "1900" OR
                    MOT_VALIDADE_CNH(5:2) < "01" OR
                    MOT_VALIDADE_CNH(5:2) > "12" OR
                    MOT_VALIDADE_CNH(7:2) < "01" OR
                    MOT_VALIDADE_CNH(7:2) > "31"
                    MOVE "VALIDADE DA CNH INVALIDA" TO MENS
                    PERFORM ROT-MENS THRU ROT-MENS-FIM
                 ELSE
                    PERFORM ENTRA-STATUS UNTIL W-SEL > 0
                 END-IF
                 END-IF
              END-IF
           END-IF
           .

       ENTRA-STATUS.
           IF W-OPCAO = 1
              MOVE "A" TO MOT_STATUS
              MOVE 1   TO W-SEL
           ELSE
              DISPLAY MOT_STATUS AT 1726
              ACCEPT  MOT_STATUS AT 1726
              ACCEPT  W-ACT FROM ESCAPE KEY
              IF W-ACT = 02
                 MOVE 1 TO W-SEL
              ELSE
                 IF MOT_STATUS NOT = "A" AND "S" AND "F"
                    MOVE "STATUS INVALIDO (A/S/F)" TO MENS
                    PERFORM ROT-MENS THRU ROT-MENS-FIM
                 ELSE
                    MOVE 1 TO W-SEL
                 END-IF
              END-IF
           END-IF
           .

       GRAVA-AUDITORIA.
           MOVE FUNCTION CURRENT-DATE(1:14) TO AUD-DATA-HORA
           MOVE "CADMOT"     TO AUD-PROGRAMA
           MOVE LS-ID        TO AUD-OPERADOR
           MOVE DOPCAO       TO AUD-OPERACAO
           MOVE MOT_CODIGO   TO AUD-CODIGO
           MOVE SPACES       TO AUD-RESULTADO
           STRING "MOTORISTA " MOT_NOME(1:20) " " MENS(1:20)
               DELIMITED BY SIZE INTO AUD-RESULTADO
           END-STRING
           WRITE REGAUD
           .

       GRAVACAO.
           IF W-SN = "S"
              WRITE REGMOT
              IF WS-RESULTADO-ACESSO = "00" OR "02"
                 MOVE "*** DADOS GRAVADOS *** " TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
              ELSE
              IF WS-RESULTADO-ACESSO = "22"
                 MOVE "*** MOTORISTA JA EXISTE *** " TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
              ELSE
                 MOVE "ERRO NA GRAVACAO DO MOTORISTA" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
           .

       REGRAVACAO.
           IF W-SN = "S"
              REWRITE REGMOT
              IF WS-RESULTADO-ACESSO = "00" OR "02"
                 MOVE "*** REGISTRO ALTERADO ***" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
              ELSE
                 MOVE "ERRO NA ALTERACAO DO MOTORISTA" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
           .

       EXCLUSAO.
           IF W-SN = "S"
              MOVE "F" TO MOT_STATUS
              REWRITE REGMOT
              IF WS-RESULTADO-ACESSO = "00"
                 MOVE "*** MOTORISTA INATIVADO ***" TO MENS
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
           DISPLAY MOT_CODIGO AT 0726
           DISPLAY MOT_NOME AT 0926
           DISPLAY MOT_CNH AT 1126
           DISPLAY MOT_VALIDADE_CNH AT 1326
           DISPLAY MOT_TELEFONE AT 1526
           DISPLAY MOT_STATUS AT 1726
           .

      *******************************
      * ROTINA DE ABERTURA ARQUIVOS *
      *******************************
       OPEN-MOTORISTA.
           OPEN I-O ARQ-MOTORISTA
           IF WS-RESULTADO-ACESSO NOT = "00"
               IF WS-RESULTADO-ACESSO = "05"
                  OPEN OUTPUT ARQ-MOTORISTA
                  CLOSE ARQ-MOTORISTA
                  OPEN I-O ARQ-MOTORISTA
               ELSE
                  MOVE "ERRO NA ABERTURA DO ARQUIVO MOTORISTA" TO MENS
                  PERFORM ROT-MENS THRU ROT-MENS-FIM
                  PERFORM CLOSE-MOTORISTA
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

       CLOSE-MOTORISTA.
           CLOSE ARQ-MOTORISTA
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
