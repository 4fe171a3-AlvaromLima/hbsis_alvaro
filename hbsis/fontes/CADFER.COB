      **************************************************
      * CALENDARIO DE FERIADOS NACIONAIS, ESTADUAIS E  *
      * MUNICIPAIS: VENCIMENTOS, JUROS, ROTA DE VISITA *
      * E PREVISAO DE ENTREGA PULAM O FERIADO          *
      **************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CADFER.
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
       77 WS-DATA-TESTE        PIC 9(008) VALUE ZEROS.
       77 WS-DESCR-TIPO        PIC X(009) VALUE SPACES.

      * FERIADOS DO ANO NA TELA, 12 LINHAS POR PAGINA A PARTIR DA
      * LINHA 09: PRIMEIRO OS FIXOS (ANO 0000, VALEM TODO ANO), DEPOIS
      * OS DE DATA MOVEL CADASTRADOS PARA O ANO PEDIDO.
       77 WS-ANO-LISTA         PIC 9(004) VALUE ZEROS.
       77 WS-DATA-INICIO       PIC 9(008) VALUE ZEROS.
       77 WS-DATA-FIM          PIC 9(008) VALUE ZEROS.
       77 WS-QTD-LISTADOS      PIC 9(004) VALUE ZEROS.
       77 WS-EOF-FER           PIC X(001) VALUE "N".
       77 WS-LINHA-TELA        PIC 9(002) VALUE ZEROS.
       77 WS-POS-TELA          PIC 9(004) VALUE ZEROS.
       01 WS-LINHA-LISTA.
          03 WLL-DATA          PIC 9999/99/99.
          03 FILLER            PIC X(01) VALUE SPACES.
          03 WLL-TIPO          PIC X(009).
          03 FILLER            PIC X(01) VALUE SPACES.
          03 WLL-UF            PIC X(002).
          03 FILLER            PIC X(01) VALUE SPACES.
          03 WLL-CIDADE        PIC X(020).
          03 FILLER            PIC X(01) VALUE SPACES.
          03 WLL-DESCRICAO     PIC X(030).

       LINKAGE SECTION.
       01 LS-ID PIC X(5).

       SCREEN SECTION.
       COPY "copybook\SISSTGER.CPY".

       01 TELA-MENU-FERIADO.
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
        02 LINE 07 COL 30 VALUE "CADASTRO DE FERIADOS".
        02 LINE 09 COL 10 VALUE "1 - Inclusao".
        02 LINE 10 COL 10 VALUE "2 - Alteracao".
        02 LINE 11 COL 10 VALUE "3 - Exclusao".
        02 LINE 12 COL 10 VALUE "4 - Feriados do Ano".
        02 LINE 13 COL 10 VALUE "5 - Retornar".
        02 LINE 17 COL 10 VALUE
          "VENCIMENTO EM FERIADO PASSA PARA O DIA UTIL SEGUINTE;".
        02 LINE 18 COL 10 VALUE
          "ROTA DE VISITA E ENTREGA NAO CAEM NO FERIADO DA CIDADE.".
        02 LINE 20 COL 10 "Digite a opcao desejada[.]".
        02 OPCAO LINE 20 COL 34 PIC X(01) USING W-OPCAO AUTO.
      *
       01 TELA-FERIADO.
        02 BLANK SCREEN.
        02 LINE 02 COL 28 VALUE "Sistema de Franquia AMBEV".
        02 LINE 05 COL 30 VALUE "CADASTRO DE FERIADOS".
        02 LINE 05 COL 66 VALUE "[".
        02 LINE 05 COL 67 PIC X(10) USING DOPCAO.
        02 LINE 05 COL 77 VALUE "]".
        02 LINE 07 COL 10 VALUE "DATA         : [        ]".
        02 LINE 07 COL 40 VALUE "(AAAAMMDD; ANO 0000 = TODO ANO)".
        02 LINE 08 COL 10 VALUE "UF           : [  ]".
        02 LINE 08 COL 40 VALUE "(EM BRANCO = NACIONAL)".
        02 LINE 09 COL 10 VALUE "CIDADE       : [".
        02 LINE 09 COL 46 VALUE "]".
        02 LINE 09 COL 50 VALUE "(EM BRANCO = ESTADUAL)".
        02 LINE 10 COL 10 VALUE "ABRANGENCIA  :".
        02 LINE 11 COL 10 VALUE "DESCRICAO    : [".
        02 LINE 11 COL 56 VALUE "]".
        02 LINE 13 COL 10 VALUE "ATUALIZADO EM:".
        02 LINE 13 COL 36 VALUE "POR:".
      *
       01 TELA-LISTA-FERIADO.
        02 BLANK SCREEN.
        02 LINE 02 COL 28 VALUE "Sistema de Franquia AMBEV".
        02 LINE 05 COL 30 VALUE "CADASTRO DE FERIADOS".
        02 LINE 05 COL 66 VALUE "[".
        02 LINE 05 COL 67 PIC X(10) USING DOPCAO.
        02 LINE 05 COL 77 VALUE "]".
      *-----------------------------------------------------------------
       PROCEDURE DIVISION  USING LS-ID.
       INICIO.
      * RESOLVE OS CAMINHOS DA FILIAL SELECIONADA NO LOGIN ANTES DE
      * ABRIR QUALQUER ARQUIVO DE DADOS (VER SISFIPGER.CPY); O
      * CALENDARIO DE FERIADOS E UM SO PARA TODAS AS FILIAIS.
           MOVE LS-ID TO WS-SESSAO-ID
           PERFORM CARREGA-FILIAL
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-DATA-HOJE
           PERFORM OPEN-FERIADO
           MOVE "F" TO WFIM.
           PERFORM TELA-FERIADO-0 UNTIL WFIM = "T".
       TELA-FERIADO-0.
           MOVE SPACES TO W-OPCAO
           DISPLAY TELA-MENU-FERIADO
           ACCEPT TELA-MENU-FERIADO
           EVALUATE W-OPCAO
             WHEN "1"
                PERFORM INCLUSAO-000 THRU INCLUSAO-EXIT
             WHEN "2"
                PERFORM ALTERACAO-000 THRU ALTERACAO-EXIT
             WHEN "3"
                PERFORM EXCLUSAO-000 THRU EXCLUSAO-EXIT
             WHEN "4"
                PERFORM LISTA-000 THRU LISTA-EXIT
             WHEN "5"
                PERFORM CLOSE-FERIADO
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
           MOVE SPACES TO REGFER.
           MOVE ZEROS  TO FER_DATA
                          FER_DATA_ATUALIZACAO
                          .
       INC-010.
           DISPLAY TELA-FERIADO.
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
      * SO A DESCRICAO MUDA: DATA E LOCALIDADE SAO A CHAVE (PARA
      * MUDAR, EXCLUI E INCLUI DE NOVO).
       ALTERACAO-000.
           MOVE "ALTERACAO" TO DOPCAO.
           MOVE 0           TO W-SEL.
       ALT-001.
           PERFORM INC-001.
           DISPLAY TELA-FERIADO.
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
              UNLOCK ARQ-FERIADO
              .
            MOVE ZEROS TO W-SEL
            .
       ALTERACAO-EXIT.
           EXIT.

      **********************
      * ROTINA DE EXCLUSAO *
      **********************
       EXCLUSAO-000.
           MOVE "EXCLUSAO" TO DOPCAO.
           MOVE 0          TO W-SEL.
       EXC-001.
           PERFORM INC-001.
           DISPLAY TELA-FERIADO.
           PERFORM ENTRA-CHAVE UNTIL W-SEL > 0
           IF W-SEL = 2
              MOVE 0 TO W-SEL
              PERFORM EXCLUI-DADOS UNTIL W-SEL > 0
              IF W-SN = "S"
                 DELETE ARQ-FERIADO RECORD
                 IF WS-RESULTADO-ACESSO = "00"
                    MOVE "*** REGISTRO EXCLUIDO ***" TO MENS
                    PERFORM GRAVA-AUDITORIA
                 ELSE
                    MOVE "ERRO NA EXCLUSAO DO FERIADO" TO MENS
                 END-IF
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
              END-IF
              UNLOCK ARQ-FERIADO
              .
            MOVE ZEROS TO W-SEL
            .
       EXCLUSAO-EXIT.
           EXIT.

      * DATA + UF + CIDADE. A DATA TEM QUE SER REAL (NO FERIADO FIXO,
      * ANO 0000, O DIA E O MES SAO TESTADOS NUM ANO BISSEXTO); SEM
      * UF O FERIADO E NACIONAL E A CIDADE NEM E PEDIDA. FORA DA
      * INCLUSAO O READ E COM LOCK, MESMO IDIOMA DO CADPPG.
       ENTRA-CHAVE.
           UNLOCK ARQ-FERIADO
           ACCEPT FER_DATA AT 0726
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 02 OR FER_DATA = ZEROS
              MOVE 1 TO W-SEL
              EXIT PARAGRAPH
           END-IF
           MOVE FER_DATA TO WS-DATA-TESTE
           IF WS-DATA-TESTE(1:4) = "0000"
              MOVE "2000" TO WS-DATA-TESTE(1:4)
           END-IF
           PERFORM TESTA-DATA
           IF WS-DIAS-DATA = ZEROS
              MOVE "*** DATA INVALIDA ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              EXIT PARAGRAPH
           END-IF
           ACCEPT FER_UF WITH UPDATE AT 0826
           INSPECT FER_UF CONVERTING
               "abcdefghijklmnopqrstuvwxyz" TO
               "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
           IF FER_UF = SPACES
              MOVE SPACES TO FER_CIDADE
           ELSE
              ACCEPT FER_CIDADE WITH UPDATE AT 0926
              INSPECT FER_CIDADE CONVERTING
                  "abcdefghijklmnopqrstuvwxyz" TO
                  "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
           END-IF
           DISPLAY FER_UF     AT 0826
           DISPLAY FER_CIDADE AT 0926
           IF W-OPCAO = "1"
              READ ARQ-FERIADO
           ELSE
              READ ARQ-FERIADO WITH LOCK
           END-IF
           IF WS-RESULTADO-ACESSO NOT = "23"
              IF WS-RESULTADO-ACESSO = "00"
                 PERFORM MOSTRA-DADOS
                 IF W-OPCAO = "1"
                    MOVE "*** FERIADO JA CADASTRADO ***" TO MENS
                    PERFORM ROT-MENS THRU ROT-MENS-FIM
                    PERFORM INC-001
                    DISPLAY TELA-FERIADO
                 ELSE
                    MOVE 2 TO W-SEL
                 END-IF
              ELSE
              IF WS-RESULTADO-ACESSO = "9D"
                 MOVE "*** FERIADO EM USO EM OUTRO TERMINAL ***"
                   TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 MOVE 1 TO W-SEL
              ELSE
                 MOVE "ERRO NA LEITURA DOS FERIADOS" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 MOVE 1 TO W-SEL
              END-IF
              END-IF
           ELSE
              MOVE "00" TO WS-RESULTADO-ACESSO
              IF W-OPCAO = "1"
                 PERFORM DEFINE-TIPO-FERIADO
                 DISPLAY WS-DESCR-TIPO AT 1026
                 MOVE 2 TO W-SEL
              ELSE
                 MOVE "*** FERIADO NAO CADASTRADO ***" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
              END-IF
           END-IF
           .

      * A ABRANGENCIA SAI DA CHAVE: SEM UF = NACIONAL, SEM CIDADE =
      * ESTADUAL, COM CIDADE = MUNICIPAL.
       DEFINE-TIPO-FERIADO.
           IF FER_UF = SPACES
              MOVE "N" TO FER_TIPO
           ELSE
              IF FER_CIDADE = SPACES
                 MOVE "E" TO FER_TIPO
              ELSE
                 MOVE "M" TO FER_TIPO
              END-IF
           END-IF
           PERFORM DESCREVE-TIPO-FERIADO
           .

       DESCREVE-TIPO-FERIADO.
           EVALUATE FER_TIPO
             WHEN "N"
                MOVE "NACIONAL"  TO WS-DESCR-TIPO
             WHEN "E"
                MOVE "ESTADUAL"  TO WS-DESCR-TIPO
             WHEN "M"
                MOVE "MUNICIPAL" TO WS-DESCR-TIPO
             WHEN OTHER
                MOVE SPACES      TO WS-DESCR-TIPO
           END-EVALUATE
           .

       ENTRA-DADOS.
           ACCEPT FER_DESCRICAO WITH UPDATE AT 1126
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 02
              MOVE 1 TO W-SEL
              EXIT PARAGRAPH
           END-IF
           IF FER_DESCRICAO = SPACES
              MOVE "*** INFORME A DESCRICAO DO FERIADO ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              EXIT PARAGRAPH
           END-IF
           MOVE WS-DATA-HOJE TO FER_DATA_ATUALIZACAO
           MOVE LS-ID        TO FER_OPERADOR
           DISPLAY FER_DATA_ATUALIZACAO AT 1325
           DISPLAY FER_OPERADOR         AT 1341
           MOVE 2 TO W-SEL
           .

      * WS-DIAS-DATA = ZEROS QUANDO WS-DATA-TESTE NAO E DATA VALIDA.
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

       MOSTRA-DADOS.
           PERFORM DESCREVE-TIPO-FERIADO
           DISPLAY FER_DATA             AT 0726
           DISPLAY FER_UF               AT 0826
           DISPLAY FER_CIDADE           AT 0926
           DISPLAY WS-DESCR-TIPO        AT 1026
           DISPLAY FER_DESCRICAO        AT 1126
           DISPLAY FER_DATA_ATUALIZACAO AT 1325
           DISPLAY FER_OPERADOR         AT 1341
           .

      *************************************
      * FERIADOS DO ANO                   *
      *************************************
       LISTA-000.
           MOVE "ANO" TO DOPCAO.
           MOVE 0     TO W-SEL.
       LIS-001.
           DISPLAY TELA-LISTA-FERIADO
           DISPLAY "ANO          : [    ]" AT 0710
           MOVE WS-DATA-HOJE(1:4) TO WS-ANO-LISTA
           ACCEPT WS-ANO-LISTA WITH UPDATE AT 0726
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT NOT = 02 AND WS-ANO-LISTA > ZEROS
              DISPLAY "DATA       ABRANGENC UF CIDADE"
                      AT 0802
              DISPLAY "DESCRICAO" AT 0839
              MOVE 9 TO WS-LINHA-TELA
              MOVE ZEROS TO WS-QTD-LISTADOS
              MOVE ZEROS    TO WS-DATA-INICIO
              MOVE 00001231 TO WS-DATA-FIM
              PERFORM LISTA-FERIADOS-PERIODO
              COMPUTE WS-DATA-INICIO = WS-ANO-LISTA * 10000
              COMPUTE WS-DATA-FIM    = WS-ANO-LISTA * 10000 + 1231
              PERFORM LISTA-FERIADOS-PERIODO
              IF WS-QTD-LISTADOS > ZEROS
                 MOVE "*** FIM DOS FERIADOS DO ANO ***" TO MENS
              ELSE
                 MOVE "*** NENHUM FERIADO CADASTRADO ***" TO MENS
              END-IF
              PERFORM ROT-MENS THRU ROT-MENS-FIM
           END-IF
           MOVE ZEROS TO W-SEL
           .
       LISTA-EXIT.
           EXIT.

      * FERIADOS COM DATA ENTRE WS-DATA-INICIO E WS-DATA-FIM, NA
      * ORDEM DA CHAVE (DATA, UF, CIDADE).
       LISTA-FERIADOS-PERIODO.
           MOVE "N" TO WS-EOF-FER
           MOVE WS-DATA-INICIO TO FER_DATA
           MOVE LOW-VALUES     TO FER_UF FER_CIDADE
           START ARQ-FERIADO KEY IS NOT LESS THAN FER_CHAVE
               INVALID KEY MOVE "Y" TO WS-EOF-FER
           END-START
           PERFORM UNTIL WS-EOF-FER = "Y"
              READ ARQ-FERIADO NEXT AT END
                 MOVE "Y" TO WS-EOF-FER
              END-READ
              IF WS-EOF-FER = "N"
                 IF FER_DATA > WS-DATA-FIM
                    MOVE "Y" TO WS-EOF-FER
                 ELSE
                    PERFORM MOSTRA-LINHA-FERIADO
                 END-IF
              END-IF
           END-PERFORM
           MOVE "00" TO WS-RESULTADO-ACESSO
           .

       MOSTRA-LINHA-FERIADO.
           IF WS-LINHA-TELA > 20
              MOVE "TECLE ENTER PARA A PROXIMA PAGINA" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              DISPLAY TELA-LISTA-FERIADO
              DISPLAY "DATA       ABRANGENC UF CIDADE"
                      AT 0802
              DISPLAY "DESCRICAO" AT 0839
              MOVE 9 TO WS-LINHA-TELA
           END-IF
           PERFORM DESCREVE-TIPO-FERIADO
           MOVE FER_DATA      TO WLL-DATA
           MOVE WS-DESCR-TIPO TO WLL-TIPO
           MOVE FER_UF        TO WLL-UF
           MOVE FER_CIDADE    TO WLL-CIDADE
           MOVE FER_DESCRICAO TO WLL-DESCRICAO
           COMPUTE WS-POS-TELA = WS-LINHA-TELA * 100 + 2
           DISPLAY WS-LINHA-LISTA AT WS-POS-TELA
           ADD 1 TO WS-LINHA-TELA
           ADD 1 TO WS-QTD-LISTADOS
           .

       GRAVA-AUDITORIA.
           MOVE FUNCTION CURRENT-DATE(1:14) TO AUD-DATA-HORA
           MOVE "CADFER"           TO AUD-PROGRAMA
           MOVE LS-ID              TO AUD-OPERADOR
           MOVE DOPCAO             TO AUD-OPERACAO
      * A DATA NAO CABE EM AUD-CODIGO: VAI NO RESULTADO, COM A UF E
      * A CIDADE.
           MOVE ZEROS              TO AUD-CODIGO
           MOVE SPACES             TO AUD-RESULTADO
           STRING FER_DATA " " FER_UF " " FER_CIDADE
               DELIMITED BY SIZE INTO AUD-RESULTADO
           END-STRING
           WRITE REGAUD
           .

       GRAVACAO.
           IF W-SN = "S"
              WRITE REGFER
              IF WS-RESULTADO-ACESSO = "00" OR "02"
                 MOVE "*** DADOS GRAVADOS *** " TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
              ELSE
              IF WS-RESULTADO-ACESSO = "22"
                 MOVE "*** FERIADO JA EXISTE *** " TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
              ELSE
                 MOVE "ERRO NA GRAVACAO DO FERIADO" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
           .

       REGRAVACAO.
           IF W-SN = "S"
              REWRITE REGFER
              IF WS-RESULTADO-ACESSO = "00" OR "02"
                 MOVE "*** REGISTRO ALTERADO ***" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
              ELSE
                 MOVE "ERRO NA ALTERACAO DO FERIADO" TO MENS
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
      * O CALENDARIO E CRIADO NA PRIMEIRA VEZ (MESMO IDIOMA DO
      * CADPPG).
       OPEN-FERIADO.
           OPEN I-O ARQ-FERIADO
           IF WS-RESULTADO-ACESSO = "05" OR "35"
              OPEN OUTPUT ARQ-FERIADO
              CLOSE ARQ-FERIADO
              OPEN I-O ARQ-FERIADO
           END-IF
           IF WS-RESULTADO-ACESSO NOT = "00"
              MOVE "ERRO NA ABERTURA DOS FERIADOS" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
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

       CLOSE-FERIADO.
           CLOSE ARQ-FERIADO ARQ-AUD
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
