      **************************************************
      * CADASTRO DE FORNECEDORES                       *
      **************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CADFOR.
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

       77 WS-PROXIMO-FORNEC    PIC 9(005) VALUE ZEROS.

       LINKAGE SECTION.
       01 LS-ID PIC X(5).

       SCREEN SECTION.
       COPY "copybook\SISSTGER.CPY".

       01 TELA-MENU-FORNEC.
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
        02 LINE 07 COL 29 VALUE "CADASTRO DE FORNECEDORES".
        02 LINE 09 COL 10 VALUE "1 - Inclusao".
        02 LINE 10 COL 10 VALUE "2 - Alteracao".
        02 LINE 11 COL 10 VALUE "3 - Exclusao".
        02 LINE 12 COL 10 VALUE "4 - Retornar".
        02 LINE 20 COL 10 "Digite a opcao desejada[.]".
        02 OPCAO LINE 20 COL 34 PIC X(01) USING W-OPCAO AUTO.
      *
       01 TELA-FORNEC.
        02 BLANK SCREEN.
        02 LINE 02 COL 28 VALUE "Sistema de Franquia AMBEV".
        02 LINE 05 COL 29 VALUE "CADASTRO DE FORNECEDORES".
        02 LINE 05 COL 66 VALUE "[".
        02 LINE 05 COL 67 PIC X(10) USING DOPCAO.
        02 LINE 05 COL 77 VALUE "]".
        02 LINE 07 COL 10 VALUE "CODIGO       : [     ]".
        02 LINE 07 COL 40 VALUE "DIGITE [00000] PARA SAIR".
        02 LINE 09 COL 10 VALUE "CNPJ         : [              ]".
        02 LINE 11 COL 10 VALUE "RAZAO SOCIAL : [".
        02 LINE 11 COL 66 VALUE "]".
        02 LINE 13 COL 10 VALUE "CONTATO      : [".
        02 LINE 13 COL 46 VALUE "]".
        02 LINE 15 COL 10 VALUE "TELEFONE     : [".
        02 LINE 15 COL 41 VALUE "]".
        02 LINE 17 COL 10 VALUE "E-MAIL       : [".
        02 LINE 17 COL 66 VALUE "]".
        02 LINE 19 COL 10 VALUE "PRAZO ENTREGA: [   ] DIAS".
        02 LINE 21 COL 10 VALUE "STATUS       : [ ]".
        02 LINE 21 COL 40 VALUE "A=ATIVO S=SUSPENSO F=FECHADO".
      *-----------------------------------------------------------------
       PROCEDURE DIVISION  USING LS-ID.
       INICIO.
      * RESOLVE OS CAMINHOS DA FILIAL SELECIONADA NO LOGIN ANTES DE
      * ABRIR QUALQUER ARQUIVO DE DADOS (VER SISFIPGER.CPY).
           MOVE LS-ID TO WS-SESSAO-ID
           PERFORM CARREGA-FILIAL
           PERFORM OPEN-FORNEC.
           MOVE "F" TO WFIM.
           PERFORM TELA-FORNEC-0 UNTIL WFIM = "T".
       TELA-FORNEC-0.
           MOVE SPACES TO W-OPCAO
           DISPLAY TELA-MENU-FORNEC
           ACCEPT TELA-MENU-FORNEC
           EVALUATE W-OPCAO
             WHEN "1"
                PERFORM INCLUSAO-000 THRU INCLUSAO-EXIT
             WHEN "2"
                PERFORM ALTERACAO-000 THRU ALTERACAO-EXIT
             WHEN "3"
                PERFORM EXCLUSAO-000 THRU EXCLUSAO-EXIT
             WHEN "4"
                PERFORM CLOSE-FORNEC
                EXIT PROGRAM
           END-EVALUATE.

      **********************
      * ROTINA DE INCLUSAO *
      **********************
       INCLUSAO-000.
           MOVE "INCLUSAO" TO DOPCAO.
           MOVE 0          TO W-SEL.
       INC-001.
           MOVE SPACES TO REGFOR
                          WS-GRAVACAO
                          .
           MOVE ZEROS  TO FOR_CODIGO
                          FOR_CNPJ
                          FOR_PRAZO_ENTREGA
                          .
      * TODO FORNECEDOR NOVO COMECA ATIVO, MESMO IDIOMA DO CADVEI.
           MOVE "A" TO FOR_STATUS
           .
       INC-010.
           DISPLAY TELA-FORNEC.
           IF W-OPCAO = 1
              PERFORM SUGERE-CODIGO
           END-IF
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
           DISPLAY TELA-FORNEC.
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
              UNLOCK ARQ-FORNEC
              .
            MOVE ZEROS TO W-SEL
            .
       ALTERACAO-EXIT.
           EXIT.

      ***********************
      * ROTINA DE EXCLUSAO  *
      ***********************
      * BAIXA LOGICA, MESMO IDIOMA DO CADVEI: O FORNECEDOR FECHADO NAO
      * RECEBE PEDIDO DE COMPRA NOVO, MAS OS PEDIDOS ANTIGOS SEGUEM
      * APONTANDO PARA UM CADASTRO EXPLICAVEL.
       EXCLUSAO-000.
           MOVE "EXCLUSAO"  TO DOPCAO.
           MOVE 0           TO W-SEL.
       EXC-001.
           PERFORM INC-001.
           DISPLAY TELA-FORNEC.
           PERFORM ENTRA-CODIGO UNTIL W-SEL > 0
           IF W-SEL = 2
              MOVE 0 TO W-SEL
              PERFORM EXCLUI-DADOS UNTIL W-SEL > 0
              PERFORM EXCLUSAO
              IF W-SN = "S"
                 PERFORM GRAVA-AUDITORIA
              END-IF
              UNLOCK ARQ-FORNEC
              .
            MOVE ZEROS TO W-SEL
            .
       EXCLUSAO-EXIT.
           EXIT.

      * NA INCLUSAO SUGERE O MAIOR CODIGO JA GRAVADO + 1 (O OPERADOR
      * PODE SOBRESCREVER), MESMO IDIOMA DO PROXIMO NUMERO DE NOTA.
       SUGERE-CODIGO.
           MOVE 1 TO WS-PROXIMO-FORNEC
           MOVE 99999 TO FOR_CODIGO
           START ARQ-FORNEC
               KEY IS LESS THAN FOR_CODIGO
                    INVALID KEY
                       MOVE ZEROS TO FOR_CODIGO
                    NOT INVALID KEY
                       READ ARQ-FORNEC PREVIOUS
                           AT END
                              MOVE ZEROS TO FOR_CODIGO
                       END-READ
           END-START
           IF WS-RESULTADO-ACESSO = "00"
              COMPUTE WS-PROXIMO-FORNEC = FOR_CODIGO + 1
           END-IF
           MOVE "00" TO WS-RESULTADO-ACESSO
           PERFORM INC-001
           MOVE WS-PROXIMO-FORNEC TO FOR_CODIGO
           DISPLAY FOR_CODIGO AT 0726
           .

      * MESMO IDIOMA DO ENTRA-PLACA DO CADVEI, COM O CODIGO COMO
      * CHAVE: EM ALTERACAO/EXCLUSAO O READ E COM LOCK.
       ENTRA-CODIGO.
           UNLOCK ARQ-FORNEC
           ACCEPT FOR_CODIGO WITH UPDATE AT 0726
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 02 OR FOR_CODIGO = ZEROS
              MOVE 1 TO W-SEL
           ELSE
              IF W-OPCAO = 2 OR W-OPCAO = 3
                 READ ARQ-FORNEC WITH LOCK
              ELSE
                 READ ARQ-FORNEC
              END-IF
              IF WS-RESULTADO-ACESSO NOT = "23"
                 IF WS-RESULTADO-ACESSO = "00"
                    PERFORM MOSTRA-DADOS
                    IF W-OPCAO = 1
                       MOVE "*** FORNECEDOR JA CADASTRADO ***" TO MENS
                       PERFORM ROT-MENS THRU ROT-MENS-FIM
                       PERFORM INC-001
                       DISPLAY TELA-FORNEC
                    ELSE
                       MOVE 2 TO W-SEL
                    END-IF
                 ELSE
                 IF WS-RESULTADO-ACESSO = "9D"
                    MOVE "*** FORNECEDOR EM USO EM OUTRO TERMINAL ***"
                         TO MENS
                    PERFORM ROT-MENS THRU ROT-MENS-FIM
                    MOVE 1 TO W-SEL
                 ELSE
                    MOVE "ERRO NA LEITURA ARQUIVO FORNECEDOR" TO MENS
                    PERFORM ROT-MENS THRU ROT-MENS-FIM
                    MOVE 1 TO W-SEL
                 END-IF
                 END-IF
              ELSE
                IF W-OPCAO = 1
                   MOVE 2 TO W-SEL
                ELSE
                   MOVE "*** FORNECEDOR NAO CADASTRADO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                END-IF
                END-IF
                .

      * CNPJ VALIDADO PELO MESMO CADDIGIT DO CADASTRO DE CLIENTES.
       ENTRA-DADOS.
           ACCEPT FOR_CNPJ WITH UPDATE AT 0926
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 02
              MOVE 1 TO W-SEL
           ELSE
              MOVE 14       TO COMPRIMENTO
              MOVE FOR_CNPJ TO LKS-NUMERO-I
              MOVE ZEROS    TO LKS-NUMERO-F
              MOVE "CGC"    TO LKS-TIPO-CALCULO
              MOVE "V"      TO LKS-ACAO
              MOVE ZEROS    TO LKS-RETORNO
              CALL "CADDIGIT" USING PARAMETRO-CGCCPF
              IF LKS-RETORNO NOT = 0 OR FOR_CNPJ = ZEROS
                 MOVE "CNPJ INVALIDO" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
              ELSE
                 ACCEPT FOR_RAZAO_SOCIAL WITH UPDATE AT 1126
                 ACCEPT FOR_CONTATO      WITH UPDATE AT 1326
                 ACCEPT FOR_TELEFONE     WITH UPDATE AT 1526
                 ACCEPT FOR_EMAIL        WITH UPDATE AT 1726
                 ACCEPT FOR_PRAZO_ENTREGA WITH UPDATE AT 1926
                 IF FOR_RAZAO_SOCIAL = SPACES
                    MOVE "RAZAO SOCIAL INVALIDA" TO MENS
                    PERFORM ROT-MENS THRU ROT-MENS-FIM
                 ELSE
                 IF FOR_PRAZO_ENTREGA = ZEROS
                    MOVE "INFORME O PRAZO DE ENTREGA EM DIAS" TO MENS
                    PERFORM ROT-MENS THRU ROT-MENS-FIM
                 ELSE
                    PERFORM ENTRA-STATUS
                 END-IF
                 END-IF
              END-IF
           END-IF
           .

       ENTRA-STATUS.
           IF W-OPCAO = 1
              MOVE "A" TO FOR_STATUS
              MOVE 2   TO W-SEL
           ELSE
              DISPLAY FOR_STATUS AT 2126
              ACCEPT  FOR_STATUS AT 2126
              ACCEPT  W-ACT FROM ESCAPE KEY
              IF W-ACT = 02
                 MOVE 1 TO W-SEL
              ELSE
                 IF FOR_STATUS NOT = "A" AND "S" AND "F"
                    MOVE "STATUS INVALIDO (A/S/F)" TO MENS
                    PERFORM ROT-MENS THRU ROT-MENS-FIM
                 ELSE
                    MOVE 2 TO W-SEL
                 END-IF
              END-IF
           END-IF
           .

       GRAVA-AUDITORIA.
           MOVE FUNCTION CURRENT-DATE(1:14) TO AUD-DATA-HORA
           MOVE "CADFOR"     TO AUD-PROGRAMA
           MOVE LS-ID        TO AUD-OPERADOR
           MOVE DOPCAO       TO AUD-OPERACAO
           MOVE FOR_CODIGO   TO AUD-CODIGO
           MOVE MENS         TO AUD-RESULTADO
           WRITE REGAUD
           .

       GRAVACAO.
           IF W-SN = "S"
              WRITE REGFOR
              IF WS-RESULTADO-ACESSO = "00" OR "02"
                 MOVE "*** DADOS GRAVADOS *** " TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
              ELSE
              IF WS-RESULTADO-ACESSO = "22"
                 MOVE "*** FORNECEDOR JA EXISTE *** " TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
              ELSE
                 MOVE "ERRO NA GRAVACAO DO FORNECEDOR" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
           .

       REGRAVACAO.
           IF W-SN = "S"
              REWRITE REGFOR
              IF WS-RESULTADO-ACESSO = "00" OR "02"
                 MOVE "*** REGISTRO ALTERADO ***" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
              ELSE
                 MOVE "ERRO NA ALTERACAO DO FORNECEDOR" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
           .

       EXCLUSAO.
           IF W-SN = "S"
              MOVE "F" TO FOR_STATUS
              REWRITE REGFOR
              IF WS-RESULTADO-ACESSO = "00"
                 MOVE "*** FORNECEDOR INATIVADO ***" TO MENS
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
              MOVE "N" TO W-SN
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
              MOVE 1 TO W-SEL
              MOVE "N" TO W-SN
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
           DISPLAY "INATIVAR (S/N) : " AT 2340
           ACCEPT W-SN WITH UPDATE AT 2357
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 02
              MOVE 1 TO W-SEL
              MOVE "N" TO W-SN
           ELSE
                IF W-SN = "N" OR "n"
                   MOVE "*** REGISTRO NAO INATIVADO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   MOVE "N" TO W-SN
                   MOVE 1 TO W-SEL
                ELSE
                IF W-SN NOT = "S" AND "s"
                   MOVE "*** DIGITE APENAS S=SIM  e  N=NAO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                ELSE
                   MOVE "S" TO W-SN
                   MOVE 2 TO W-SEL
                .

       MOSTRA-DADOS.
           DISPLAY FOR_CODIGO        AT 0726
           DISPLAY FOR_CNPJ          AT 0926
           DISPLAY FOR_RAZAO_SOCIAL  AT 1126
           DISPLAY FOR_CONTATO       AT 1326
           DISPLAY FOR_TELEFONE      AT 1526
           DISPLAY FOR_EMAIL         AT 1726
           DISPLAY FOR_PRAZO_ENTREGA AT 1926
           DISPLAY FOR_STATUS        AT 2126
           .

      *******************************
      * ROTINA DE ABERTURA ARQUIVOS *
      *******************************
       OPEN-FORNEC.
           OPEN I-O ARQ-FORNEC
           IF WS-RESULTADO-ACESSO NOT = "00"
               IF WS-RESULTADO-ACESSO = "05"
                  OPEN OUTPUT ARQ-FORNEC
                  CLOSE ARQ-FORNEC
                  OPEN I-O ARQ-FORNEC
               ELSE
                  MOVE "ERRO NA ABERTURA DO ARQUIVO FORNECEDOR" TO MENS
                  PERFORM ROT-MENS THRU ROT-MENS-FIM
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

       CLOSE-FORNEC.
           CLOSE ARQ-FORNEC
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
