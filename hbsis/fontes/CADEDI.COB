      **************************************************
      * DE-PARA DO EDI DAS REDES: EAN X PRODUTO E      *
      * LOJA DA REDE X CLIENTE (USADOS PELO IMPEDI)    *
      **************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CADEDI.
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

      * "S" QUANDO O EAN/LOJA DIGITADO JA TEM DE-PARA (ALTERACAO OU
      * EXCLUSAO), "N" QUANDO E NOVO (INCLUSAO).
       77 WS-JA-EXISTE         PIC X(001) VALUE "N".
       77 WS-DATA-HOJE         PIC 9(008) VALUE ZEROS.

       LINKAGE SECTION.
       01 LS-ID PIC X(5).

       SCREEN SECTION.
       COPY "copybook\SISSTGER.CPY".

       01 TELA-MENU-EDI.
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
        02 LINE 07 COL 25 VALUE "DE-PARA DO EDI DAS REDES".
        02 LINE 09 COL 10 VALUE
          "1 - EAN x Produto (Inclusao/Alteracao)".
        02 LINE 10 COL 10 VALUE "2 - Exclusao de EAN".
        02 LINE 11 COL 10 VALUE
          "3 - Loja da Rede x Cliente (Inclusao/Alteracao)".
        02 LINE 12 COL 10 VALUE "4 - Exclusao de Loja da Rede".
        02 LINE 13 COL 10 VALUE "5 - Retornar".
        02 LINE 20 COL 10 "Digite a opcao desejada[.]".
        02 OPCAO LINE 20 COL 34 PIC X(01) USING W-OPCAO AUTO.
      *
       01 TELA-EAN.
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
        02 LINE 05 COL 25 VALUE "DE-PARA EAN X PRODUTO".
        02 LINE 05 COL 66 VALUE "[".
        02 LINE 05 COL 67 PIC X(10) USING DOPCAO.
        02 LINE 05 COL 77 VALUE "]".
        02 LINE 07 COL 10 VALUE "EAN (GTIN)    : [              ]".
        02 LINE 07 COL 50 VALUE "ZERO PARA SAIR".
        02 LINE 09 COL 10 VALUE "PRODUTO       : [     ]".
        02 LINE 11 COL 10 VALUE "CADASTRADO EM :".
        02 LINE 11 COL 40 VALUE "POR :".
        02 LINE 15 COL 10 VALUE
          "O EAN-13 ENTRA COM ZERO A ESQUERDA. VARIOS EAN (UNIDADE,".
        02 LINE 16 COL 10 VALUE
          "CAIXA, FARDO) PODEM APONTAR PARA O MESMO PRODUTO.".
      *
       01 TELA-LOJA.
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
        02 LINE 05 COL 22 VALUE "DE-PARA LOJA DA REDE X CLIENTE".
        02 LINE 05 COL 66 VALUE "[".
        02 LINE 05 COL 67 PIC X(10) USING DOPCAO.
        02 LINE 05 COL 77 VALUE "]".
        02 LINE 07 COL 10 VALUE "REDE          : [      ]".
        02 LINE 07 COL 50 VALUE "EM BRANCO PARA SAIR".
        02 LINE 08 COL 10 VALUE "LOJA NA REDE  : [             ]".
        02 LINE 10 COL 10 VALUE "CLIENTE       : [       ]".
        02 LINE 12 COL 10 VALUE "CADASTRADO EM :".
        02 LINE 12 COL 40 VALUE "POR :".
        02 LINE 15 COL 10 VALUE
          "REDE E LOJA COMO VEM NO ARQUIVO EDI DA REDE; O CLIENTE".
        02 LINE 16 COL 10 VALUE
          "E O DA FILIAL QUE ATENDE A LOJA.".
      *-----------------------------------------------------------------
       PROCEDURE DIVISION  USING LS-ID.
       INICIO.
      * RESOLVE OS CAMINHOS DA FILIAL SELECIONADA NO LOGIN ANTES DE
      * ABRIR QUALQUER ARQUIVO DE DADOS (VER SISFIPGER.CPY). O EAN E
      * GLOBAL DA CASA, COMO O PRODUTO; A LOJA E DA FILIAL, COMO O
      * CLIENTE.
           MOVE LS-ID TO WS-SESSAO-ID
           PERFORM CARREGA-FILIAL
           PERFORM OPEN-ARQUIVOS.
           MOVE "F" TO WFIM.
           PERFORM TELA-EDI-0 UNTIL WFIM = "T".
       TELA-EDI-0.
           MOVE SPACES TO W-OPCAO
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-DATA-HOJE
           DISPLAY TELA-MENU-EDI
           ACCEPT TELA-MENU-EDI
           EVALUATE W-OPCAO
             WHEN "1"
                PERFORM MANUTENCAO-EAN THRU MANUTENCAO-EAN-EXIT
             WHEN "2"
                PERFORM EXCLUSAO-EAN THRU EXCLUSAO-EAN-EXIT
             WHEN "3"
                PERFORM MANUTENCAO-LOJA THRU MANUTENCAO-LOJA-EXIT
             WHEN "4"
                PERFORM EXCLUSAO-LOJA THRU EXCLUSAO-LOJA-EXIT
             WHEN "5"
                PERFORM CLOSE-ARQUIVOS
                EXIT PROGRAM
           END-EVALUATE.

      ****************************************
      * ROTINA DE INCLUSAO/ALTERACAO DO EAN  *
      ****************************************
       MANUTENCAO-EAN.
           MOVE "MANUTENCAO" TO DOPCAO.
           MOVE 0            TO W-SEL.
       MAN-EAN-001.
           MOVE SPACES TO REGEAN.
           MOVE ZEROS  TO EAN_CODIGO EAN_CODIGO_PRODUTO
                          EAN_DATA_CADASTRO.
           DISPLAY TELA-EAN.
           PERFORM ENTRA-EAN UNTIL W-SEL > 0
           IF W-SEL = 2
              IF WS-JA-EXISTE = "S"
                 MOVE "ALTERACAO" TO DOPCAO
              ELSE
                 MOVE "INCLUSAO"  TO DOPCAO
              END-IF
              DISPLAY TELA-EAN
              PERFORM MOSTRA-EAN
              MOVE 0 TO W-SEL
              PERFORM ENTRA-PRODUTO-EAN UNTIL W-SEL > 0
              IF W-SEL = 2
                 MOVE 0 TO W-SEL
                 PERFORM CONFIRMA-GRAVACAO UNTIL W-SEL > 0
                 IF W-SN = "S"
                    PERFORM GRAVACAO-EAN
                 END-IF
              END-IF
              UNLOCK ARQ-EANPRO
              .
            MOVE ZEROS TO W-SEL
            .
       MANUTENCAO-EAN-EXIT.
           EXIT.

      * READ COM LOCK, MESMO IDIOMA DO ENTRA-EVENTO DO CADCTB; O EAN
      * AINDA NAO CADASTRADO SEGUE PARA A INCLUSAO.
       ENTRA-EAN.
           UNLOCK ARQ-EANPRO
           ACCEPT EAN_CODIGO AT 0727
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 02 OR EAN_CODIGO = ZEROS
              MOVE 1 TO W-SEL
           ELSE
              READ ARQ-EANPRO WITH LOCK
              IF WS-RESULTADO-ACESSO = "00"
                 MOVE "S" TO WS-JA-EXISTE
                 MOVE 2 TO W-SEL
              ELSE
              IF WS-RESULTADO-ACESSO = "23"
                 MOVE "N" TO WS-JA-EXISTE
                 MOVE ZEROS  TO EAN_CODIGO_PRODUTO
                                EAN_DATA_CADASTRO
                 MOVE SPACES TO EAN_OPERADOR
                 MOVE "00" TO WS-RESULTADO-ACESSO
                 MOVE 2 TO W-SEL
              ELSE
              IF WS-RESULTADO-ACESSO = "9D"
                 MOVE "*** EAN EM USO EM OUTRO TERMINAL ***" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 MOVE 1 TO W-SEL
              ELSE
                 MOVE "ERRO NA LEITURA DO DE-PARA DE EAN" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 MOVE 1 TO W-SEL
              END-IF
              END-IF
              END-IF
           END-IF
           .

      * O PRODUTO PRECISA EXISTIR NO CATALOGO; INATIVO E ACEITO (O
      * IMPEDI REJEITA A LINHA PELO STATUS, COMO NA DIGITACAO).
       ENTRA-PRODUTO-EAN.
           ACCEPT EAN_CODIGO_PRODUTO WITH UPDATE AT 0927
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 02
              MOVE 1 TO W-SEL
           ELSE
              MOVE EAN_CODIGO_PRODUTO TO PRO_CODIGO_PRODUTO
              READ ARQ-PRODUTO
                  INVALID KEY
                     MOVE "00" TO WS-RESULTADO-ACESSO
                     MOVE "*** PRODUTO NAO CADASTRADO ***" TO MENS
                     PERFORM ROT-MENS THRU ROT-MENS-FIM
                  NOT INVALID KEY
                     DISPLAY PRO_DESCRICAO AT 0935
                     MOVE 2 TO W-SEL
              END-READ
           END-IF
           .

       MOSTRA-EAN.
           DISPLAY EAN_CODIGO AT 0727
           IF WS-JA-EXISTE = "S"
              DISPLAY EAN_CODIGO_PRODUTO AT 0927
              MOVE EAN_CODIGO_PRODUTO TO PRO_CODIGO_PRODUTO
              READ ARQ-PRODUTO
                  INVALID KEY
                     MOVE "00" TO WS-RESULTADO-ACESSO
                  NOT INVALID KEY
                     DISPLAY PRO_DESCRICAO AT 0935
              END-READ
              DISPLAY EAN_DATA_CADASTRO AT 1126
              DISPLAY EAN_OPERADOR AT 1146
           END-IF
           .

       GRAVACAO-EAN.
           MOVE WS-DATA-HOJE TO EAN_DATA_CADASTRO
           MOVE LS-ID        TO EAN_OPERADOR
           IF WS-JA-EXISTE = "S"
              REWRITE REGEAN
           ELSE
              WRITE REGEAN
           END-IF
           IF WS-RESULTADO-ACESSO = "00" OR "02"
              MOVE EAN_CODIGO_PRODUTO TO AUD-CODIGO
              MOVE SPACES TO AUD-RESULTADO
              STRING "EAN " EAN_CODIGO
                  DELIMITED BY SIZE INTO AUD-RESULTADO
              END-STRING
              PERFORM GRAVA-AUDITORIA
              MOVE "*** DE-PARA GRAVADO ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
           ELSE
              MOVE "ERRO NA GRAVACAO DO DE-PARA DE EAN" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
           END-IF
           .

      **************************
      * ROTINA DE EXCLUSAO EAN *
      **************************
       EXCLUSAO-EAN.
           MOVE "EXCLUSAO" TO DOPCAO.
           MOVE 0          TO W-SEL.
       EXC-EAN-001.
           MOVE ZEROS TO EAN_CODIGO EAN_CODIGO_PRODUTO
                         EAN_DATA_CADASTRO.
           DISPLAY TELA-EAN.
           PERFORM ENTRA-EAN UNTIL W-SEL > 0
           IF W-SEL = 2
              IF WS-JA-EXISTE = "N"
                 MOVE "*** EAN SEM DE-PARA CADASTRADO ***" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
              ELSE
                 PERFORM MOSTRA-EAN
                 MOVE 0 TO W-SEL
                 PERFORM CONFIRMA-EXCLUSAO UNTIL W-SEL > 0
                 IF W-SN = "S"
                    DELETE ARQ-EANPRO RECORD
                    IF WS-RESULTADO-ACESSO = "00"
                       MOVE EAN_CODIGO_PRODUTO TO AUD-CODIGO
                       MOVE SPACES TO AUD-RESULTADO
                       STRING "EAN " EAN_CODIGO " EXCLUIDO"
                           DELIMITED BY SIZE INTO AUD-RESULTADO
                       END-STRING
                       PERFORM GRAVA-AUDITORIA
                       MOVE "*** DE-PARA EXCLUIDO ***" TO MENS
                    ELSE
                       MOVE "ERRO NA EXCLUSAO DO DE-PARA" TO MENS
                    END-IF
                    PERFORM ROT-MENS THRU ROT-MENS-FIM
                 END-IF
              END-IF
              UNLOCK ARQ-EANPRO
              .
            MOVE ZEROS TO W-SEL
            .
       EXCLUSAO-EAN-EXIT.
           EXIT.

      *****************************************
      * ROTINA DE INCLUSAO/ALTERACAO DA LOJA  *
      *****************************************
       MANUTENCAO-LOJA.
           MOVE "MANUTENCAO" TO DOPCAO.
           MOVE 0            TO W-SEL.
       MAN-LOJA-001.
           MOVE SPACES TO REGLJR.
           MOVE ZEROS  TO LJR_CODIGO_CLIENTE LJR_DATA_CADASTRO.
           DISPLAY TELA-LOJA.
           PERFORM ENTRA-LOJA UNTIL W-SEL > 0
           IF W-SEL = 2
              IF WS-JA-EXISTE = "S"
                 MOVE "ALTERACAO" TO DOPCAO
              ELSE
                 MOVE "INCLUSAO"  TO DOPCAO
              END-IF
              DISPLAY TELA-LOJA
              PERFORM MOSTRA-LOJA
              MOVE 0 TO W-SEL
              PERFORM ENTRA-CLIENTE-LOJA UNTIL W-SEL > 0
              IF W-SEL = 2
                 MOVE 0 TO W-SEL
                 PERFORM CONFIRMA-GRAVACAO UNTIL W-SEL > 0
                 IF W-SN = "S"
                    PERFORM GRAVACAO-LOJA
                 END-IF
              END-IF
              UNLOCK ARQ-LOJRED
              .
            MOVE ZEROS TO W-SEL
            .
       MANUTENCAO-LOJA-EXIT.
           EXIT.

       ENTRA-LOJA.
           UNLOCK ARQ-LOJRED
           ACCEPT LJR_REDE AT 0727
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 02 OR LJR_REDE = SPACES
              MOVE 1 TO W-SEL
           ELSE
              MOVE FUNCTION UPPER-CASE(LJR_REDE) TO LJR_REDE
              ACCEPT LJR_LOJA AT 0827
              READ ARQ-LOJRED WITH LOCK
              IF WS-RESULTADO-ACESSO = "00"
                 MOVE "S" TO WS-JA-EXISTE
                 MOVE 2 TO W-SEL
              ELSE
              IF WS-RESULTADO-ACESSO = "23"
                 MOVE "N" TO WS-JA-EXISTE
                 MOVE ZEROS  TO LJR_CODIGO_CLIENTE
                                LJR_DATA_CADASTRO
                 MOVE SPACES TO LJR_OPERADOR
                 MOVE "00" TO WS-RESULTADO-ACESSO
                 MOVE 2 TO W-SEL
              ELSE
              IF WS-RESULTADO-ACESSO = "9D"
                 MOVE "*** LOJA EM USO EM OUTRO TERMINAL ***" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 MOVE 1 TO W-SEL
              ELSE
                 MOVE "ERRO NA LEITURA DO DE-PARA DE LOJA" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 MOVE 1 TO W-SEL
              END-IF
              END-IF
              END-IF
           END-IF
           .

      * O CLIENTE PRECISA EXISTIR NA FILIAL; SITUACAO E BLOQUEIO SAO
      * CONFERIDOS PELO IMPEDI A CADA PEDIDO, COMO NA DIGITACAO.
       ENTRA-CLIENTE-LOJA.
           ACCEPT LJR_CODIGO_CLIENTE WITH UPDATE AT 1027
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 02
              MOVE 1 TO W-SEL
           ELSE
              MOVE LJR_CODIGO_CLIENTE TO CLI_CODIGO_CLIENTE
              READ ARQ-CLIENTE
                  INVALID KEY
                     MOVE "00" TO WS-RESULTADO-ACESSO
                     MOVE "*** CLIENTE NAO CADASTRADO ***" TO MENS
                     PERFORM ROT-MENS THRU ROT-MENS-FIM
                  NOT INVALID KEY
                     DISPLAY CLI_RAZAO_SOCIAL AT 1037
                     MOVE 2 TO W-SEL
              END-READ
           END-IF
           .

       MOSTRA-LOJA.
           DISPLAY LJR_REDE AT 0727
           DISPLAY LJR_LOJA AT 0827
           IF WS-JA-EXISTE = "S"
              DISPLAY LJR_CODIGO_CLIENTE AT 1027
              MOVE LJR_CODIGO_CLIENTE TO CLI_CODIGO_CLIENTE
              READ ARQ-CLIENTE
                  INVALID KEY
                     MOVE "00" TO WS-RESULTADO-ACESSO
                  NOT INVALID KEY
                     DISPLAY CLI_RAZAO_SOCIAL AT 1037
              END-READ
              DISPLAY LJR_DATA_CADASTRO AT 1226
              DISPLAY LJR_OPERADOR AT 1246
           END-IF
           .

       GRAVACAO-LOJA.
           MOVE WS-DATA-HOJE TO LJR_DATA_CADASTRO
           MOVE LS-ID        TO LJR_OPERADOR
           IF WS-JA-EXISTE = "S"
              REWRITE REGLJR
           ELSE
              WRITE REGLJR
           END-IF
           IF WS-RESULTADO-ACESSO = "00" OR "02"
              MOVE LJR_CODIGO_CLIENTE TO AUD-CODIGO
              MOVE SPACES TO AUD-RESULTADO
              STRING "LOJA " LJR_REDE "/" LJR_LOJA
                  DELIMITED BY SIZE INTO AUD-RESULTADO
              END-STRING
              PERFORM GRAVA-AUDITORIA
              MOVE "*** DE-PARA GRAVADO ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
           ELSE
              MOVE "ERRO NA GRAVACAO DO DE-PARA DE LOJA" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
           END-IF
           .

      ***************************
      * ROTINA DE EXCLUSAO LOJA *
      ***************************
       EXCLUSAO-LOJA.
           MOVE "EXCLUSAO" TO DOPCAO.
           MOVE 0          TO W-SEL.
       EXC-LOJA-001.
           MOVE SPACES TO REGLJR.
           MOVE ZEROS  TO LJR_CODIGO_CLIENTE LJR_DATA_CADASTRO.
           DISPLAY TELA-LOJA.
           PERFORM ENTRA-LOJA UNTIL W-SEL > 0
           IF W-SEL = 2
              IF WS-JA-EXISTE = "N"
                 MOVE "*** LOJA SEM DE-PARA CADASTRADO ***" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
              ELSE
                 PERFORM MOSTRA-LOJA
                 MOVE 0 TO W-SEL
                 PERFORM CONFIRMA-EXCLUSAO UNTIL W-SEL > 0
                 IF W-SN = "S"
                    DELETE ARQ-LOJRED RECORD
                    IF WS-RESULTADO-ACESSO = "00"
                       MOVE LJR_CODIGO_CLIENTE TO AUD-CODIGO
                       MOVE SPACES TO AUD-RESULTADO
                       STRING "LOJA " LJR_REDE "/" LJR_LOJA
                              " EXCLUIDA"
                           DELIMITED BY SIZE INTO AUD-RESULTADO
                       END-STRING
                       PERFORM GRAVA-AUDITORIA
                       MOVE "*** DE-PARA EXCLUIDO ***" TO MENS
                    ELSE
                       MOVE "ERRO NA EXCLUSAO DO DE-PARA" TO MENS
                    END-IF
                    PERFORM ROT-MENS THRU ROT-MENS-FIM
                 END-IF
              END-IF
              UNLOCK ARQ-LOJRED
              .
            MOVE ZEROS TO W-SEL
            .
       EXCLUSAO-LOJA-EXIT.
           EXIT.

       CONFIRMA-GRAVACAO.
           MOVE "S" TO W-SN
           DISPLAY "GRAVAR (S/N) : " AT 2340
           ACCEPT W-SN WITH UPDATE AT 2355
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 02
              MOVE "N" TO W-SN
              MOVE 1 TO W-SEL
           ELSE
                IF W-SN = "N" OR "n"
                   MOVE "*** INFORMACOES NAO GRAVADAS ***" TO MENS
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

       CONFIRMA-EXCLUSAO.
           MOVE "N" TO W-SN
           DISPLAY "EXCLUIR (S/N) : " AT 2340
           ACCEPT W-SN WITH UPDATE AT 2356
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

       GRAVA-AUDITORIA.
           MOVE FUNCTION CURRENT-DATE(1:14) TO AUD-DATA-HORA
           MOVE "CADEDI"     TO AUD-PROGRAMA
           MOVE LS-ID        TO AUD-OPERADOR
           MOVE DOPCAO       TO AUD-OPERACAO
           WRITE REGAUD
           .

      *******************************
      * ROTINA DE ABERTURA ARQUIVOS *
      *******************************
       OPEN-ARQUIVOS.
           OPEN I-O ARQ-EANPRO
           IF WS-RESULTADO-ACESSO = "05" OR "35"
              OPEN OUTPUT ARQ-EANPRO
              CLOSE ARQ-EANPRO
              OPEN I-O ARQ-EANPRO
           END-IF
           IF WS-RESULTADO-ACESSO NOT = "00"
              MOVE "ERRO NA ABERTURA DO DE-PARA DE EAN" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              EXIT PROGRAM
           END-IF
           OPEN I-O ARQ-LOJRED
           IF WS-RESULTADO-ACESSO = "05" OR "35"
              OPEN OUTPUT ARQ-LOJRED
              CLOSE ARQ-LOJRED
              OPEN I-O ARQ-LOJRED
           END-IF
           IF WS-RESULTADO-ACESSO NOT = "00"
              MOVE "ERRO NA ABERTURA DO DE-PARA DE LOJAS" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              CLOSE ARQ-EANPRO
              EXIT PROGRAM
           END-IF
           OPEN INPUT ARQ-PRODUTO
           OPEN INPUT ARQ-CLIENTE
           MOVE "00" TO WS-RESULTADO-ACESSO
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

       CLOSE-ARQUIVOS.
           CLOSE ARQ-EANPRO
                 ARQ-LOJRED
                 ARQ-PRODUTO
                 ARQ-CLIENTE
                 ARQ-AUD
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
