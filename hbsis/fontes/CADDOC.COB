      **************************************************
      * DOCUMENTOS E LICENCAS DO CLIENTE: ALVARA, LIC. *
      * SANITARIA, BOMBEIROS; O OBRIGATORIO VENCIDO    *
      * BLOQUEIA A ENTRADA DE PEDIDOS (CADPED/IMPPED)  *
      **************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CADDOC.
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
       77 WS-DATA-AVISO        PIC 9(008) VALUE ZEROS.
       77 WS-DIAS-DATA         PIC 9(009) VALUE ZEROS.
       77 WS-DATA-TESTE        PIC 9(008) VALUE ZEROS.

      * DOCUMENTOS DO CLIENTE NA TELA, 12 LINHAS POR PAGINA A PARTIR
      * DA LINHA 09; O ALERTA MARCA O VENCIDO E O QUE VENCE DENTRO
      * DE WCF-DOC-DIAS-AVISO DIAS.
       77 WS-LINHA-TELA        PIC 9(002) VALUE ZEROS.
       77 WS-POS-TELA          PIC 9(004) VALUE ZEROS.
       77 WS-CLIENTE-LISTA     PIC 9(007) VALUE ZEROS.
       01 WS-LINHA-LISTA.
          03 WLL-TIPO          PIC X(012).
          03 FILLER            PIC X(01) VALUE SPACES.
          03 WLL-NUMERO        PIC X(020).
          03 FILLER            PIC X(01) VALUE SPACES.
          03 WLL-ORGAO         PIC X(020).
          03 FILLER            PIC X(01) VALUE SPACES.
          03 WLL-VALIDADE      PIC 9999/99/99.
          03 FILLER            PIC X(01) VALUE SPACES.
          03 WLL-OBRIGATORIO   PIC X(001).
          03 FILLER            PIC X(01) VALUE SPACES.
          03 WLL-ALERTA        PIC X(008).

       LINKAGE SECTION.
       01 LS-ID PIC X(5).

       SCREEN SECTION.
       COPY "copybook\SISSTGER.CPY".

       01 TELA-MENU-DOCUMENTO.
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
        02 LINE 07 COL 24 VALUE "DOCUMENTOS E LICENCAS DO CLIENTE".
        02 LINE 09 COL 10 VALUE "1 - Inclusao".
        02 LINE 10 COL 10 VALUE "2 - Renovacao / Alteracao".
        02 LINE 11 COL 10 VALUE "3 - Exclusao".
        02 LINE 12 COL 10 VALUE "4 - Documentos do Cliente".
        02 LINE 13 COL 10 VALUE "5 - Retornar".
        02 LINE 17 COL 10 VALUE
          "DOCUMENTO OBRIGATORIO VENCIDO BLOQUEIA O PEDIDO DO".
        02 LINE 18 COL 10 VALUE
          "CLIENTE ATE A RENOVACAO SER REGISTRADA (OPCAO 2).".
        02 LINE 20 COL 10 "Digite a opcao desejada[.]".
        02 OPCAO LINE 20 COL 34 PIC X(01) USING W-OPCAO AUTO.
      *
       01 TELA-DOCUMENTO.
        02 BLANK SCREEN.
        02 LINE 02 COL 28 VALUE "Sistema de Franquia AMBEV".
        02 LINE 05 COL 24 VALUE "DOCUMENTOS E LICENCAS DO CLIENTE".
        02 LINE 05 COL 66 VALUE "[".
        02 LINE 05 COL 67 PIC X(10) USING DOPCAO.
        02 LINE 05 COL 77 VALUE "]".
        02 LINE 07 COL 10 VALUE "CLIENTE      : [       ]".
        02 LINE 08 COL 10 VALUE "TIPO         : [ ]".
        02 LINE 08 COL 30 VALUE
          "A=ALVARA S=LIC.SANITARIA B=BOMBEIROS O=OUTROS".
        02 LINE 09 COL 10 VALUE "NUMERO       : [".
        02 LINE 09 COL 46 VALUE "]".
        02 LINE 10 COL 10 VALUE "ORGAO EMISSOR: [".
        02 LINE 10 COL 56 VALUE "]".
        02 LINE 11 COL 10 VALUE "EMISSAO      : [        ]".
        02 LINE 11 COL 40 VALUE "(AAAAMMDD)".
        02 LINE 12 COL 10 VALUE "VALIDADE     : [        ]".
        02 LINE 12 COL 40 VALUE "(AAAAMMDD)".
        02 LINE 13 COL 10 VALUE "OBRIGATORIO  : [ ]".
        02 LINE 13 COL 30 VALUE "S=VENCIDO BLOQUEIA O PEDIDO".
        02 LINE 15 COL 10 VALUE "ATUALIZADO EM:".
        02 LINE 15 COL 36 VALUE "POR:".
      *
       01 TELA-LISTA-DOCUMENTO.
        02 BLANK SCREEN.
        02 LINE 02 COL 28 VALUE "Sistema de Franquia AMBEV".
        02 LINE 05 COL 24 VALUE "DOCUMENTOS E LICENCAS DO CLIENTE".
        02 LINE 05 COL 66 VALUE "[".
        02 LINE 05 COL 67 PIC X(10) USING DOPCAO.
        02 LINE 05 COL 77 VALUE "]".
      *-----------------------------------------------------------------
       PROCEDURE DIVISION  USING LS-ID.
       INICIO.
      * RESOLVE OS CAMINHOS DA FILIAL SELECIONADA NO LOGIN ANTES DE
      * ABRIR QUALQUER ARQUIVO DE DADOS (VER SISFIPGER.CPY).
           MOVE LS-ID TO WS-SESSAO-ID
           PERFORM CARREGA-FILIAL
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-DATA-HOJE
           COMPUTE WS-DATA-AVISO = FUNCTION DATE-OF-INTEGER
               (FUNCTION INTEGER-OF-DATE(WS-DATA-HOJE)
                + WCF-DOC-DIAS-AVISO)
           PERFORM OPEN-DOCUMENTO
           MOVE "F" TO WFIM.
           PERFORM TELA-DOCUMENTO-0 UNTIL WFIM = "T".
       TELA-DOCUMENTO-0.
           MOVE SPACES TO W-OPCAO
           DISPLAY TELA-MENU-DOCUMENTO
           ACCEPT TELA-MENU-DOCUMENTO
           EVALUATE W-OPCAO
             WHEN "1"
                PERFORM INCLUSAO-000 THRU INCLUSAO-EXIT
             WHEN "2"
                PERFORM ALTERACAO-000 THRU ALTERACAO-EXIT
             WHEN "3"
                PERFORM EXCLUSAO-000 THRU EXCLUSAO-EXIT
             WHEN "4"
                PERFORM CLIENTE-000 THRU CLIENTE-EXIT
             WHEN "5"
                PERFORM CLOSE-DOCUMENTO
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
           MOVE SPACES TO REGDOC.
           MOVE ZEROS  TO DOC_CODIGO_CLIENTE
                          DOC_DATA_EMISSAO
                          DOC_DATA_VALIDADE
                          DOC_DATA_ATUALIZACAO
                          .
       INC-010.
           DISPLAY TELA-DOCUMENTO.
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
      * A RENOVACAO E O MESMO DOCUMENTO COM NOVO NUMERO, EMISSAO E
      * VALIDADE: O CADASTRO GUARDA SO A LICENCA EM VIGOR, A
      * ANTERIOR FICA NA AUDITORIA.
       ALTERACAO-000.
           MOVE "RENOVACAO" TO DOPCAO.
           MOVE 0           TO W-SEL.
       ALT-001.
           PERFORM INC-001.
           DISPLAY TELA-DOCUMENTO.
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
              UNLOCK ARQ-DOCCLI
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
           DISPLAY TELA-DOCUMENTO.
           PERFORM ENTRA-CHAVE UNTIL W-SEL > 0
           IF W-SEL = 2
              MOVE 0 TO W-SEL
              PERFORM EXCLUI-DADOS UNTIL W-SEL > 0
              IF W-SN = "S"
                 DELETE ARQ-DOCCLI RECORD
                 IF WS-RESULTADO-ACESSO = "00"
                    MOVE "*** REGISTRO EXCLUIDO ***" TO MENS
                    PERFORM GRAVA-AUDITORIA
                 ELSE
                    MOVE "ERRO NA EXCLUSAO DO DOCUMENTO" TO MENS
                 END-IF
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
              END-IF
              UNLOCK ARQ-DOCCLI
              .
            MOVE ZEROS TO W-SEL
            .
       EXCLUSAO-EXIT.
           EXIT.

      * CLIENTE + TIPO. O CLIENTE TEM QUE EXISTIR (EM QUALQUER
      * SITUACAO: O SUSPENSO TAMBEM PRECISA REGULARIZAR A LICENCA).
      * FORA DA INCLUSAO O READ E COM LOCK, MESMO IDIOMA DO CADPPG.
       ENTRA-CHAVE.
           UNLOCK ARQ-DOCCLI
           ACCEPT DOC_CODIGO_CLIENTE AT 0726
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 02 OR DOC_CODIGO_CLIENTE = ZEROS
              MOVE 1 TO W-SEL
              EXIT PARAGRAPH
           END-IF
           MOVE DOC_CODIGO_CLIENTE TO CLI_CODIGO_CLIENTE
           READ ARQ-CLIENTE
               INVALID KEY
                  MOVE "*** CLIENTE NAO CADASTRADO ***" TO MENS
                  PERFORM ROT-MENS THRU ROT-MENS-FIM
                  MOVE "00" TO WS-RESULTADO-ACESSO
                  EXIT PARAGRAPH
           END-READ
           DISPLAY CLI_RAZAO_SOCIAL(1:40) AT 0736
           ACCEPT DOC_TIPO WITH UPDATE AT 0826
           INSPECT DOC_TIPO CONVERTING "asbo" TO "ASBO"
           IF DOC_TIPO NOT = "A" AND "S" AND "B" AND "O"
              MOVE "*** TIPO INVALIDO (A/S/B/O) ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              EXIT PARAGRAPH
           END-IF
           IF W-OPCAO = "1"
              READ ARQ-DOCCLI
           ELSE
              READ ARQ-DOCCLI WITH LOCK
           END-IF
           IF WS-RESULTADO-ACESSO NOT = "23"
              IF WS-RESULTADO-ACESSO = "00"
                 PERFORM MOSTRA-DADOS
                 IF W-OPCAO = "1"
                    MOVE "*** DOCUMENTO JA CADASTRADO (USE OPCAO 2) ***"
                      TO MENS
                    PERFORM ROT-MENS THRU ROT-MENS-FIM
                    PERFORM INC-001
                    DISPLAY TELA-DOCUMENTO
                 ELSE
                    MOVE 2 TO W-SEL
                 END-IF
              ELSE
              IF WS-RESULTADO-ACESSO = "9D"
                 MOVE "*** DOCUMENTO EM USO EM OUTRO TERMINAL ***"
                   TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 MOVE 1 TO W-SEL
              ELSE
                 MOVE "ERRO NA LEITURA DOS DOCUMENTOS" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 MOVE 1 TO W-SEL
              END-IF
              END-IF
           ELSE
              MOVE "00" TO WS-RESULTADO-ACESSO
              IF W-OPCAO = "1"
      * O ALVARA NASCE OBRIGATORIO; OS DEMAIS SO QUANDO A PREFEITURA
      * OU O ORGAO DA REGIAO EXIGIR.
                 IF DOC_TIPO = "A"
                    MOVE "S" TO DOC_OBRIGATORIO
                 ELSE
                    MOVE "N" TO DOC_OBRIGATORIO
                 END-IF
                 DISPLAY DOC_OBRIGATORIO AT 1326
                 MOVE 2 TO W-SEL
              ELSE
                 MOVE "*** DOCUMENTO NAO CADASTRADO ***" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
              END-IF
           END-IF
           .

      * NUMERO E ORGAO OBRIGATORIOS; EMISSAO NAO POSTERIOR A HOJE E
      * VALIDADE POSTERIOR A EMISSAO (DATAS REAIS, MESMO TESTE DO
      * CADPPG).
       ENTRA-DADOS.
           ACCEPT DOC_NUMERO WITH UPDATE AT 0926
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 02
              MOVE 1 TO W-SEL
              EXIT PARAGRAPH
           END-IF
           IF DOC_NUMERO = SPACES
              MOVE "*** INFORME O NUMERO DO DOCUMENTO ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              EXIT PARAGRAPH
           END-IF
           ACCEPT DOC_ORGAO_EMISSOR WITH UPDATE AT 1026
           IF DOC_ORGAO_EMISSOR = SPACES
              MOVE "*** INFORME O ORGAO EMISSOR ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              EXIT PARAGRAPH
           END-IF
           ACCEPT DOC_DATA_EMISSAO WITH UPDATE AT 1126
           MOVE DOC_DATA_EMISSAO TO WS-DATA-TESTE
           PERFORM TESTA-DATA
           IF WS-DIAS-DATA = ZEROS OR DOC_DATA_EMISSAO > WS-DATA-HOJE
              MOVE "*** DATA DE EMISSAO INVALIDA ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              EXIT PARAGRAPH
           END-IF
           ACCEPT DOC_DATA_VALIDADE WITH UPDATE AT 1226
           MOVE DOC_DATA_VALIDADE TO WS-DATA-TESTE
           PERFORM TESTA-DATA
           IF WS-DIAS-DATA = ZEROS OR
              DOC_DATA_VALIDADE NOT > DOC_DATA_EMISSAO
              MOVE "*** VALIDADE INVALIDA (APOS A EMISSAO) ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              EXIT PARAGRAPH
           END-IF
           ACCEPT DOC_OBRIGATORIO WITH UPDATE AT 1326
           INSPECT DOC_OBRIGATORIO CONVERTING "sn" TO "SN"
           IF DOC_OBRIGATORIO NOT = "S" AND "N"
              MOVE "*** OBRIGATORIO: S=SIM N=NAO ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              EXIT PARAGRAPH
           END-IF
           MOVE WS-DATA-HOJE TO DOC_DATA_ATUALIZACAO
           MOVE LS-ID        TO DOC_OPERADOR
           DISPLAY DOC_DATA_ATUALIZACAO AT 1525
           DISPLAY DOC_OPERADOR         AT 1541
           IF DOC_DATA_VALIDADE < WS-DATA-HOJE
              MOVE "AVISO: DOCUMENTO JA ESTA VENCIDO" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
           END-IF
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
           DISPLAY DOC_CODIGO_CLIENTE   AT 0726
           DISPLAY DOC_TIPO             AT 0826
           DISPLAY DOC_NUMERO           AT 0926
           DISPLAY DOC_ORGAO_EMISSOR    AT 1026
           DISPLAY DOC_DATA_EMISSAO     AT 1126
           DISPLAY DOC_DATA_VALIDADE    AT 1226
           DISPLAY DOC_OBRIGATORIO      AT 1326
           DISPLAY DOC_DATA_ATUALIZACAO AT 1525
           DISPLAY DOC_OPERADOR         AT 1541
           .

      *************************************
      * DOCUMENTOS DO CLIENTE             *
      *************************************
      * TODOS OS DOCUMENTOS DO CLIENTE, NA ORDEM DO TIPO, COM O
      * ALERTA DE VENCIDO / A VENCER.
       CLIENTE-000.
           MOVE "CLIENTE" TO DOPCAO.
           MOVE 0         TO W-SEL.
       CLI-001.
           DISPLAY TELA-LISTA-DOCUMENTO
           DISPLAY "CLIENTE      : [       ]" AT 0710
           MOVE ZEROS TO WS-CLIENTE-LISTA
           ACCEPT WS-CLIENTE-LISTA AT 0726
           IF WS-CLIENTE-LISTA > ZEROS
              MOVE WS-CLIENTE-LISTA TO CLI_CODIGO_CLIENTE
              READ ARQ-CLIENTE
                  INVALID KEY
                     MOVE "*** CLIENTE NAO CADASTRADO ***" TO MENS
                     PERFORM ROT-MENS THRU ROT-MENS-FIM
                  NOT INVALID KEY
                     DISPLAY CLI_RAZAO_SOCIAL(1:40) AT 0736
                     PERFORM LISTA-DOCUMENTOS-CLIENTE
              END-READ
              MOVE "00" TO WS-RESULTADO-ACESSO
           END-IF
           MOVE ZEROS TO W-SEL
           .
       CLIENTE-EXIT.
           EXIT.

       LISTA-DOCUMENTOS-CLIENTE.
           DISPLAY "TIPO         NUMERO               ORGAO"
                   AT 0802
           DISPLAY "VALIDADE   O ALERTA" AT 0857
           MOVE 9 TO WS-LINHA-TELA
           MOVE "N" TO WS-DOC-EOF
           MOVE WS-CLIENTE-LISTA TO DOC_CODIGO_CLIENTE
           MOVE LOW-VALUES       TO DOC_TIPO
           START ARQ-DOCCLI KEY IS NOT LESS THAN DOC_CHAVE
               INVALID KEY MOVE "Y" TO WS-DOC-EOF
           END-START
           PERFORM UNTIL WS-DOC-EOF = "Y"
              READ ARQ-DOCCLI NEXT AT END
                 MOVE "Y" TO WS-DOC-EOF
              END-READ
              IF WS-DOC-EOF = "N"
                 IF DOC_CODIGO_CLIENTE NOT = WS-CLIENTE-LISTA
                    MOVE "Y" TO WS-DOC-EOF
                 ELSE
                    PERFORM MOSTRA-LINHA-CLIENTE
                 END-IF
              END-IF
           END-PERFORM
           MOVE "00" TO WS-RESULTADO-ACESSO
           IF WS-LINHA-TELA > 9
              MOVE "*** FIM DOS DOCUMENTOS DO CLIENTE ***" TO MENS
           ELSE
              MOVE "*** CLIENTE SEM DOCUMENTOS CADASTRADOS ***" TO MENS
           END-IF
           PERFORM ROT-MENS THRU ROT-MENS-FIM
           .

       MOSTRA-LINHA-CLIENTE.
           IF WS-LINHA-TELA > 20
              MOVE "TECLE ENTER PARA A PROXIMA PAGINA" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              DISPLAY TELA-LISTA-DOCUMENTO
              DISPLAY "TIPO         NUMERO               ORGAO"
                      AT 0802
              DISPLAY "VALIDADE   O ALERTA" AT 0857
              MOVE 9 TO WS-LINHA-TELA
           END-IF
           PERFORM DESCREVE-DOCUMENTO
           MOVE WS-DOC-DESCR-TIPO TO WLL-TIPO
           MOVE DOC_NUMERO        TO WLL-NUMERO
           MOVE DOC_ORGAO_EMISSOR TO WLL-ORGAO
           MOVE DOC_DATA_VALIDADE TO WLL-VALIDADE
           MOVE DOC_OBRIGATORIO   TO WLL-OBRIGATORIO
           MOVE SPACES            TO WLL-ALERTA
           IF DOC_DATA_VALIDADE < WS-DATA-HOJE
              MOVE "VENCIDO" TO WLL-ALERTA
           ELSE
              IF DOC_DATA_VALIDADE NOT > WS-DATA-AVISO
                 MOVE "A VENCER" TO WLL-ALERTA
              END-IF
           END-IF
           COMPUTE WS-POS-TELA = WS-LINHA-TELA * 100 + 2
           DISPLAY WS-LINHA-LISTA AT WS-POS-TELA
           ADD 1 TO WS-LINHA-TELA
           .

       GRAVA-AUDITORIA.
           MOVE FUNCTION CURRENT-DATE(1:14) TO AUD-DATA-HORA
           MOVE "CADDOC"           TO AUD-PROGRAMA
           MOVE LS-ID              TO AUD-OPERADOR
           MOVE DOPCAO             TO AUD-OPERACAO
           MOVE DOC_CODIGO_CLIENTE TO AUD-CODIGO
           MOVE SPACES             TO AUD-RESULTADO
           STRING "TIPO " DOC_TIPO " VAL " DOC_DATA_VALIDADE
                  " OBRIG " DOC_OBRIGATORIO
               DELIMITED BY SIZE INTO AUD-RESULTADO
           END-STRING
           WRITE REGAUD
           .

       GRAVACAO.
           IF W-SN = "S"
              WRITE REGDOC
              IF WS-RESULTADO-ACESSO = "00" OR "02"
                 MOVE "*** DADOS GRAVADOS *** " TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
              ELSE
              IF WS-RESULTADO-ACESSO = "22"
                 MOVE "*** DOCUMENTO JA EXISTE *** " TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
              ELSE
                 MOVE "ERRO NA GRAVACAO DO DOCUMENTO" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
           .

       REGRAVACAO.
           IF W-SN = "S"
              REWRITE REGDOC
              IF WS-RESULTADO-ACESSO = "00" OR "02"
                 MOVE "*** REGISTRO ALTERADO ***" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
              ELSE
                 MOVE "ERRO NA ALTERACAO DO DOCUMENTO" TO MENS
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
      * OS DOCUMENTOS SAO CRIADOS NA PRIMEIRA VEZ (MESMO IDIOMA DO
      * CADPPG); O CLIENTE SO E LIDO.
       OPEN-DOCUMENTO.
           OPEN I-O ARQ-DOCCLI
           IF WS-RESULTADO-ACESSO = "05" OR "35"
              OPEN OUTPUT ARQ-DOCCLI
              CLOSE ARQ-DOCCLI
              OPEN I-O ARQ-DOCCLI
           END-IF
           IF WS-RESULTADO-ACESSO NOT = "00"
              MOVE "ERRO NA ABERTURA DOS DOCUMENTOS" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              EXIT PROGRAM
           END-IF
           OPEN INPUT ARQ-CLIENTE
           IF WS-RESULTADO-ACESSO NOT = "00"
              MOVE "ERRO NA ABERTURA DO ARQUIVO CLIENTE" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              CLOSE ARQ-DOCCLI
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

       CLOSE-DOCUMENTO.
           CLOSE ARQ-DOCCLI ARQ-CLIENTE ARQ-AUD
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

      * DESCREVE-DOCUMENTO (E A VERIFICACAO USADA NA ENTRADA DE
      * PEDIDOS): VER COPYBOOK, COMPARTILHADO COM CADPED/IMPPED/RELDOC.
       COPY "copybook\SISDCPGER.CPY".

      * CARREGA-FILIAL E MONTA-CAMINHOS-FILIAL: VER COPYBOOK,
      * COMPARTILHADO POR TODOS OS PROGRAMAS DA FILIAL.
       COPY "copybook\SISFIPGER.CPY".
