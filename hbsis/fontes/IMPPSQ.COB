      **************************************************
      * IMPORTACAO DA PESQUISA DE PRECO FEITA NA VISITA *
      **************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. IMPPSQ.
       AUTHOR. ALVARO LIMA.
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       COPY "copybook\SISSLGER.CPY".

      * ARQUIVO TEXTO DA PESQUISA VINDO DO CAMPO, LAYOUT POSICIONAL
      * VENDEDOR(3) CLIENTE(7) DATA(8) PRODUTO(5) TIPO(1) MARCA(20)
      * PRECO(9, 2 DECIMAIS SEM VIRGULA), UM PRECO DE GONDOLA POR
      * LINHA. TIPO "P" = NOSSO PRODUTO NA GONDOLA, "C" = O
      * EQUIVALENTE DO CONCORRENTE, COM A MARCA DELE.
           SELECT PESQPR-TXT ASSIGN TO WTD-ARQ-PESQPR-TXT
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS  IS WS-FS.
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
       COPY "copybook\SISFDGER.CPY".

       FD PESQPR-TXT
           RECORD CONTAINS 53 CHARACTERS.
       01 REG-PSQ-TXT.
           05 R_PSQ_COD_VENDEDOR     PIC 9(003).
           05 R_PSQ_CODIGO_CLIENTE   PIC 9(007).
           05 R_PSQ_DATA             PIC 9(008).
           05 R_PSQ_CODIGO_PRODUTO   PIC 9(005).
           05 R_PSQ_TIPO             PIC X(001).
           05 R_PSQ_MARCA            PIC X(020).
           05 R_PSQ_PRECO            PIC 9(007)V9(02).
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       COPY "copybook\SISWSGER.CPY".
       COPY "copybook\SISCFGER.CPY".

       77 WTD-ARQ-PESQPR-TXT   PIC X(100) VALUE SPACES.

      * RESUMO DA IMPORTACAO, MESMO ESQUEMA DO IMPVIS: DUAS PASSADAS
      * (VERIFICA TUDO, SO APLICA SE NAO HOUVE REJEICAO), ERROS NUM
      * ERRO_ CARIMBADO POR EXECUCAO, CONTAGENS RECONCILIADAS NO
      * FINAL.
       77 WS-QTD-GRAVADAS      PIC 9(005) VALUE ZEROS.
       77 WS-QTD-JA-EXISTIAM   PIC 9(005) VALUE ZEROS.
       77 WS-QTD-LIDOS         PIC 9(005) VALUE ZEROS.
       77 WS-QTD-REJEITADOS    PIC 9(005) VALUE ZEROS.
       77 WS-QTD-PROCESSADOS   PIC 9(005) VALUE ZEROS.
       77 WS-RECONCILIACAO     PIC X(010) VALUE SPACES.
       77 WS-REGISTRO-REJEITADO PIC X(001) VALUE "N".
       77 WS-DATA-HOJE         PIC 9(008) VALUE ZEROS.

       LINKAGE SECTION.
       01 LS-ID PIC X(5).

       SCREEN SECTION.
       COPY "copybook\SISSTGER.CPY".

       01 TELA-IMPORTA-PESQUISA.
        02 BLANK SCREEN.
        02 LINE 02 COL 28 VALUE "Sistema de Franquia AMBEV".
        02 LINE 07 COL 25 VALUE "IMPORTACAO DA PESQUISA DE PRECO".
        02 LINE 10 COL 01 VALUE "ARQUIVO:".
        02 ENTRADA LINE 10 COL 15 PIC X(50)
            USING WTD-ENTRA-ARQUIVO AUTO.
        02 LINE 12 COL 01 VALUE
          "LAYOUT: VENDEDOR(3) CLIENTE(7) DATA(8) PRODUTO(5)".
        02 LINE 13 COL 01 VALUE
          "        TIPO(1) P=NOSSO C=CONCORRENTE MARCA(20)".
        02 LINE 14 COL 01 VALUE
          "        PRECO(9) - 2 DECIMAIS SEM VIRGULA".
        02 LINE 25 COL 12 VALUE "TECLE 'X' PARA SAIR".
      *-----------------------------------------------------------------
       PROCEDURE DIVISION  USING LS-ID.
       INICIO.
      * RESOLVE OS CAMINHOS DA FILIAL SELECIONADA NO LOGIN ANTES DE
      * ABRIR QUALQUER ARQUIVO DE DADOS (VER SISFIPGER.CPY).
           MOVE LS-ID TO WS-SESSAO-ID
           PERFORM CARREGA-FILIAL
           MOVE "IMPORTACAO" TO DOPCAO
           MOVE 0            TO W-SEL
           MOVE SPACES       TO WTD-ENTRA-ARQUIVO
                                W-SN
           DISPLAY TELA-IMPORTA-PESQUISA
           PERFORM UNTIL W-SEL > 0
             ACCEPT TELA-IMPORTA-PESQUISA
             IF WTD-ENTRA-ARQUIVO = SPACES
                MOVE "*** NOME DO ARQUIVO NAO INFORMADO ***" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
             ELSE
                MOVE 1 TO W-SEL
             END-IF
           END-PERFORM

           IF WTD-ENTRA-ARQUIVO NOT = "X"
              MOVE 0 TO W-SEL
              PERFORM CONFIRMA-DADOS UNTIL W-SEL > 0
              IF W-SN = "S"
                 PERFORM IMPORTA-PESQUISA
              END-IF
           END-IF
           EXIT PROGRAM
           .

       IMPORTA-PESQUISA.
      * CARIMBO DE EXECUCAO NO NOME DO ARQUIVO DE ERRO, MESMO IDIOMA
      * DO IMPORTACAO-000 DO CADCLI.
           MOVE WTD-ENTRA-ARQUIVO TO WS-ARQERRO-ORIGINAL
           MOVE FUNCTION CURRENT-DATE(1:14) TO WS-DATA-HORA-EXECUCAO
           MOVE WS-DATA-HORA-EXECUCAO(1:8) TO WS-DATA-HOJE
           MOVE SPACES TO WTD-ARQERRO
           MOVE WS-DATA-HORA-EXECUCAO TO WTD-ARQERRO(1:14)
           MOVE "_" TO WTD-ARQERRO(15:1)
           MOVE WS-ARQERRO-ORIGINAL TO WTD-ARQERRO(16:69)
           MOVE WTD-ENTRADA-ARQUIVO TO WTD-ARQ-PESQPR-TXT

           PERFORM OPEN-ARQUIVOS
           MOVE ZEROS TO WS-CONT
                         WS-QTD-LIDOS
                         WS-QTD-REJEITADOS
                         WS-QTD-GRAVADAS
                         WS-QTD-JA-EXISTIAM
                         WS-GRAVACAO-ERRO
           PERFORM READ-TXT UNTIL WS-CONT > 1
           PERFORM VERIFICA-RECONCILIACAO
      * AS REJEICOES DA RODADA ENTRAM NO SALDO PENDENTE DO CORERR
      * (VER SISRJPGER.CPY E O ALERTA DO FECHAMENTO DIARIO).
           IF WS-QTD-REJEITADOS > ZEROS
              MOVE WS-QTD-REJEITADOS TO WS-REJ-DELTA
              PERFORM SOMA-REJEITOS-PENDENTES
           END-IF
           PERFORM GRAVA-AUDITORIA
           PERFORM MOSTRA-RESUMO
           PERFORM CLOSE-ARQUIVOS
           .

      * MESMO ESQUEMA DE DUAS PASSADAS DO CADCLI: A PRIMEIRA SO
      * VERIFICA (WS-CONT = 0), A SEGUNDA APLICA (WS-CONT = 1) E SO
      * RODA SE A PRIMEIRA NAO REJEITOU NADA.
       READ-TXT.
           MOVE "N" TO WS-EOF-SW
           IF WS-CONT = 1
              CLOSE PESQPR-TXT
              PERFORM OPEN-TXT
              .
           PERFORM UNTIL EOF-SW
                READ PESQPR-TXT AT END
                   MOVE "Y" TO WS-EOF-SW
                END-READ

                IF WS-EOF-SW = "N" AND WS-CONT = 0
                    ADD 1 TO WS-QTD-LIDOS
                    PERFORM VERIFICA-ERROS
                END-IF

                IF WS-EOF-SW = "N"       AND
                   WS-CONT   = 1         AND
                   WS-GRAVACAO-ERRO > 0
                    MOVE "Y" TO WS-EOF-SW
                END-IF

                IF WS-EOF-SW = "N" AND WS-CONT = 1
                    PERFORM GRAVA-PESQUISA
                END-IF
           END-PERFORM
           ADD 1 TO WS-CONT
           .

       VERIFICA-ERROS.
           MOVE "N" TO WS-REGISTRO-REJEITADO
           IF R_PSQ_COD_VENDEDOR = ZEROS
              MOVE "VENDEDOR INVALIDO" TO MENS
              PERFORM GRAVACAO-ERRO
           ELSE
              MOVE R_PSQ_COD_VENDEDOR TO VEN_CODIGO_VENDEDOR
              READ ARQ-VENDEDOR
                  INVALID KEY
                     MOVE "VENDEDOR NAO CADASTRADO" TO MENS
                     PERFORM GRAVACAO-ERRO
              END-READ
           END-IF

           IF R_PSQ_CODIGO_CLIENTE = ZEROS
              MOVE "CLIENTE INVALIDO" TO MENS
              PERFORM GRAVACAO-ERRO
           ELSE
              MOVE R_PSQ_CODIGO_CLIENTE TO CLI_CODIGO_CLIENTE
              READ ARQ-CLIENTE
                  INVALID KEY
                     MOVE "CLIENTE NAO CADASTRADO" TO MENS
                     PERFORM GRAVACAO-ERRO
              END-READ
           END-IF

           IF R_PSQ_DATA(1:4) < "1900" OR
              R_PSQ_DATA(5:2) < "01" OR R_PSQ_DATA(5:2) > "12" OR
              R_PSQ_DATA(7:2) < "01" OR R_PSQ_DATA(7:2) > "31"
              MOVE "DATA DA PESQUISA INVALIDA" TO MENS
              PERFORM GRAVACAO-ERRO
           ELSE
              IF R_PSQ_DATA > WS-DATA-HOJE
                 MOVE "DATA DA PESQUISA NO FUTURO" TO MENS
                 PERFORM GRAVACAO-ERRO
              END-IF
           END-IF

           IF R_PSQ_CODIGO_PRODUTO = ZEROS
              MOVE "PRODUTO INVALIDO" TO MENS
              PERFORM GRAVACAO-ERRO
           ELSE
              MOVE R_PSQ_CODIGO_PRODUTO TO PRO_CODIGO_PRODUTO
              READ ARQ-PRODUTO
                  INVALID KEY
                     MOVE "PRODUTO NAO CADASTRADO" TO MENS
                     PERFORM GRAVACAO-ERRO
              END-READ
           END-IF

           IF R_PSQ_TIPO NOT = "P" AND R_PSQ_TIPO NOT = "C"
              MOVE "TIPO INVALIDO (P=NOSSO C=CONCORRENTE)" TO MENS
              PERFORM GRAVACAO-ERRO
           ELSE
              IF R_PSQ_TIPO = "C" AND R_PSQ_MARCA = SPACES
                 MOVE "MARCA DO CONCORRENTE NAO INFORMADA" TO MENS
                 PERFORM GRAVACAO-ERRO
              END-IF
           END-IF

           IF R_PSQ_PRECO NOT NUMERIC OR R_PSQ_PRECO = ZEROS
              MOVE "PRECO INVALIDO" TO MENS
              PERFORM GRAVACAO-ERRO
           END-IF
           MOVE "00" TO WS-RESULTADO-ACESSO
           .

      * A MESMA LINHA (CLIENTE + DATA + PRODUTO + TIPO + MARCA) JA
      * IMPORTADA E IGNORADA, COMO A VISITA REPETIDA NO IMPVIS.
       GRAVA-PESQUISA.
           MOVE R_PSQ_CODIGO_CLIENTE TO PSQ_CODIGO_CLIENTE
           MOVE R_PSQ_DATA           TO PSQ_DATA
           MOVE R_PSQ_CODIGO_PRODUTO TO PSQ_CODIGO_PRODUTO
           MOVE R_PSQ_TIPO           TO PSQ_TIPO
           MOVE R_PSQ_MARCA          TO PSQ_MARCA
           MOVE R_PSQ_COD_VENDEDOR   TO PSQ_COD_VENDEDOR
           MOVE R_PSQ_PRECO          TO PSQ_PRECO
           MOVE WS-DATA-HOJE         TO PSQ_DATA_IMPORTACAO
           WRITE REGPSQ
           IF WS-RESULTADO-ACESSO = "00" OR "02"
              ADD 1 TO WS-QTD-GRAVADAS
           ELSE
              IF WS-RESULTADO-ACESSO = "22"
                 ADD 1 TO WS-QTD-JA-EXISTIAM
              ELSE
                 MOVE "ERRO NA GRAVACAO DA PESQUISA" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
              END-IF
           END-IF
           MOVE "00" TO WS-RESULTADO-ACESSO
           .

       GRAVACAO-ERRO.
           IF WS-GRAVACAO-ERRO = 0
              MOVE 1 TO WS-GRAVACAO-ERRO
              OPEN OUTPUT ARQ-ERR
              .
           IF WS-REGISTRO-REJEITADO = "N"
              ADD 1 TO WS-QTD-REJEITADOS
              MOVE "Y" TO WS-REGISTRO-REJEITADO
           END-IF
           MOVE MENS        TO ERRO-MSG
           MOVE REG-PSQ-TXT TO ERRO-REG
           WRITE REGERR
           .

      * RECONCILIACAO: LIDOS = GRAVADAS + JA EXISTENTES (QUANDO A
      * SEGUNDA PASSADA RODOU).
       VERIFICA-RECONCILIACAO.
           IF WS-GRAVACAO-ERRO > 0
              MOVE "COM ERRO"   TO WS-RECONCILIACAO
           ELSE
              ADD WS-QTD-GRAVADAS WS-QTD-JA-EXISTIAM
                  GIVING WS-QTD-PROCESSADOS
              IF WS-QTD-PROCESSADOS = WS-QTD-LIDOS
                 MOVE "OK"         TO WS-RECONCILIACAO
              ELSE
                 MOVE "DIVERGENTE" TO WS-RECONCILIACAO
              END-IF
           END-IF
           .

       MOSTRA-RESUMO.
           DISPLAY TELA-RESUMO-IMPORTACAO
           DISPLAY WS-QTD-LIDOS       AT 1036
           DISPLAY WS-QTD-GRAVADAS    AT 1236
           DISPLAY WS-QTD-JA-EXISTIAM AT 1336
           DISPLAY WS-QTD-REJEITADOS  AT 1436
           DISPLAY WS-RECONCILIACAO   AT 1836
           IF WS-GRAVACAO-ERRO > 0
              DISPLAY WTD-ARQERRO(1:54)  AT 2026
              DISPLAY WTD-ARQERRO(55:30) AT 2101
           END-IF
           PERFORM ROT-MENS THRU ROT-MENS-FIM
           .

       GRAVA-AUDITORIA.
           MOVE FUNCTION CURRENT-DATE(1:14) TO AUD-DATA-HORA
           MOVE "IMPPSQ"  TO AUD-PROGRAMA
           MOVE LS-ID     TO AUD-OPERADOR
           MOVE DOPCAO    TO AUD-OPERACAO
           MOVE WS-QTD-GRAVADAS TO AUD-CODIGO
           IF WS-GRAVACAO-ERRO > 0
              MOVE "IMPORTACAO PESQ. PRECO COM ERRO" TO AUD-RESULTADO
           ELSE
              MOVE "IMPORTACAO PESQ. PRECO OK" TO AUD-RESULTADO
           END-IF
           WRITE REGAUD
           .

       OPEN-ARQUIVOS.
           OPEN I-O ARQ-PESQPR
           IF WS-RESULTADO-ACESSO NOT = "00"
               IF WS-RESULTADO-ACESSO = "05" OR "35"
                  OPEN OUTPUT ARQ-PESQPR
                  CLOSE ARQ-PESQPR
                  OPEN I-O ARQ-PESQPR
               ELSE
                  MOVE "ERRO NA ABERTURA DO ARQ. PESQUISA DE PRECO"
                         TO MENS
                  PERFORM ROT-MENS THRU ROT-MENS-FIM
                  EXIT PROGRAM
                  .
           OPEN INPUT ARQ-VENDEDOR
           IF WS-RESULTADO-ACESSO NOT = "00"
              MOVE "ERRO ABERTURA DO ARQ. VENDEDORES" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              CLOSE ARQ-PESQPR
              EXIT PROGRAM
              .
           OPEN INPUT ARQ-CLIENTE
           IF WS-RESULTADO-ACESSO NOT = "00"
              MOVE "ERRO ABERTURA DO ARQ. CLIENTES" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              CLOSE ARQ-PESQPR ARQ-VENDEDOR
              EXIT PROGRAM
              .
           OPEN INPUT ARQ-PRODUTO
           IF WS-RESULTADO-ACESSO NOT = "00"
              MOVE "ERRO ABERTURA DO ARQ. PRODUTOS" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              CLOSE ARQ-PESQPR ARQ-VENDEDOR ARQ-CLIENTE
              EXIT PROGRAM
              .
           PERFORM OPEN-TXT
           PERFORM OPEN-AUDITORIA
           .

       OPEN-TXT.
           OPEN INPUT PESQPR-TXT
           IF WS-FS NOT = "00"
            IF WS-FS = "30" OR WS-FS = "35"
               MOVE "*** ARQUIVO NAO ENCONTRADO ***" TO MENS
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               PERFORM CLOSE-ARQUIVOS
               EXIT PROGRAM
            ELSE
               MOVE WS-FS TO ERRO
               MOVE " ERRO NA ABERTURA DO ARQUIVO DA PESQUISA"
                      TO MENS-P
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               PERFORM CLOSE-ARQUIVOS
               EXIT PROGRAM
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
           CLOSE ARQ-PESQPR
                 ARQ-VENDEDOR
                 ARQ-CLIENTE
                 ARQ-PRODUTO
                 ARQ-AUD
           CLOSE PESQPR-TXT
           IF WS-GRAVACAO-ERRO > 0
              CLOSE ARQ-ERR
           END-IF
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

      * CONTADOR DE REJEICOES PENDENTES: VER COPYBOOK, COMPARTILHADO
      * COM O CORERR E O FECHAMENTO DIARIO.
       COPY "copybook\SISRJPGER.CPY".

      * CARREGA-FILIAL E MONTA-CAMINHOS-FILIAL: VER COPYBOOK,
      * COMPARTILHADO POR TODOS OS PROGRAMAS DA FILIAL.
       COPY "copybook\SISFIPGER.CPY".
