      **************************************************
      * PESQUISA DE PRECO POR UF E CIDADE: PRECO DE    *
      * GONDOLA DO CONCORRENTE X NOSSA TABELA DO TIPO  *
      * DE CLIENTE, DESTACANDO ONDE ESTAMOS ACIMA      *
      **************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RELPSQ.
       AUTHOR. ALVARO LIMA.
      *------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       COPY "copybook\SISSLGER.CPY".

           SELECT WORK-PSQ ASSIGN TO "WORKPSQ".
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
       COPY "copybook\SISFDGER.CPY".

       SD WORK-PSQ.
       01 WORK-PSQ-REG.
          03 WRK-UF           PIC X(002).
          03 WRK-CIDADE       PIC X(020).
          03 WRK-PRODUTO      PIC 9(005).
          03 WRK-TIPO-CLIENTE PIC X(001).
          03 WRK-TIPO         PIC X(001).
          03 WRK-MARCA        PIC X(020).
          03 WRK-PRECO        PIC 9(007)V9(02).
      *------------------------------------------------------
       WORKING-STORAGE SECTION.
       COPY "copybook\SISWSGER.CPY".
       COPY "copybook\SISCFGER.CPY".
       77 WRL-ARQ-IMPRESSAO    PIC X(100) VALUE SPACES.

       77 WS-DATA-HOJE         PIC 9(008) VALUE ZEROS.
       77 WS-DATA-INICIAL      PIC 9(008) VALUE ZEROS.
       77 WS-DATA-FINAL        PIC 9(008) VALUE ZEROS.
       77 WS-PERC-ACIMA        PIC 9(003)V9(02) VALUE ZEROS.
       77 WS-SO-ACIMA          PIC X(001) VALUE "N".
       77 WS-EOF-PSQ           PIC X(001) VALUE "N".
       77 WS-PRIMEIRO          PIC X(001) VALUE "S".
       77 WS-SEM-PRODUTOS      PIC X(001) VALUE "N".

      * QUEBRA DO RELATORIO: UF + CIDADE + PRODUTO + TIPO DE CLIENTE
      * (A TABELA DE PRECO E POR TIPO DE CLIENTE). O MERCADO E A MEDIA
      * DOS PRECOS DO CONCORRENTE ("C"); O NOSSO PRODUTO NA GONDOLA
      * ("P") SAI A PARTE, SO PARA REFERENCIA.
       01 WS-QUEBRA.
          03 WS-QBR-UF           PIC X(002).
          03 WS-QBR-CIDADE       PIC X(020).
          03 WS-QBR-PRODUTO      PIC 9(005).
          03 WS-QBR-TIPO-CLIENTE PIC X(001).
       01 WS-QUEBRA-LIDA.
          03 WS-LID-UF           PIC X(002).
          03 WS-LID-CIDADE       PIC X(020).
          03 WS-LID-PRODUTO      PIC 9(005).
          03 WS-LID-TIPO-CLIENTE PIC X(001).
       77 WS-QTD-CONC          PIC 9(005) VALUE ZEROS.
       77 WS-SOMA-CONC         PIC 9(011)V9(02) VALUE ZEROS.
       77 WS-MENOR-CONC        PIC 9(007)V9(02) VALUE ZEROS.
       77 WS-MARCA-MENOR       PIC X(020) VALUE SPACES.
       77 WS-QTD-PROPRIO       PIC 9(005) VALUE ZEROS.
       77 WS-SOMA-PROPRIO      PIC 9(011)V9(02) VALUE ZEROS.
       77 WS-MEDIA-CONC        PIC 9(007)V9(02) VALUE ZEROS.
       77 WS-PRECO-TABELA      PIC 9(007)V9(02) VALUE ZEROS.
       77 WS-DIF-PCT           PIC S9(005)V9(02) VALUE ZEROS.
       77 WS-QTD-LINHAS        PIC 9(005) VALUE ZEROS.
       77 WS-QTD-ACIMA         PIC 9(005) VALUE ZEROS.
       77 WS-QTD-SEM-TABELA    PIC 9(005) VALUE ZEROS.
       77 WS-QTD-PESQUISAS     PIC 9(007) VALUE ZEROS.

       01 CABEC.
          03 FILLER PIC X(42) VALUE
             "PESQUISA DE PRECO X TABELA - PERIODO DE ".
          03 CAB-DATA-INI PIC 9999/99/99.
          03 FILLER PIC X(03) VALUE " A ".
          03 CAB-DATA-FIM PIC 9999/99/99.

       01 CABEC-CRITERIO.
          03 FILLER PIC X(45) VALUE
             "DESTAQUE: TABELA ACIMA DA MEDIA DO MERCADO EM".
          03 FILLER PIC X(05) VALUE " MAIS".
          03 FILLER PIC X(04) VALUE " DE ".
          03 CABC-PERC PIC ZZ9,99.
          03 FILLER PIC X(02) VALUE " %".
          03 CABC-FILTRO PIC X(30) VALUE SPACES.

       01 CABEC2.
          03 FILLER PIC X(03) VALUE "UF".
          03 FILLER PIC X(21) VALUE "CIDADE".
          03 FILLER PIC X(06) VALUE "PROD".
          03 FILLER PIC X(16) VALUE "DESCRICAO".
          03 FILLER PIC X(02) VALUE "T".
          03 FILLER PIC X(04) VALUE "QTD".
          03 FILLER PIC X(11) VALUE "  MERCADO".
          03 FILLER PIC X(11) VALUE "    MENOR".
          03 FILLER PIC X(13) VALUE "MARCA MENOR".
          03 FILLER PIC X(11) VALUE " NOSSO PDV".
          03 FILLER PIC X(11) VALUE "   TABELA".
          03 FILLER PIC X(08) VALUE "   DIF%".
          03 FILLER PIC X(10) VALUE "SITUACAO".

       01 DETAL.
          03 IMPUF         PIC X(002).
          03 FILLER        PIC X(01) VALUE SPACES.
          03 IMPCIDADE     PIC X(020).
          03 FILLER        PIC X(01) VALUE SPACES.
          03 IMPPRODUTO    PIC 9(005).
          03 FILLER        PIC X(01) VALUE SPACES.
          03 IMPDESCRICAO  PIC X(015).
          03 FILLER        PIC X(01) VALUE SPACES.
          03 IMPTIPOCLI    PIC X(001).
          03 FILLER        PIC X(01) VALUE SPACES.
          03 IMPQTD        PIC ZZ9.
          03 FILLER        PIC X(01) VALUE SPACES.
          03 IMPMERCADO    PIC ZZZ.ZZ9,99.
          03 IMPMERCADO-X  REDEFINES IMPMERCADO PIC X(010).
          03 FILLER        PIC X(01) VALUE SPACES.
          03 IMPMENOR      PIC ZZZ.ZZ9,99.
          03 IMPMENOR-X    REDEFINES IMPMENOR PIC X(010).
          03 FILLER        PIC X(01) VALUE SPACES.
          03 IMPMARCA      PIC X(012).
          03 FILLER        PIC X(01) VALUE SPACES.
          03 IMPPROPRIO    PIC ZZZ.ZZ9,99.
          03 IMPPROPRIO-X  REDEFINES IMPPROPRIO PIC X(010).
          03 FILLER        PIC X(01) VALUE SPACES.
          03 IMPTABELA     PIC ZZZ.ZZ9,99.
          03 IMPTABELA-X   REDEFINES IMPTABELA PIC X(010).
          03 FILLER        PIC X(01) VALUE SPACES.
          03 IMPDIF        PIC -ZZZ9,99.
          03 IMPDIF-X      REDEFINES IMPDIF PIC X(008).
          03 FILLER        PIC X(01) VALUE SPACES.
          03 IMPSITUACAO   PIC X(010).

       01 DET-CONTAGEM.
          03 DET-TITULO PIC X(34).
          03 DET-QTD    PIC ZZZZZZ9.

       LINKAGE SECTION.
       01 LS-ID PIC X(5).

       SCREEN SECTION.
       COPY "copybook\SISSTGER.CPY".

       01 TELA-PESQUISA-PRECO.
        02 BLANK SCREEN.
        02 LINE 02 COL 28 VALUE "Sistema de Franquia AMBEV".
        02 LINE 07 COL 22 VALUE
          "PESQUISA DE PRECO X TABELA (UF/CIDADE)".
        02 LINE 09 COL 10 VALUE "DATA INICIAL (AAAAMMDD) : [        ]".
        02 LINE 10 COL 10 VALUE "DATA FINAL   (AAAAMMDD) : [        ]".
        02 LINE 11 COL 10 VALUE "% ACIMA DO MERCADO      : [      ]".
        02 LINE 12 COL 10 VALUE "SOMENTE OS ACIMA (S/N)  : [ ]".
        02 LINE 14 COL 10 VALUE
          "MERCADO = MEDIA DOS PRECOS DO CONCORRENTE PESQUISADOS".
        02 LINE 15 COL 10 VALUE
          "NO PERIODO; TABELA = ARQ. DE PRECOS DO TIPO DE CLIENTE.".
      *-------------------------------------------------------
       PROCEDURE DIVISION  USING LS-ID.
       INICIO.
      * RESOLVE OS CAMINHOS DA FILIAL SELECIONADA NO LOGIN ANTES DE
      * ABRIR QUALQUER ARQUIVO DE DADOS (VER SISFIPGER.CPY).
           MOVE LS-ID TO WS-SESSAO-ID
           PERFORM CARREGA-FILIAL
           MOVE WCF-ARQ-IMPRESSAO-PESQPR TO WRL-ARQ-IMPRESSAO
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-DATA-HOJE
           MOVE WS-DATA-HOJE       TO WS-DATA-INICIAL WS-DATA-FINAL
           MOVE "01"               TO WS-DATA-INICIAL(7:2)
           MOVE WCF-PSQ-PERC-ACIMA TO WS-PERC-ACIMA
           MOVE "N"                TO WS-SO-ACIMA
           DISPLAY TELA-PESQUISA-PRECO
           PERFORM ENTRA-PARAMETROS
           MOVE 0 TO W-SEL
           PERFORM CONFIRMA-TELA UNTIL W-SEL > 0

           IF W-SN = "S"
              PERFORM OPEN-ARQUIVOS
              MOVE ZEROS TO WS-QTD-LINHAS WS-QTD-ACIMA
                            WS-QTD-SEM-TABELA WS-QTD-PESQUISAS
              OPEN OUTPUT ARQIMP
              PERFORM IMPRIME-CABECALHO
              SORT WORK-PSQ
                 ON ASCENDING KEY WRK-UF WRK-CIDADE WRK-PRODUTO
                                  WRK-TIPO-CLIENTE
                 INPUT PROCEDURE  IS SELECIONA-PESQUISAS
                 OUTPUT PROCEDURE IS IMPRIME-COMPARATIVO
              PERFORM IMPRIME-TOTAIS
              CLOSE ARQIMP
      * COPIA DATADA + CATALOGO DE SPOOL (VER SISSPPGER.CPY).
              MOVE "RELPSQ" TO WS-SPL-PROGRAMA
              MOVE WRL-ARQ-IMPRESSAO TO WS-SPL-ORIGEM
              PERFORM REGISTRA-SPOOL THRU REGISTRA-SPOOL-FIM
              PERFORM CLOSE-ARQUIVOS
              MOVE "*** RELATORIO DE PESQUISA DE PRECO GERADO ***"
                TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
           END-IF
           EXIT PROGRAM
           .

       ENTRA-PARAMETROS.
           MOVE 0 TO W-SEL
           PERFORM UNTIL W-SEL > 0
             ACCEPT WS-DATA-INICIAL WITH UPDATE AT 0937
             ACCEPT WS-DATA-FINAL   WITH UPDATE AT 1037
             IF WS-DATA-INICIAL(5:2) < "01" OR
                WS-DATA-INICIAL(5:2) > "12" OR
                WS-DATA-INICIAL(7:2) < "01" OR
                WS-DATA-INICIAL(7:2) > "31" OR
                WS-DATA-FINAL(5:2) < "01" OR
                WS-DATA-FINAL(5:2) > "12" OR
                WS-DATA-FINAL(7:2) < "01" OR
                WS-DATA-FINAL(7:2) > "31"
                MOVE "*** DATA INVALIDA (AAAAMMDD) ***" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
             ELSE
                IF WS-DATA-FINAL < WS-DATA-INICIAL
                   MOVE "*** DATA FINAL MENOR QUE A INICIAL ***"
                     TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                ELSE
                   MOVE 1 TO W-SEL
                END-IF
             END-IF
           END-PERFORM
           ACCEPT WS-PERC-ACIMA WITH UPDATE AT 1137
           MOVE 0 TO W-SEL
           PERFORM UNTIL W-SEL > 0
             ACCEPT WS-SO-ACIMA WITH UPDATE AT 1237
             IF WS-SO-ACIMA = "s"
                MOVE "S" TO WS-SO-ACIMA
             END-IF
             IF WS-SO-ACIMA = "n"
                MOVE "N" TO WS-SO-ACIMA
             END-IF
             IF WS-SO-ACIMA = "S" OR "N"
                MOVE 1 TO W-SEL
             ELSE
                MOVE "*** DIGITE APENAS S=SIM e N=NAO ***" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
             END-IF
           END-PERFORM
           .

       IMPRIME-CABECALHO.
           MOVE WS-DATA-INICIAL TO CAB-DATA-INI
           MOVE WS-DATA-FINAL   TO CAB-DATA-FIM
           WRITE REGIMP FROM CABEC
           MOVE WS-PERC-ACIMA TO CABC-PERC
           IF WS-SO-ACIMA = "S"
              MOVE " - SO AS LINHAS ACIMA" TO CABC-FILTRO
           ELSE
              MOVE SPACES TO CABC-FILTRO
           END-IF
           WRITE REGIMP FROM CABEC-CRITERIO
           MOVE SPACES TO REGIMP
           WRITE REGIMP
           WRITE REGIMP FROM CABEC2
           MOVE SPACES TO REGIMP
           WRITE REGIMP
           .

      * INPUT PROCEDURE DO SORT: PESQUISAS DO PERIODO, COM A UF, A
      * CIDADE E O TIPO DO CLIENTE PESQUISADO.
       SELECIONA-PESQUISAS.
           MOVE "N" TO WS-EOF-PSQ
           MOVE LOW-VALUES TO PSQ_CHAVE
           START ARQ-PESQPR
               KEY IS NOT LESS THAN PSQ_CHAVE
                    INVALID KEY
                       MOVE "Y" TO WS-EOF-PSQ
           END-START
           PERFORM UNTIL WS-EOF-PSQ = "Y"
               READ ARQ-PESQPR NEXT AT END
                  MOVE "Y" TO WS-EOF-PSQ
               END-READ
               IF WS-EOF-PSQ = "N"
                  IF PSQ_DATA NOT < WS-DATA-INICIAL AND
                     PSQ_DATA NOT > WS-DATA-FINAL
                     PERFORM LIBERA-PESQUISA
                  END-IF
               END-IF
           END-PERFORM
           MOVE "00" TO WS-RESULTADO-ACESSO
           .

       LIBERA-PESQUISA.
           MOVE PSQ_CODIGO_CLIENTE TO CLI_CODIGO_CLIENTE
           READ ARQ-CLIENTE
               INVALID KEY
                  CONTINUE
               NOT INVALID KEY
                  ADD 1 TO WS-QTD-PESQUISAS
                  MOVE CLI_ENDERECO_UF     TO WRK-UF
                  MOVE CLI_ENDERECO_CIDADE TO WRK-CIDADE
                  MOVE PSQ_CODIGO_PRODUTO  TO WRK-PRODUTO
                  MOVE CLI_TIPO            TO WRK-TIPO-CLIENTE
                  MOVE PSQ_TIPO            TO WRK-TIPO
                  MOVE PSQ_MARCA           TO WRK-MARCA
                  MOVE PSQ_PRECO           TO WRK-PRECO
                  RELEASE WORK-PSQ-REG
           END-READ
           MOVE "00" TO WS-RESULTADO-ACESSO
           .

      * OUTPUT PROCEDURE DO SORT: ACUMULA A QUEBRA E IMPRIME UMA
      * LINHA POR UF + CIDADE + PRODUTO + TIPO DE CLIENTE.
       IMPRIME-COMPARATIVO.
           MOVE "S" TO WS-PRIMEIRO
           MOVE "N" TO WS-EOF-SW
           PERFORM UNTIL EOF-SW
              RETURN WORK-PSQ AT END
                 MOVE "Y" TO WS-EOF-SW
              END-RETURN
              IF WS-EOF-SW = "N"
                 MOVE WRK-UF           TO WS-LID-UF
                 MOVE WRK-CIDADE       TO WS-LID-CIDADE
                 MOVE WRK-PRODUTO      TO WS-LID-PRODUTO
                 MOVE WRK-TIPO-CLIENTE TO WS-LID-TIPO-CLIENTE
                 IF WS-PRIMEIRO = "N" AND
                    WS-QUEBRA-LIDA NOT = WS-QUEBRA
                    PERFORM FECHA-QUEBRA
                 END-IF
                 IF WS-PRIMEIRO = "S" OR
                    WS-QUEBRA-LIDA NOT = WS-QUEBRA
                    MOVE "N" TO WS-PRIMEIRO
                    MOVE WS-QUEBRA-LIDA TO WS-QUEBRA
                    MOVE ZEROS  TO WS-QTD-CONC WS-SOMA-CONC
                                   WS-MENOR-CONC WS-QTD-PROPRIO
                                   WS-SOMA-PROPRIO
                    MOVE SPACES TO WS-MARCA-MENOR
                 END-IF
                 PERFORM ACUMULA-PESQUISA
              END-IF
           END-PERFORM
           IF WS-PRIMEIRO = "N"
              PERFORM FECHA-QUEBRA
           END-IF
           .

       ACUMULA-PESQUISA.
           IF WRK-TIPO = "C"
              ADD 1         TO WS-QTD-CONC
              ADD WRK-PRECO TO WS-SOMA-CONC
              IF WS-QTD-CONC = 1 OR WRK-PRECO < WS-MENOR-CONC
                 MOVE WRK-PRECO TO WS-MENOR-CONC
                 MOVE WRK-MARCA TO WS-MARCA-MENOR
              END-IF
           ELSE
              ADD 1         TO WS-QTD-PROPRIO
              ADD WRK-PRECO TO WS-SOMA-PROPRIO
           END-IF
           .

      * DIFERENCA = (TABELA - MERCADO) / MERCADO. SEM PRECO DO
      * CONCORRENTE NA QUEBRA NAO HA MERCADO PARA COMPARAR; SEM
      * TABELA PARA O TIPO DE CLIENTE A LINHA SAI "SEM TABELA".
       FECHA-QUEBRA.
           MOVE ZEROS TO WS-MEDIA-CONC WS-PRECO-TABELA WS-DIF-PCT
           MOVE SPACES TO IMPSITUACAO
           MOVE WS-QBR-PRODUTO      TO PRE_CODIGO_PRODUTO
           MOVE WS-QBR-TIPO-CLIENTE TO PRE_TIPO_CLIENTE
           READ ARQ-PRECO
               INVALID KEY
                  MOVE ZEROS TO WS-PRECO-TABELA
               NOT INVALID KEY
                  MOVE PRE_VALOR_UNITARIO TO WS-PRECO-TABELA
           END-READ
           MOVE "00" TO WS-RESULTADO-ACESSO
           IF WS-QTD-CONC > ZEROS
              COMPUTE WS-MEDIA-CONC ROUNDED =
                  WS-SOMA-CONC / WS-QTD-CONC
           END-IF
           IF WS-PRECO-TABELA = ZEROS
              ADD 1 TO WS-QTD-SEM-TABELA
              MOVE "SEM TABELA" TO IMPSITUACAO
           ELSE
              IF WS-MEDIA-CONC > ZEROS
                 COMPUTE WS-DIF-PCT ROUNDED =
                     (WS-PRECO-TABELA - WS-MEDIA-CONC)
                     / WS-MEDIA-CONC * 100
                 IF WS-DIF-PCT > WS-PERC-ACIMA
                    ADD 1 TO WS-QTD-ACIMA
                    MOVE "*** ACIMA" TO IMPSITUACAO
                 ELSE
                    MOVE "OK"        TO IMPSITUACAO
                 END-IF
              ELSE
                 MOVE "SEM CONC." TO IMPSITUACAO
              END-IF
           END-IF
           IF WS-SO-ACIMA = "N" OR IMPSITUACAO = "*** ACIMA"
              PERFORM IMPRIME-LINHA
           END-IF
           .

       IMPRIME-LINHA.
           ADD 1 TO WS-QTD-LINHAS
           MOVE WS-QBR-UF           TO IMPUF
           MOVE WS-QBR-CIDADE       TO IMPCIDADE
           MOVE WS-QBR-PRODUTO      TO IMPPRODUTO
           MOVE WS-QBR-TIPO-CLIENTE TO IMPTIPOCLI
           MOVE SPACES              TO IMPDESCRICAO
           IF WS-SEM-PRODUTOS = "N"
              MOVE WS-QBR-PRODUTO TO PRO_CODIGO_PRODUTO
              READ ARQ-PRODUTO
                  INVALID KEY
                     CONTINUE
                  NOT INVALID KEY
                     MOVE PRO_DESCRICAO TO IMPDESCRICAO
              END-READ
              MOVE "00" TO WS-RESULTADO-ACESSO
           END-IF
           MOVE WS-QTD-CONC         TO IMPQTD
           IF WS-QTD-CONC = ZEROS
              MOVE "         -" TO IMPMERCADO-X IMPMENOR-X
              MOVE SPACES       TO IMPMARCA
           ELSE
              MOVE WS-MEDIA-CONC  TO IMPMERCADO
              MOVE WS-MENOR-CONC  TO IMPMENOR
              MOVE WS-MARCA-MENOR TO IMPMARCA
           END-IF
           IF WS-QTD-PROPRIO = ZEROS
              MOVE "         -" TO IMPPROPRIO-X
           ELSE
              COMPUTE IMPPROPRIO ROUNDED =
                  WS-SOMA-PROPRIO / WS-QTD-PROPRIO
           END-IF
           IF WS-PRECO-TABELA = ZEROS
              MOVE "         -" TO IMPTABELA-X
           ELSE
              MOVE WS-PRECO-TABELA TO IMPTABELA
           END-IF
           IF WS-PRECO-TABELA = ZEROS OR WS-MEDIA-CONC = ZEROS
              MOVE "       -" TO IMPDIF-X
           ELSE
              MOVE WS-DIF-PCT TO IMPDIF
           END-IF
           WRITE REGIMP FROM DETAL
           .

       IMPRIME-TOTAIS.
           MOVE SPACES TO REGIMP
           WRITE REGIMP
           MOVE "PRECOS PESQUISADOS NO PERIODO....:" TO DET-TITULO
           MOVE WS-QTD-PESQUISAS TO DET-QTD
           WRITE REGIMP FROM DET-CONTAGEM
           MOVE "LINHAS IMPRESSAS.................:" TO DET-TITULO
           MOVE WS-QTD-LINHAS TO DET-QTD
           WRITE REGIMP FROM DET-CONTAGEM
           MOVE "TABELA ACIMA DO MERCADO..........:" TO DET-TITULO
           MOVE WS-QTD-ACIMA TO DET-QTD
           WRITE REGIMP FROM DET-CONTAGEM
           MOVE "SEM PRECO DE TABELA P/ O TIPO....:" TO DET-TITULO
           MOVE WS-QTD-SEM-TABELA TO DET-QTD
           WRITE REGIMP FROM DET-CONTAGEM
           .

       OPEN-ARQUIVOS.
           OPEN INPUT ARQ-PESQPR
           IF WS-RESULTADO-ACESSO NOT = "00"
              MOVE "NENHUMA PESQUISA DE PRECO IMPORTADA" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              EXIT PROGRAM
              .
           OPEN INPUT ARQ-CLIENTE
           IF WS-RESULTADO-ACESSO NOT = "00"
              MOVE "ERRO ABERTURA DO ARQ. CLIENTES" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              CLOSE ARQ-PESQPR
              EXIT PROGRAM
              .
           OPEN INPUT ARQ-PRECO
           IF WS-RESULTADO-ACESSO NOT = "00"
              MOVE "ERRO ABERTURA DO ARQ. DE PRECOS" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              CLOSE ARQ-PESQPR ARQ-CLIENTE
              EXIT PROGRAM
              .
           MOVE "N" TO WS-SEM-PRODUTOS
           OPEN INPUT ARQ-PRODUTO
           IF WS-RESULTADO-ACESSO NOT = "00"
              MOVE "S" TO WS-SEM-PRODUTOS
              MOVE "00" TO WS-RESULTADO-ACESSO
           END-IF
           .

       CLOSE-ARQUIVOS.
           CLOSE ARQ-PESQPR ARQ-CLIENTE ARQ-PRECO
           IF WS-SEM-PRODUTOS = "N"
              CLOSE ARQ-PRODUTO
           END-IF
           .

       CONFIRMA-TELA.
           MOVE "S" TO W-SN
           DISPLAY "CONFIRMA (S/N) : " AT 2340
           ACCEPT W-SN WITH UPDATE AT 2357

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

      * REGISTRA-SPOOL: VER COPYBOOK, COMPARTILHADO PELOS PROGRAMAS
      * DE RELATORIO.
       COPY "copybook\SISSPPGER.CPY".

      * CARREGA-FILIAL E MONTA-CAMINHOS-FILIAL: VER COPYBOOK,
      * COMPARTILHADO POR TODOS OS PROGRAMAS DA FILIAL.
       COPY "copybook\SISFIPGER.CPY".
