      **************************************************
      * INVENTARIO CICLICO: CURVA ABC DOS PRODUTOS PELO*
      * FATURADO (ARQ-HISVEN), AGENDA DE CONTAGEM POR  *
      * CLASSE, FOLHA E DIGITACAO DA CONTAGEM DO DIA E *
      * ACURACIA DAS CONTAGENS POR CLASSE              *
      **************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. INVCIC.
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
       77 WS-MES-CORTE         PIC 9(006) VALUE ZEROS.
       77 WS-ANO-AUX           PIC 9(004) VALUE ZEROS.
       77 WS-MES-AUX           PIC 9(002) VALUE ZEROS.
       77 WS-EOF-HIS           PIC X(001) VALUE "N".
       77 WS-EOF-CIC           PIC X(001) VALUE "N".
       77 WS-EOF-CNT           PIC X(001) VALUE "N".
       77 WS-SEM-HISVEN        PIC X(001) VALUE "N".
       77 WS-QTD-IMPRESSOS     PIC 9(005) VALUE ZEROS.

      * CURVA ABC: FATURADO DOS ULTIMOS 12 MESES POR PRODUTO,
      * AGREGADO EM MEMORIA E ORDENADO DO MAIOR PARA O MENOR COMO NO
      * ABCCLI ("A" ATE 80% ACUMULADO, "B" ATE 95%, "C" O RESTO E
      * QUEM NAO VENDEU).
       77 WS-QTD-AGREG         PIC 9(004) VALUE ZEROS.
       77 WS-AGR-IDX           PIC 9(004) VALUE ZEROS.
       77 WS-IDX-MAIOR         PIC 9(004) VALUE ZEROS.
       77 WS-RANK              PIC 9(004) VALUE ZEROS.
       77 WS-QTD-PERDIDOS      PIC 9(005) VALUE ZEROS.
       77 WS-TOTAL-GERAL       PIC 9(015)V9(02) VALUE ZEROS.
       77 WS-ACUMULADO         PIC 9(015)V9(02) VALUE ZEROS.
       77 WS-PCT-ACUMULADO     PIC 9(003)V9(02) VALUE ZEROS.
       77 WS-ACHOU             PIC X(001) VALUE "N".
       01 WS-TAB-AGREG.
          05 WS-AGR-LINHA OCCURS 2000 TIMES.
             10 WS-AGR-PRODUTO   PIC 9(005).
             10 WS-AGR-VALOR     PIC 9(013)V9(02).
             10 WS-AGR-CLASSE    PIC X(001).
             10 WS-AGR-USADO     PIC X(001).

      * AGENDA: A POSICAO DO PRODUTO DENTRO DA CLASSE (WS-SEQ-x)
      * RESTO O INTERVALO DA CLASSE DA O DESLOCAMENTO DA PRIMEIRA
      * CONTAGEM, ESPALHANDO A CLASSE PELO INTERVALO.
       77 WS-CLASSE-NOVA       PIC X(001) VALUE SPACES.
       77 WS-VALOR-NOVO        PIC 9(013)V9(02) VALUE ZEROS.
       77 WS-SEQ-A             PIC 9(005) VALUE ZEROS.
       77 WS-SEQ-B             PIC 9(005) VALUE ZEROS.
       77 WS-SEQ-C             PIC 9(005) VALUE ZEROS.
       77 WS-SEQ-CLASSE        PIC 9(005) VALUE ZEROS.
       77 WS-INTERVALO         PIC 9(003) VALUE ZEROS.
       77 WS-QUOCIENTE         PIC 9(005) VALUE ZEROS.
       77 WS-DESLOCAMENTO      PIC 9(003) VALUE ZEROS.
       77 WS-DIAS-INTEIRO      PIC 9(008) VALUE ZEROS.
       77 WS-DATA-LIMITE       PIC 9(008) VALUE ZEROS.
       77 WS-DATA-PROXIMA      PIC 9(008) VALUE ZEROS.
       77 WS-QTD-A             PIC 9(005) VALUE ZEROS.
       77 WS-QTD-B             PIC 9(005) VALUE ZEROS.
       77 WS-QTD-C             PIC 9(005) VALUE ZEROS.

      * CONTAGEM DO DIA.
       77 WS-CONTAGEM          PIC 9(009) VALUE ZEROS.
       77 WS-SALDO-SISTEMA     PIC 9(009) VALUE ZEROS.
       77 WS-QTD-CONTADOS      PIC 9(005) VALUE ZEROS.
       77 WS-QTD-AJUSTADOS     PIC 9(005) VALUE ZEROS.
       77 WS-PARA-CONTAGEM     PIC X(001) VALUE "N".

      * ACURACIA DO MES POR CLASSE (1 = A, 2 = B, 3 = C, 4 = TOTAL):
      * CONTAGEM CERTA E A QUE BATEU COM O SALDO DO SISTEMA.
       77 WS-ANO-MES           PIC 9(006) VALUE ZEROS.
       77 WS-CLS-IDX           PIC 9(001) VALUE ZEROS.
       77 WS-DIFERENCA         PIC S9(009) VALUE ZEROS.
       77 WS-PCT-ACURACIA      PIC 9(003)V9(02) VALUE ZEROS.
       01 WS-TAB-ACURACIA.
          05 WS-ACU-LINHA OCCURS 4 TIMES.
             10 WS-ACU-CONTAGENS  PIC 9(007).
             10 WS-ACU-ACERTOS    PIC 9(007).
             10 WS-ACU-UNIDADES   PIC 9(011).
             10 WS-ACU-VALOR      PIC 9(013)V9(02).

       01 CABEC-ABC.
          03 FILLER     PIC X(38) VALUE
             "CURVA ABC DE PRODUTOS - FATURADO DE ".
          03 CAB-CORTE  PIC 9(006).
          03 FILLER     PIC X(13) VALUE " EM DIANTE  ".
          03 FILLER     PIC X(08) VALUE "FILIAL: ".
          03 CAB-FILIAL PIC X(003).

       01 CABEC2-ABC.
          03 FILLER PIC X(07) VALUE "ORDEM".
          03 FILLER PIC X(08) VALUE "PRODUTO".
          03 FILLER PIC X(32) VALUE "DESCRICAO".
          03 FILLER PIC X(20) VALUE "FATURADO".
          03 FILLER PIC X(10) VALUE "% ACUM.".
          03 FILLER PIC X(06) VALUE "CLASSE".

       01 DET-ABC.
          03 DETA-RANK      PIC ZZZ9.
          03 FILLER         PIC X(03) VALUE SPACES.
          03 DETA-PRODUTO   PIC 9(005).
          03 FILLER         PIC X(03) VALUE SPACES.
          03 DETA-DESCRICAO PIC X(030).
          03 FILLER         PIC X(02) VALUE SPACES.
          03 DETA-VALOR     PIC ZZZ.ZZZ.ZZZ.ZZ9,99.
          03 FILLER         PIC X(02) VALUE SPACES.
          03 DETA-PCT       PIC ZZ9,99.
          03 FILLER         PIC X(06) VALUE SPACES.
          03 DETA-CLASSE    PIC X(001).

       01 RODAPE-ABC.
          03 FILLER     PIC X(10) VALUE "CLASSE A: ".
          03 RODA-A     PIC ZZZZ9.
          03 FILLER     PIC X(12) VALUE "  CLASSE B: ".
          03 RODA-B     PIC ZZZZ9.
          03 FILLER     PIC X(12) VALUE "  CLASSE C: ".
          03 RODA-C     PIC ZZZZ9.
          03 FILLER     PIC X(24) VALUE " (C INCLUI SEM VENDA)".

       01 CABEC-FOLHA.
          03 FILLER     PIC X(30) VALUE
             "FOLHA DE CONTAGEM CICLICA - ".
          03 CAB-DATA   PIC 9(008).
          03 FILLER     PIC X(10) VALUE "  FILIAL: ".
          03 CABF-FILIAL PIC X(003).

       01 CABEC2-FOLHA.
          03 FILLER PIC X(08) VALUE "PRODUTO".
          03 FILLER PIC X(32) VALUE "DESCRICAO".
          03 FILLER PIC X(05) VALUE "UN".
          03 FILLER PIC X(08) VALUE "CLASSE".
          03 FILLER PIC X(11) VALUE "ULT.CONT.".
          03 FILLER PIC X(11) VALUE "PREVISTA".
          03 FILLER PIC X(15) VALUE "QTDE CONTADA".

       01 DET-FOLHA.
          03 DETF-PRODUTO   PIC 9(005).
          03 FILLER         PIC X(03) VALUE SPACES.
          03 DETF-DESCRICAO PIC X(030).
          03 FILLER         PIC X(02) VALUE SPACES.
          03 DETF-UNIDADE   PIC X(003).
          03 FILLER         PIC X(04) VALUE SPACES.
          03 DETF-CLASSE    PIC X(001).
          03 FILLER         PIC X(05) VALUE SPACES.
          03 DETF-ULTIMA    PIC 9(008).
          03 FILLER         PIC X(03) VALUE SPACES.
          03 DETF-PREVISTA  PIC 9(008).
          03 FILLER         PIC X(03) VALUE SPACES.
          03 FILLER         PIC X(015) VALUE "_______________".

       01 RODAPE-FOLHA.
          03 FILLER     PIC X(22) VALUE "PRODUTOS A CONTAR: ".
          03 RODF-QTD   PIC ZZZZ9.

       01 CABEC-ACU.
          03 FILLER     PIC X(36) VALUE
             "ACURACIA DO INVENTARIO CICLICO - ".
          03 CABU-ANOMES PIC 9(006).
          03 FILLER     PIC X(10) VALUE "  FILIAL: ".
          03 CABU-FILIAL PIC X(003).

       01 CABEC2-ACU.
          03 FILLER PIC X(08) VALUE "CLASSE".
          03 FILLER PIC X(12) VALUE "CONTAGENS".
          03 FILLER PIC X(12) VALUE "CERTAS".
          03 FILLER PIC X(12) VALUE "ACURACIA %".
          03 FILLER PIC X(16) VALUE "UNID. DIVERG.".
          03 FILLER PIC X(18) VALUE "VALOR DIVERGENTE".

       01 DET-ACU.
          03 DETU-CLASSE    PIC X(005).
          03 FILLER         PIC X(03) VALUE SPACES.
          03 DETU-CONTAGENS PIC ZZZZZZ9.
          03 FILLER         PIC X(05) VALUE SPACES.
          03 DETU-ACERTOS   PIC ZZZZZZ9.
          03 FILLER         PIC X(05) VALUE SPACES.
          03 DETU-PCT       PIC ZZ9,99.
          03 FILLER         PIC X(04) VALUE SPACES.
          03 DETU-UNIDADES  PIC ZZZZZZZZZZ9.
          03 FILLER         PIC X(03) VALUE SPACES.
          03 DETU-VALOR     PIC ZZ.ZZZ.ZZZ.ZZ9,99.

       01 WS-MENS-TOTAL.
          03 FILLER     PIC X(27) VALUE "RELATORIO CONCLUIDO OK - ".
          03 WS-MENS-QTD PIC ZZZZ9.
          03 FILLER     PIC X(12) VALUE " REGISTRO(S)".

       01 WS-MENS-CONTAGEM.
          03 FILLER     PIC X(10) VALUE "CONTADOS: ".
          03 WS-MENS-CONTADOS PIC ZZZZ9.
          03 FILLER     PIC X(13) VALUE "  AJUSTADOS: ".
          03 WS-MENS-AJUSTADOS PIC ZZZZ9.

       LINKAGE SECTION.
       01 LS-ID PIC X(5).

       SCREEN SECTION.
       COPY "copybook\SISSTGER.CPY".

       01 TELA-MENU-CICLO.
        02 BLANK SCREEN.
        02 LINE 02 COL 28 VALUE "Sistema de Franquia AMBEV".
        02 LINE 07 COL 30 VALUE "INVENTARIO CICLICO".
        02 LINE 09 COL 10 VALUE
          "1 - Classificar ABC e Agendar Contagens".
        02 LINE 10 COL 10 VALUE "2 - Folha de Contagem do Dia".
        02 LINE 11 COL 10 VALUE "3 - Digitar Contagem do Dia".
        02 LINE 12 COL 10 VALUE "4 - Acuracia por Classe".
        02 LINE 13 COL 10 VALUE "5 - Retornar".
        02 LINE 15 COL 10 VALUE
          "A = CONTADO TODA SEMANA, B = TODO MES, C = NO TRIMESTRE.".
        02 LINE 20 COL 10 "Digite a opcao desejada[.]".
        02 OPCAO LINE 20 COL 34 PIC X(01) USING W-OPCAO AUTO.

       01 TELA-CONTAGEM.
        02 BLANK SCREEN.
        02 LINE 02 COL 28 VALUE "Sistema de Franquia AMBEV".
        02 LINE 05 COL 30 VALUE "INVENTARIO CICLICO".
        02 LINE 07 COL 10 VALUE "PRODUTO      : [     ]".
        02 LINE 08 COL 10 VALUE "UNIDADE      : [   ]".
        02 LINE 09 COL 10 VALUE "CLASSE       : [ ]".
        02 LINE 10 COL 10 VALUE "PREVISTA PARA: [        ]".
        02 LINE 12 COL 10 VALUE "QTDE CONTADA : [         ]".
        02 LINE 14 COL 10 VALUE
          "CONTAGEM CEGA: O SALDO DO SISTEMA NAO E MOSTRADO.".
        02 LINE 15 COL 10 VALUE
          "ESC ENCERRA; N NA CONFIRMACAO PULA O PRODUTO.".

       01 TELA-ACURACIA.
        02 BLANK SCREEN.
        02 LINE 02 COL 28 VALUE "Sistema de Franquia AMBEV".
        02 LINE 07 COL 24 VALUE "ACURACIA DO INVENTARIO CICLICO".
        02 LINE 09 COL 10 VALUE "ANO/MES (AAAAMM)     : [      ]".
      *-----------------------------------------------------------------
       PROCEDURE DIVISION  USING LS-ID.
       INICIO.
      * RESOLVE OS CAMINHOS DA FILIAL SELECIONADA NO LOGIN ANTES DE
      * ABRIR QUALQUER ARQUIVO DE DADOS (VER SISFIPGER.CPY).
           MOVE LS-ID TO WS-SESSAO-ID
           PERFORM CARREGA-FILIAL
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-DATA-HOJE
           PERFORM OPEN-ARQUIVOS.
           MOVE "F" TO WFIM.
           PERFORM TELA-CICLO-0 UNTIL WFIM = "T".
       TELA-CICLO-0.
           MOVE SPACES TO W-OPCAO
           DISPLAY TELA-MENU-CICLO
           ACCEPT TELA-MENU-CICLO
           EVALUATE W-OPCAO
             WHEN "1"
                PERFORM CLASSIFICA-000 THRU CLASSIFICA-EXIT
             WHEN "2"
                PERFORM FOLHA-000 THRU FOLHA-EXIT
             WHEN "3"
                PERFORM CONTAGEM-000 THRU CONTAGEM-EXIT
             WHEN "4"
                PERFORM ACURACIA-000 THRU ACURACIA-EXIT
             WHEN "5"
                PERFORM CLOSE-ARQUIVOS
                EXIT PROGRAM
           END-EVALUATE.

      ******************************************
      * CURVA ABC E AGENDA DE CONTAGEM         *
      ******************************************
       CLASSIFICA-000.
           IF WS-SEM-HISVEN = "S"
              MOVE "*** RODE A CONSOLIDACAO (AGRVEN) ANTES ***"
                     TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO CLASSIFICA-EXIT
           END-IF
           MOVE 0 TO W-SEL
           PERFORM CONFIRMA-TELA UNTIL W-SEL > 0
           IF W-SN NOT = "S"
              GO TO CLASSIFICA-EXIT
           END-IF
      * MES DE CORTE = MESMO MES DO ANO ANTERIOR (JANELA DE 12
      * MESES DO HISTORICO, COMO NO ABCCLI).
           MOVE WS-DATA-HOJE(1:4) TO WS-ANO-AUX
           MOVE WS-DATA-HOJE(5:2) TO WS-MES-AUX
           SUBTRACT 1 FROM WS-ANO-AUX
           COMPUTE WS-MES-CORTE = WS-ANO-AUX * 100 + WS-MES-AUX
           MOVE WCF-ARQ-IMPRESSAO-CONTAGEM TO WRL-ARQ-IMPRESSAO
           PERFORM AGREGA-FATURADO
           OPEN OUTPUT ARQIMP
           MOVE WS-MES-CORTE    TO CAB-CORTE
           MOVE WS-FILIAL-ATUAL TO CAB-FILIAL
           WRITE REGIMP FROM CABEC-ABC
           MOVE SPACES TO REGIMP
           WRITE REGIMP
           WRITE REGIMP FROM CABEC2-ABC
           PERFORM CLASSIFICA-ABC
           PERFORM AGENDA-CONTAGENS
           MOVE SPACES TO REGIMP
           WRITE REGIMP
           MOVE WS-QTD-A TO RODA-A
           MOVE WS-QTD-B TO RODA-B
           MOVE WS-QTD-C TO RODA-C
           WRITE REGIMP FROM RODAPE-ABC
           CLOSE ARQIMP
           MOVE "INVCIC" TO WS-SPL-PROGRAMA
           MOVE WRL-ARQ-IMPRESSAO TO WS-SPL-ORIGEM
           PERFORM REGISTRA-SPOOL THRU REGISTRA-SPOOL-FIM
           MOVE SPACES TO MENS
           STRING "ABC A " WS-QTD-A " B " WS-QTD-B " C " WS-QTD-C
               DELIMITED BY SIZE INTO MENS
           END-STRING
           MOVE "CLASSEABC" TO DOPCAO
           MOVE ZEROS TO EST_CODIGO_PRODUTO
           PERFORM GRAVA-AUDITORIA
           IF WS-QTD-PERDIDOS > ZEROS
              MOVE "*** AGREGACAO ESTOUROU O TETO DE PRODUTOS ***"
                TO MENS
           ELSE
              MOVE "*** CLASSIFICACAO E AGENDA CONCLUIDAS ***" TO MENS
           END-IF
           PERFORM ROT-MENS THRU ROT-MENS-FIM
           .
       CLASSIFICA-EXIT.
           EXIT.

       AGREGA-FATURADO.
           MOVE ZEROS TO WS-QTD-AGREG
                         WS-QTD-PERDIDOS
                         WS-TOTAL-GERAL
           MOVE "N" TO WS-EOF-HIS
           MOVE WS-MES-CORTE TO HIS_ANO_MES
           MOVE ZEROS TO HIS_COD_VENDEDOR
                         HIS_CODIGO_CLIENTE
                         HIS_CODIGO_PRODUTO
           START ARQ-HISVEN
               KEY IS NOT LESS THAN HIS_CHAVE
                    INVALID KEY
                       MOVE "Y" TO WS-EOF-HIS
           END-START
           PERFORM UNTIL WS-EOF-HIS = "Y"
               READ ARQ-HISVEN NEXT AT END
                   MOVE "Y" TO WS-EOF-HIS
               END-READ
               IF WS-EOF-HIS = "N"
                  ADD HIS_VALOR TO WS-TOTAL-GERAL
                  PERFORM AGREGA-PRODUTO
               END-IF
           END-PERFORM
           MOVE "00" TO WS-RESULTADO-ACESSO
           .

       AGREGA-PRODUTO.
           MOVE "N" TO WS-ACHOU
           PERFORM VARYING WS-AGR-IDX FROM 1 BY 1
                   UNTIL WS-AGR-IDX > WS-QTD-AGREG
              IF WS-AGR-PRODUTO(WS-AGR-IDX) = HIS_CODIGO_PRODUTO
                 ADD HIS_VALOR TO WS-AGR-VALOR(WS-AGR-IDX)
                 MOVE "S" TO WS-ACHOU
                 MOVE 2001 TO WS-AGR-IDX
              END-IF
           END-PERFORM
           IF WS-ACHOU = "N"
              IF WS-QTD-AGREG < 2000
                 ADD 1 TO WS-QTD-AGREG
                 MOVE HIS_CODIGO_PRODUTO
                   TO WS-AGR-PRODUTO(WS-QTD-AGREG)
                 MOVE HIS_VALOR TO WS-AGR-VALOR(WS-QTD-AGREG)
                 MOVE SPACES TO WS-AGR-CLASSE(WS-QTD-AGREG)
                 MOVE "N"    TO WS-AGR-USADO(WS-QTD-AGREG)
              ELSE
                 ADD 1 TO WS-QTD-PERDIDOS
              END-IF
           END-IF
           .

      * DO MAIOR PARA O MENOR FATURADO, ACUMULANDO SOBRE O TOTAL;
      * CADA PRODUTO CLASSIFICADO SAI NA CURVA IMPRESSA NA ORDEM.
       CLASSIFICA-ABC.
           MOVE ZEROS TO WS-ACUMULADO
                         WS-QTD-A
                         WS-QTD-B
                         WS-QTD-C
           PERFORM VARYING WS-RANK FROM 1 BY 1
                   UNTIL WS-RANK > WS-QTD-AGREG
              MOVE ZEROS TO WS-IDX-MAIOR
              PERFORM VARYING WS-AGR-IDX FROM 1 BY 1
                      UNTIL WS-AGR-IDX > WS-QTD-AGREG
                 IF WS-AGR-USADO(WS-AGR-IDX) = "N"
                    IF WS-IDX-MAIOR = ZEROS
                       MOVE WS-AGR-IDX TO WS-IDX-MAIOR
                    ELSE
                       IF WS-AGR-VALOR(WS-AGR-IDX) >
                          WS-AGR-VALOR(WS-IDX-MAIOR)
                          MOVE WS-AGR-IDX TO WS-IDX-MAIOR
                       END-IF
                    END-IF
                 END-IF
              END-PERFORM
              IF WS-IDX-MAIOR > ZEROS
                 MOVE "S" TO WS-AGR-USADO(WS-IDX-MAIOR)
                 ADD WS-AGR-VALOR(WS-IDX-MAIOR) TO WS-ACUMULADO
                 IF WS-TOTAL-GERAL > ZEROS
                    COMPUTE WS-PCT-ACUMULADO ROUNDED =
                        WS-ACUMULADO / WS-TOTAL-GERAL * 100
                 ELSE
                    MOVE 100 TO WS-PCT-ACUMULADO
                 END-IF
                 EVALUATE TRUE
                   WHEN WS-PCT-ACUMULADO NOT > 80
                      MOVE "A" TO WS-AGR-CLASSE(WS-IDX-MAIOR)
                   WHEN WS-PCT-ACUMULADO NOT > 95
                      MOVE "B" TO WS-AGR-CLASSE(WS-IDX-MAIOR)
                   WHEN OTHER
                      MOVE "C" TO WS-AGR-CLASSE(WS-IDX-MAIOR)
                 END-EVALUATE
                 PERFORM IMPRIME-LINHA-ABC
              END-IF
           END-PERFORM
           .

       IMPRIME-LINHA-ABC.
           MOVE WS-AGR-PRODUTO(WS-IDX-MAIOR) TO PRO_CODIGO_PRODUTO
           READ ARQ-PRODUTO
               INVALID KEY
                  MOVE SPACES TO PRO_DESCRICAO
           END-READ
           MOVE WS-RANK                      TO DETA-RANK
           MOVE WS-AGR-PRODUTO(WS-IDX-MAIOR) TO DETA-PRODUTO
           MOVE PRO_DESCRICAO                TO DETA-DESCRICAO
           MOVE WS-AGR-VALOR(WS-IDX-MAIOR)   TO DETA-VALOR
           MOVE WS-PCT-ACUMULADO             TO DETA-PCT
           MOVE WS-AGR-CLASSE(WS-IDX-MAIOR)  TO DETA-CLASSE
           WRITE REGIMP FROM DET-ABC
           MOVE "00" TO WS-RESULTADO-ACESSO
           .

      * TODO PRODUTO ATIVO ENTRA NA AGENDA: QUEM NAO VENDEU NA
      * JANELA E "C". PRODUTO NOVO NA AGENDA, OU QUE MUDOU PARA UMA
      * CLASSE DE INTERVALO MAIS CURTO QUE A PROXIMA DATA MARCADA,
      * GANHA A DATA ESPALHADA; OS DEMAIS MANTEM A AGENDA QUE TINHAM.
       AGENDA-CONTAGENS.
           MOVE ZEROS TO WS-SEQ-A WS-SEQ-B WS-SEQ-C
           MOVE "N" TO WS-EOF-SW
           MOVE ZEROS TO PRO_CODIGO_PRODUTO
           START ARQ-PRODUTO
               KEY IS NOT LESS THAN PRO_CODIGO_PRODUTO
                    INVALID KEY
                       MOVE "Y" TO WS-EOF-SW
           END-START
           PERFORM UNTIL WS-EOF-SW = "Y"
               READ ARQ-PRODUTO NEXT AT END
                   MOVE "Y" TO WS-EOF-SW
               END-READ
               IF WS-EOF-SW = "N"
                  IF PRO_STATUS = "A"
                     PERFORM AGENDA-PRODUTO
                  END-IF
               END-IF
           END-PERFORM
           MOVE "00" TO WS-RESULTADO-ACESSO
           .

       AGENDA-PRODUTO.
           MOVE "C"   TO WS-CLASSE-NOVA
           MOVE ZEROS TO WS-VALOR-NOVO
           PERFORM VARYING WS-AGR-IDX FROM 1 BY 1
                   UNTIL WS-AGR-IDX > WS-QTD-AGREG
              IF WS-AGR-PRODUTO(WS-AGR-IDX) = PRO_CODIGO_PRODUTO
                 MOVE WS-AGR-CLASSE(WS-AGR-IDX) TO WS-CLASSE-NOVA
                 MOVE WS-AGR-VALOR(WS-AGR-IDX)  TO WS-VALOR-NOVO
                 MOVE 2001 TO WS-AGR-IDX
              END-IF
           END-PERFORM
           EVALUATE WS-CLASSE-NOVA
             WHEN "A"
                ADD 1 TO WS-SEQ-A WS-QTD-A
                MOVE WS-SEQ-A TO WS-SEQ-CLASSE
             WHEN "B"
                ADD 1 TO WS-SEQ-B WS-QTD-B
                MOVE WS-SEQ-B TO WS-SEQ-CLASSE
             WHEN OTHER
                ADD 1 TO WS-SEQ-C WS-QTD-C
                MOVE WS-SEQ-C TO WS-SEQ-CLASSE
           END-EVALUATE
           MOVE WS-CLASSE-NOVA TO CIC_CLASSE
           PERFORM INTERVALO-DA-CLASSE
           DIVIDE WS-SEQ-CLASSE BY WS-INTERVALO
               GIVING WS-QUOCIENTE REMAINDER WS-DESLOCAMENTO
           COMPUTE WS-DIAS-INTEIRO =
               FUNCTION INTEGER-OF-DATE(WS-DATA-HOJE) + WS-DESLOCAMENTO
           COMPUTE WS-DATA-PROXIMA =
               FUNCTION DATE-OF-INTEGER(WS-DIAS-INTEIRO)
           COMPUTE WS-DIAS-INTEIRO =
               FUNCTION INTEGER-OF-DATE(WS-DATA-HOJE) + WS-INTERVALO
           COMPUTE WS-DATA-LIMITE =
               FUNCTION DATE-OF-INTEGER(WS-DIAS-INTEIRO)

           MOVE PRO_CODIGO_PRODUTO TO CIC_CODIGO_PRODUTO
           READ ARQ-CICLO
           IF WS-RESULTADO-ACESSO NOT = "00"
              MOVE SPACES             TO REGCIC
              MOVE PRO_CODIGO_PRODUTO TO CIC_CODIGO_PRODUTO
              MOVE WS-CLASSE-NOVA     TO CIC_CLASSE
              MOVE WS-VALOR-NOVO      TO CIC_VALOR_FATURADO
              MOVE WS-DATA-HOJE       TO CIC_DATA_CLASSIFICACAO
              MOVE ZEROS              TO CIC_DATA_ULT_CONTAGEM
              MOVE WS-DATA-PROXIMA    TO CIC_DATA_PROX_CONTAGEM
              WRITE REGCIC
           ELSE
              MOVE WS-CLASSE-NOVA     TO CIC_CLASSE
              MOVE WS-VALOR-NOVO      TO CIC_VALOR_FATURADO
              MOVE WS-DATA-HOJE       TO CIC_DATA_CLASSIFICACAO
              IF CIC_DATA_PROX_CONTAGEM > WS-DATA-LIMITE
                 MOVE WS-DATA-PROXIMA TO CIC_DATA_PROX_CONTAGEM
              END-IF
              REWRITE REGCIC
           END-IF
           MOVE "00" TO WS-RESULTADO-ACESSO
           .

      * INTERVALO EM DIAS DA CLASSE EM CIC_CLASSE.
       INTERVALO-DA-CLASSE.
           EVALUATE CIC_CLASSE
             WHEN "A"
                MOVE WCF-DIAS-CICLO-A TO WS-INTERVALO
             WHEN "B"
                MOVE WCF-DIAS-CICLO-B TO WS-INTERVALO
             WHEN OTHER
                MOVE WCF-DIAS-CICLO-C TO WS-INTERVALO
           END-EVALUATE
           IF WS-INTERVALO = ZEROS
              MOVE 1 TO WS-INTERVALO
           END-IF
           .

      ******************************************
      * FOLHA DE CONTAGEM DO DIA               *
      ******************************************
      * PRODUTOS ATIVOS COM A CONTAGEM PREVISTA PARA HOJE OU
      * ATRASADA. A FOLHA NAO TRAZ O SALDO DO SISTEMA (CONTAGEM
      * CEGA).
       FOLHA-000.
           MOVE WCF-ARQ-IMPRESSAO-CONTAGEM TO WRL-ARQ-IMPRESSAO
           OPEN OUTPUT ARQIMP
           MOVE WS-DATA-HOJE    TO CAB-DATA
           MOVE WS-FILIAL-ATUAL TO CABF-FILIAL
           WRITE REGIMP FROM CABEC-FOLHA
           MOVE SPACES TO REGIMP
           WRITE REGIMP
           WRITE REGIMP FROM CABEC2-FOLHA
           MOVE SPACES TO REGIMP
           WRITE REGIMP
           MOVE ZEROS TO WS-QTD-IMPRESSOS
           MOVE "N" TO WS-EOF-CIC
           MOVE ZEROS TO CIC_CODIGO_PRODUTO
           START ARQ-CICLO
               KEY IS NOT LESS THAN CIC_CODIGO_PRODUTO
                    INVALID KEY
                       MOVE "Y" TO WS-EOF-CIC
           END-START
           PERFORM UNTIL WS-EOF-CIC = "Y"
               READ ARQ-CICLO NEXT AT END
                   MOVE "Y" TO WS-EOF-CIC
               END-READ
               IF WS-EOF-CIC = "N"
                  PERFORM VERIFICA-PRODUTO-DO-DIA
                  IF WS-ACHOU = "S"
                     ADD 1 TO WS-QTD-IMPRESSOS
                     MOVE CIC_CODIGO_PRODUTO     TO DETF-PRODUTO
                     MOVE PRO_DESCRICAO          TO DETF-DESCRICAO
                     MOVE PRO_UNIDADE            TO DETF-UNIDADE
                     MOVE CIC_CLASSE             TO DETF-CLASSE
                     MOVE CIC_DATA_ULT_CONTAGEM  TO DETF-ULTIMA
                     MOVE CIC_DATA_PROX_CONTAGEM TO DETF-PREVISTA
                     WRITE REGIMP FROM DET-FOLHA
                  END-IF
               END-IF
           END-PERFORM
           MOVE SPACES TO REGIMP
           WRITE REGIMP
           MOVE WS-QTD-IMPRESSOS TO RODF-QTD
           WRITE REGIMP FROM RODAPE-FOLHA
           CLOSE ARQIMP
           MOVE "00" TO WS-RESULTADO-ACESSO
           MOVE "INVCIC" TO WS-SPL-PROGRAMA
           MOVE WRL-ARQ-IMPRESSAO TO WS-SPL-ORIGEM
           PERFORM REGISTRA-SPOOL THRU REGISTRA-SPOOL-FIM
           MOVE WS-QTD-IMPRESSOS TO WS-MENS-QTD
           MOVE WS-MENS-TOTAL TO MENS
           PERFORM ROT-MENS THRU ROT-MENS-FIM
           .
       FOLHA-EXIT.
           EXIT.

      * WS-ACHOU = "S" QUANDO O PRODUTO DO REGCIC CORRENTE ESTA
      * ATIVO E COM A CONTAGEM VENCIDA (REGPRO FICA POSICIONADO).
       VERIFICA-PRODUTO-DO-DIA.
           MOVE "N" TO WS-ACHOU
           IF CIC_DATA_PROX_CONTAGEM NOT > WS-DATA-HOJE
              MOVE CIC_CODIGO_PRODUTO TO PRO_CODIGO_PRODUTO
              READ ARQ-PRODUTO
              IF WS-RESULTADO-ACESSO = "00" AND PRO_STATUS = "A"
                 MOVE "S" TO WS-ACHOU
              END-IF
              MOVE "00" TO WS-RESULTADO-ACESSO
           END-IF
           .

      ******************************************
      * DIGITACAO DA CONTAGEM DO DIA           *
      ******************************************
      * PERCORRE OS PRODUTOS DA FOLHA DO DIA NA ORDEM DO CODIGO. O
      * QUE FOI CONTADO SAI DA FOLHA (PROXIMA DATA = HOJE + O
      * INTERVALO DA CLASSE); O PULADO CONTINUA PENDENTE.
       CONTAGEM-000.
           MOVE "CICLICO" TO DOPCAO
           MOVE ZEROS TO WS-QTD-CONTADOS WS-QTD-AJUSTADOS
           MOVE "N" TO WS-PARA-CONTAGEM
           MOVE "N" TO WS-EOF-CIC
           MOVE ZEROS TO CIC_CODIGO_PRODUTO
           START ARQ-CICLO
               KEY IS NOT LESS THAN CIC_CODIGO_PRODUTO
                    INVALID KEY
                       MOVE "Y" TO WS-EOF-CIC
           END-START
           PERFORM UNTIL WS-EOF-CIC = "Y" OR WS-PARA-CONTAGEM = "S"
               READ ARQ-CICLO NEXT AT END
                   MOVE "Y" TO WS-EOF-CIC
               END-READ
               IF WS-EOF-CIC = "N"
                  PERFORM VERIFICA-PRODUTO-DO-DIA
                  IF WS-ACHOU = "S"
                     PERFORM ENTRA-CONTAGEM-PRODUTO
                  END-IF
               END-IF
           END-PERFORM
           MOVE "00" TO WS-RESULTADO-ACESSO
           MOVE WS-QTD-CONTADOS  TO WS-MENS-CONTADOS
           MOVE WS-QTD-AJUSTADOS TO WS-MENS-AJUSTADOS
           MOVE WS-MENS-CONTAGEM TO MENS
           PERFORM ROT-MENS THRU ROT-MENS-FIM
           .
       CONTAGEM-EXIT.
           EXIT.

       ENTRA-CONTAGEM-PRODUTO.
           DISPLAY TELA-CONTAGEM
           DISPLAY CIC_CODIGO_PRODUTO     AT 0726
           DISPLAY PRO_DESCRICAO          AT 0734
           DISPLAY PRO_UNIDADE            AT 0826
           DISPLAY CIC_CLASSE             AT 0926
           DISPLAY CIC_DATA_PROX_CONTAGEM AT 1026
           MOVE ZEROS TO WS-CONTAGEM
           ACCEPT WS-CONTAGEM AT 1226
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 02
              MOVE "S" TO WS-PARA-CONTAGEM
           ELSE
              MOVE 0 TO W-SEL
              PERFORM CONFIRMA-TELA UNTIL W-SEL > 0
              IF W-SN = "S"
                 PERFORM POSTA-CONTAGEM
              END-IF
           END-IF
           .

      * GRAVA A CONTAGEM NO HISTORICO E, HAVENDO DIFERENCA, AJUSTA O
      * SALDO COMO O INVENTARIO DO CADEST (MOVIMENTO "INV" NO
      * KARDEX, SEM MEXER NOS LOTES).
       POSTA-CONTAGEM.
           MOVE CIC_CODIGO_PRODUTO TO EST_CODIGO_PRODUTO
           READ ARQ-ESTOQUE
               INVALID KEY
                  MOVE CIC_CODIGO_PRODUTO TO EST_CODIGO_PRODUTO
                  MOVE ZEROS TO EST_SALDO
                                EST_DATA_ULT_MOV
                                EST_RESERVADO
                  WRITE REGEST
           END-READ
           MOVE EST_SALDO TO WS-SALDO-SISTEMA
           MOVE SPACES             TO REGCNT
           MOVE WS-DATA-HOJE       TO CNT_DATA
           MOVE CIC_CODIGO_PRODUTO TO CNT_CODIGO_PRODUTO
           MOVE CIC_CLASSE         TO CNT_CLASSE
           MOVE WS-SALDO-SISTEMA   TO CNT_SALDO_SISTEMA
           MOVE WS-CONTAGEM        TO CNT_CONTADO
           MOVE PRO_CUSTO_UNIT     TO CNT_CUSTO_UNIT
           MOVE LS-ID              TO CNT_OPERADOR
           WRITE REGCNT
           IF WS-RESULTADO-ACESSO = "22"
              REWRITE REGCNT
           END-IF
           ADD 1 TO WS-QTD-CONTADOS
           IF WS-CONTAGEM NOT = WS-SALDO-SISTEMA
              MOVE EST_SALDO    TO WS-KDX-SALDO-ANTES
              MOVE WS-CONTAGEM  TO EST_SALDO
              MOVE WS-DATA-HOJE TO EST_DATA_ULT_MOV
              REWRITE REGEST
              MOVE "INV" TO WS-KDX-TIPO
              MOVE ZEROS TO WS-KDX-DOCUMENTO
              COMPUTE WS-KDX-QTDE = WS-CONTAGEM - WS-SALDO-SISTEMA
              PERFORM GRAVA-MOVIMENTO-ESTOQUE
              ADD 1 TO WS-QTD-AJUSTADOS
              MOVE SPACES TO MENS
              STRING "CICLICO DE " WS-SALDO-SISTEMA
                     " P/ " WS-CONTAGEM
                  DELIMITED BY SIZE INTO MENS
              END-STRING
              PERFORM GRAVA-AUDITORIA
           END-IF
           PERFORM INTERVALO-DA-CLASSE
           COMPUTE WS-DIAS-INTEIRO =
               FUNCTION INTEGER-OF-DATE(WS-DATA-HOJE) + WS-INTERVALO
           MOVE WS-DATA-HOJE TO CIC_DATA_ULT_CONTAGEM
           COMPUTE CIC_DATA_PROX_CONTAGEM =
               FUNCTION DATE-OF-INTEGER(WS-DIAS-INTEIRO)
           REWRITE REGCIC
           MOVE "00" TO WS-RESULTADO-ACESSO
           .

      ******************************************
      * ACURACIA DAS CONTAGENS POR CLASSE      *
      ******************************************
       ACURACIA-000.
           MOVE WS-DATA-HOJE(1:6) TO WS-ANO-MES
           DISPLAY TELA-ACURACIA
           DISPLAY WS-ANO-MES AT 0934
           ACCEPT WS-ANO-MES WITH UPDATE AT 0934
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 02
              GO TO ACURACIA-EXIT
           END-IF
           IF WS-ANO-MES < 190001 OR
              WS-ANO-MES(5:2) < "01" OR WS-ANO-MES(5:2) > "12"
              MOVE "*** ANO/MES INVALIDO ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ACURACIA-EXIT
           END-IF
           MOVE ZEROS TO WS-TAB-ACURACIA
           MOVE "N" TO WS-EOF-CNT
           COMPUTE CNT_DATA = WS-ANO-MES * 100
           MOVE ZEROS TO CNT_CODIGO_PRODUTO
           START ARQ-CONTAGEM
               KEY IS NOT LESS THAN CNT_CHAVE
                    INVALID KEY
                       MOVE "Y" TO WS-EOF-CNT
           END-START
           PERFORM UNTIL WS-EOF-CNT = "Y"
               READ ARQ-CONTAGEM NEXT AT END
                   MOVE "Y" TO WS-EOF-CNT
               END-READ
               IF WS-EOF-CNT = "N"
                  IF CNT_DATA(1:6) NOT = WS-ANO-MES
                     MOVE "Y" TO WS-EOF-CNT
                  ELSE
                     PERFORM ACUMULA-ACURACIA
                  END-IF
               END-IF
           END-PERFORM
           MOVE "00" TO WS-RESULTADO-ACESSO
           PERFORM IMPRIME-ACURACIA
           MOVE WS-ACU-CONTAGENS(4) TO WS-MENS-QTD
           MOVE WS-MENS-TOTAL TO MENS
           PERFORM ROT-MENS THRU ROT-MENS-FIM
           .
       ACURACIA-EXIT.
           EXIT.

       ACUMULA-ACURACIA.
           EVALUATE CNT_CLASSE
             WHEN "A"
                MOVE 1 TO WS-CLS-IDX
             WHEN "B"
                MOVE 2 TO WS-CLS-IDX
             WHEN OTHER
                MOVE 3 TO WS-CLS-IDX
           END-EVALUATE
           COMPUTE WS-DIFERENCA = CNT_CONTADO - CNT_SALDO_SISTEMA
           IF WS-DIFERENCA < ZEROS
              COMPUTE WS-DIFERENCA = ZEROS - WS-DIFERENCA
           END-IF
           ADD 1 TO WS-ACU-CONTAGENS(WS-CLS-IDX) WS-ACU-CONTAGENS(4)
           IF WS-DIFERENCA = ZEROS
              ADD 1 TO WS-ACU-ACERTOS(WS-CLS-IDX) WS-ACU-ACERTOS(4)
           ELSE
              ADD WS-DIFERENCA TO WS-ACU-UNIDADES(WS-CLS-IDX)
                                  WS-ACU-UNIDADES(4)
              COMPUTE WS-ACU-VALOR(WS-CLS-IDX) =
                  WS-ACU-VALOR(WS-CLS-IDX) +
                  WS-DIFERENCA * CNT_CUSTO_UNIT
              COMPUTE WS-ACU-VALOR(4) = WS-ACU-VALOR(4) +
                  WS-DIFERENCA * CNT_CUSTO_UNIT
           END-IF
           .

       IMPRIME-ACURACIA.
           MOVE WCF-ARQ-IMPRESSAO-ACURACIA TO WRL-ARQ-IMPRESSAO
           OPEN OUTPUT ARQIMP
           MOVE WS-ANO-MES      TO CABU-ANOMES
           MOVE WS-FILIAL-ATUAL TO CABU-FILIAL
           WRITE REGIMP FROM CABEC-ACU
           MOVE SPACES TO REGIMP
           WRITE REGIMP
           WRITE REGIMP FROM CABEC2-ACU
           MOVE SPACES TO REGIMP
           WRITE REGIMP
           PERFORM VARYING WS-CLS-IDX FROM 1 BY 1
                   UNTIL WS-CLS-IDX > 4
              EVALUATE WS-CLS-IDX
                WHEN 1 MOVE "A"     TO DETU-CLASSE
                WHEN 2 MOVE "B"     TO DETU-CLASSE
                WHEN 3 MOVE "C"     TO DETU-CLASSE
                WHEN 4 MOVE "TOTAL" TO DETU-CLASSE
                       MOVE SPACES TO REGIMP
                       WRITE REGIMP
              END-EVALUATE
              IF WS-ACU-CONTAGENS(WS-CLS-IDX) > ZEROS
                 COMPUTE WS-PCT-ACURACIA ROUNDED =
                     WS-ACU-ACERTOS(WS-CLS-IDX) * 100 /
                     WS-ACU-CONTAGENS(WS-CLS-IDX)
              ELSE
                 MOVE ZEROS TO WS-PCT-ACURACIA
              END-IF
              MOVE WS-ACU-CONTAGENS(WS-CLS-IDX) TO DETU-CONTAGENS
              MOVE WS-ACU-ACERTOS(WS-CLS-IDX)   TO DETU-ACERTOS
              MOVE WS-PCT-ACURACIA              TO DETU-PCT
              MOVE WS-ACU-UNIDADES(WS-CLS-IDX)  TO DETU-UNIDADES
              MOVE WS-ACU-VALOR(WS-CLS-IDX)     TO DETU-VALOR
              WRITE REGIMP FROM DET-ACU
           END-PERFORM
           CLOSE ARQIMP
           MOVE "INVCIC" TO WS-SPL-PROGRAMA
           MOVE WRL-ARQ-IMPRESSAO TO WS-SPL-ORIGEM
           PERFORM REGISTRA-SPOOL THRU REGISTRA-SPOOL-FIM
           .

      *******************************
      * ROTINA DE ABERTURA ARQUIVOS *
      *******************************
      * SEM O HISTORICO DE VENDAS SO A CLASSIFICACAO FICA BLOQUEADA:
      * A AGENDA JA GRAVADA CONTINUA VALENDO PARA A CONTAGEM.
       OPEN-ARQUIVOS.
           OPEN I-O ARQ-ESTOQUE
           IF WS-RESULTADO-ACESSO NOT = "00"
               IF WS-RESULTADO-ACESSO = "05"
                  OPEN OUTPUT ARQ-ESTOQUE
                  CLOSE ARQ-ESTOQUE
                  OPEN I-O ARQ-ESTOQUE
               ELSE
                  MOVE "ERRO NA ABERTURA DO ARQUIVO ESTOQUE" TO MENS
                  PERFORM ROT-MENS THRU ROT-MENS-FIM
                  EXIT PROGRAM
                  .
           OPEN INPUT ARQ-PRODUTO
           IF WS-RESULTADO-ACESSO NOT = "00"
              MOVE "ERRO NA ABERTURA DO ARQUIVO PRODUTO" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              CLOSE ARQ-ESTOQUE
              EXIT PROGRAM
              .
           OPEN I-O ARQ-CICLO
           IF WS-RESULTADO-ACESSO NOT = "00"
               IF WS-RESULTADO-ACESSO = "05"
                  OPEN OUTPUT ARQ-CICLO
                  CLOSE ARQ-CICLO
                  OPEN I-O ARQ-CICLO
               ELSE
                  MOVE "ERRO NA ABERTURA DA AGENDA DE CONTAGEM" TO MENS
                  PERFORM ROT-MENS THRU ROT-MENS-FIM
                  CLOSE ARQ-ESTOQUE ARQ-PRODUTO
                  EXIT PROGRAM
                  .
           OPEN I-O ARQ-CONTAGEM
           IF WS-RESULTADO-ACESSO NOT = "00"
               IF WS-RESULTADO-ACESSO = "05"
                  OPEN OUTPUT ARQ-CONTAGEM
                  CLOSE ARQ-CONTAGEM
                  OPEN I-O ARQ-CONTAGEM
               ELSE
                  MOVE "ERRO NA ABERTURA DO ARQUIVO DE CONTAGENS"
                    TO MENS
                  PERFORM ROT-MENS THRU ROT-MENS-FIM
                  CLOSE ARQ-ESTOQUE ARQ-PRODUTO ARQ-CICLO
                  EXIT PROGRAM
                  .
           MOVE "N" TO WS-SEM-HISVEN
           OPEN INPUT ARQ-HISVEN
           IF WS-RESULTADO-ACESSO NOT = "00"
              MOVE "S" TO WS-SEM-HISVEN
              MOVE "00" TO WS-RESULTADO-ACESSO
           END-IF
           PERFORM ABRE-KARDEX
           MOVE "INVCIC" TO WS-KDX-PROGRAMA
           MOVE LS-ID    TO WS-KDX-OPERADOR
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
           CLOSE ARQ-ESTOQUE
                 ARQ-PRODUTO
                 ARQ-CICLO
                 ARQ-CONTAGEM
                 ARQ-AUD
           IF WS-SEM-HISVEN = "N"
              CLOSE ARQ-HISVEN
           END-IF
           IF WS-SEM-KARDEX NOT = "S"
              CLOSE ARQ-KARDEX
           END-IF
           .

       GRAVA-AUDITORIA.
           MOVE FUNCTION CURRENT-DATE(1:14) TO AUD-DATA-HORA
           MOVE "INVCIC"             TO AUD-PROGRAMA
           MOVE LS-ID                TO AUD-OPERADOR
           MOVE DOPCAO               TO AUD-OPERACAO
           MOVE EST_CODIGO_PRODUTO   TO AUD-CODIGO
           MOVE MENS                 TO AUD-RESULTADO
           WRITE REGAUD
           .

       CONFIRMA-TELA.
           MOVE "S" TO W-SN
           DISPLAY "CONFIRMA (S/N) : " AT 2340
           ACCEPT W-SN WITH UPDATE AT 2357

           IF W-SN = "N" OR "n"
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

      * REGISTRA-SPOOL: VER COPYBOOK, COMPARTILHADO COM OS DEMAIS
      * RELATORIOS.
       COPY "copybook\SISSPPGER.CPY".

      * GRAVA-MOVIMENTO-ESTOQUE E ABRE-KARDEX: VER COPYBOOK,
      * COMPARTILHADO POR TODOS OS PROGRAMAS QUE MEXEM NO ESTOQUE.
       COPY "copybook\SISKXPGER.CPY".

      * CARREGA-FILIAL E MONTA-CAMINHOS-FILIAL: VER COPYBOOK,
      * COMPARTILHADO POR TODOS OS PROGRAMAS DA FILIAL.
       COPY "copybook\SISFIPGER.CPY".
