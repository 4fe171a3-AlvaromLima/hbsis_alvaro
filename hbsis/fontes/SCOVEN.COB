      **************************************************
      * SCORECARD MENSAL DOS VENDEDORES: META, POSITI- *
      * VACAO, COBERTURA, INADIMPLENCIA, QUALIDADE DA  *
      * CARTEIRA E DEVOLUCOES NUMA NOTA COM RANKING,   *
      * CONSOLIDADO POR SUPERVISOR E EVOLUCAO NO ANO   *
      **************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SCOVEN.
       AUTHOR. ALVARO LIMA.
      *------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       COPY "copybook\SISSLGER.CPY".

           SELECT WORK-SCO ASSIGN TO "WORKSCO".
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
       COPY "copybook\SISFDGER.CPY".

       SD WORK-SCO.
       01 WORK-SCO-REG.
          03 WRK-NOTA       PIC 9(003)V9(02).
          03 WRK-VENDEDOR   PIC 9(003).
      *------------------------------------------------------
       WORKING-STORAGE SECTION.
       COPY "copybook\SISWSGER.CPY".
       COPY "copybook\SISCFGER.CPY".
       77 WRL-ARQ-IMPRESSAO    PIC X(100) VALUE SPACES.

      * "S" = EXECUCAO SEM OPERADOR NA TELA (LS-ID = "BATCH"): NA
      * CADEIA NOTURNA O PASSO SO RODA NA ULTIMA NOITE DO MES, ENTAO
      * O SCORECARD SAI DO MES CORRENTE, QUE ESTA FECHANDO (MESMO
      * IDIOMA DO CALKMV). PELA TELA O MES SUGERIDO E O ANTERIOR.
       77 WS-MODO-BATCH        PIC X(001) VALUE "N".

       77 WS-ANO-MES           PIC 9(006) VALUE ZEROS.
       77 WS-ANO-AUX           PIC 9(004) VALUE ZEROS.
       77 WS-MES-AUX           PIC 9(002) VALUE ZEROS.
       77 WS-DATA-HOJE         PIC 9(008) VALUE ZEROS.
       77 WS-DATA-INICIO       PIC 9(008) VALUE ZEROS.
       77 WS-MES-SEGUINTE      PIC 9(008) VALUE ZEROS.
      * DATA DE REFERENCIA DA CARTEIRA DE TITULOS: ULTIMO DIA DO MES
      * (OU HOJE, NO MES CORRENTE). O TITULO PAGO DEPOIS DELA CONTA
      * COMO AINDA EM ABERTO NAQUELE DIA.
       77 WS-DATA-REF          PIC 9(008) VALUE ZEROS.

       77 WS-EOF-NF            PIC X(001) VALUE "N".
       77 WS-EOF-DEV           PIC X(001) VALUE "N".
       77 WS-EOF-TIT           PIC X(001) VALUE "N".
       77 WS-EOF-VIS           PIC X(001) VALUE "N".
       77 WS-EOF-PED           PIC X(001) VALUE "N".
       77 WS-EOF-CLI           PIC X(001) VALUE "N".
       77 WS-EOF-SCO           PIC X(001) VALUE "N".
       77 WS-SEM-NF            PIC X(001) VALUE "N".
       77 WS-SEM-META          PIC X(001) VALUE "N".
       77 WS-SEM-DEVOL         PIC X(001) VALUE "N".
       77 WS-SEM-TITULOS       PIC X(001) VALUE "N".
       77 WS-SEM-VISITAS       PIC X(001) VALUE "N".
       77 WS-SEM-PEDIDOS       PIC X(001) VALUE "N".
       77 WS-SEM-SCORE         PIC X(001) VALUE "N".
       77 WS-COMPROU           PIC X(001) VALUE "N".
       77 WS-VISITADO          PIC X(001) VALUE "N".

       77 WS-IDX-VEN           PIC 9(003) VALUE ZEROS.
       77 WS-IDX-SUP           PIC 9(003) VALUE ZEROS.
       77 WS-IDX-MED           PIC 9(001) VALUE ZEROS.
       77 WS-IDX-RANK          PIC 9(003) VALUE ZEROS.
       77 WS-IDX-MES           PIC 9(002) VALUE ZEROS.
       77 WS-QTD-APURADOS      PIC 9(005) VALUE ZEROS.
       77 WS-QTD-SUPERVISORES  PIC 9(005) VALUE ZEROS.

      * BASES DO MES POR VENDEDOR (O CODIGO, PIC 9(003), E O INDICE),
      * CADA UMA NUMA UNICA VARREDURA DO SEU ARQUIVO.
       01 WS-TAB-FATURADO.
          05 WS-FAT-VEN        OCCURS 999 TIMES
                               PIC 9(013)V9(02).
       01 WS-TAB-DEVOLVIDO.
          05 WS-DEV-VEN        OCCURS 999 TIMES
                               PIC 9(013)V9(02).
       01 WS-TAB-TITULOS.
          05 WS-TIT-VEN        OCCURS 999 TIMES.
             10 WS-TIT-ABERTO  PIC 9(013)V9(02).
             10 WS-TIT-VENCIDO PIC 9(013)V9(02).

      * RESULTADO POR VENDEDOR. MEDIDAS: 1 = META ATINGIDA, 2 =
      * POSITIVACAO DAS VISITAS, 3 = COBERTURA DA CARTEIRA, 4 =
      * INADIMPLENCIA, 5 = QUALIDADE DO CADASTRO, 6 = DEVOLUCAO.
       01 WS-TAB-SCORE.
          05 WS-SCO            OCCURS 999 TIMES.
             10 WS-SCO-APURADO    PIC X(001).
             10 WS-SCO-SUPERVISOR PIC 9(003).
             10 WS-SCO-PCT        PIC 9(003)V9(02) OCCURS 6 TIMES.
             10 WS-SCO-SEM-BASE   PIC X(006).
             10 WS-SCO-NOTA       PIC 9(003)V9(02).
             10 WS-SCO-RANKING    PIC 9(003).

      * CONSOLIDADO DA EQUIPE POR SUPERVISOR: MEDIA DA NOTA E MEDIA
      * DE CADA MEDIDA SO ENTRE OS VENDEDORES QUE TEM BASE NELA.
       01 WS-TAB-SUPERVISOR.
          05 WS-SUP            OCCURS 999 TIMES.
             10 WS-SUP-QTD        PIC 9(003).
             10 WS-SUP-SOMA-NOTA  PIC 9(006)V9(02).
             10 WS-SUP-MED        OCCURS 6 TIMES.
                15 WS-SUP-SOMA-PCT PIC 9(006)V9(02).
                15 WS-SUP-QTD-PCT  PIC 9(003).

       01 WS-TAB-RANKING.
          05 WS-RANK-VEN       OCCURS 999 TIMES PIC 9(003).
       01 WS-TAB-PESOS.
          05 WS-PESO           OCCURS 6 TIMES PIC 9(003).
       01 WS-TAB-MESES.
          05 WS-MES-TEND       OCCURS 12 TIMES PIC 9(006).

       77 WS-META-MES          PIC 9(011)V9(02) VALUE ZEROS.
       77 WS-REALIZADO         PIC 9(013)V9(02) VALUE ZEROS.
       77 WS-PCT-AUX           PIC 9(009)V9(02) VALUE ZEROS.
       77 WS-QTD-VISITAS       PIC 9(005) VALUE ZEROS.
       77 WS-QTD-POSITIVAS     PIC 9(005) VALUE ZEROS.
       77 WS-QTD-CARTEIRA      PIC 9(005) VALUE ZEROS.
       77 WS-QTD-VISITADOS     PIC 9(005) VALUE ZEROS.
       77 WS-SOMA-QUALIDADE    PIC 9(007) VALUE ZEROS.
       77 WS-NOTA-CLIENTE      PIC 9(003) VALUE ZEROS.
       77 WS-NOTA-MEDIDA       PIC 9(003)V9(02) VALUE ZEROS.
       77 WS-SOMA-PONDERADA    PIC 9(007)V9(02) VALUE ZEROS.
       77 WS-SOMA-PESOS        PIC 9(005) VALUE ZEROS.

       01 CABEC.
          03 FILLER PIC X(39) VALUE
             "SCORECARD DOS VENDEDORES - ANO/MES: ".
          03 CAB-ANOMES PIC 9(006).

       01 CABEC-PESOS.
          03 FILLER PIC X(12) VALUE "PESOS: META ".
          03 CABP-META   PIC ZZ9.
          03 FILLER PIC X(13) VALUE " POSITIVACAO ".
          03 CABP-POSIT  PIC ZZ9.
          03 FILLER PIC X(11) VALUE " COBERTURA ".
          03 CABP-COBERT PIC ZZ9.
          03 FILLER PIC X(15) VALUE " INADIMPLENCIA ".
          03 CABP-INADIM PIC ZZ9.
          03 FILLER PIC X(11) VALUE " QUALIDADE ".
          03 CABP-QUALID PIC ZZ9.
          03 FILLER PIC X(11) VALUE " DEVOLUCAO ".
          03 CABP-DEVOL  PIC ZZ9.

       01 CABEC-LEGENDA.
          03 FILLER PIC X(46) VALUE
             "NOTA = MEDIA PONDERADA DAS MEDIDAS COM BASE NO".
          03 FILLER PIC X(46) VALUE
             " MES (- = SEM BASE); INADIMPLENCIA E DEVOLUCAO".
          03 FILLER PIC X(20) VALUE " CONTAM AO CONTRARIO".

       01 CABEC-SECAO.
          03 CABS-TITULO PIC X(60).

       01 CABEC2.
          03 FILLER PIC X(04) VALUE "POS".
          03 FILLER PIC X(04) VALUE "COD".
          03 FILLER PIC X(26) VALUE "NOME".
          03 FILLER PIC X(05) VALUE "SUP".
          03 FILLER PIC X(08) VALUE "  META%".
          03 FILLER PIC X(08) VALUE "  POSIT%".
          03 FILLER PIC X(08) VALUE " COBERT%".
          03 FILLER PIC X(08) VALUE " INADIM%".
          03 FILLER PIC X(08) VALUE "  QUALID".
          03 FILLER PIC X(08) VALUE "  DEVOL%".
          03 FILLER PIC X(08) VALUE "    NOTA".

       01 CABEC2-SUP.
          03 FILLER PIC X(04) VALUE SPACES.
          03 FILLER PIC X(04) VALUE "SUP".
          03 FILLER PIC X(26) VALUE "NOME".
          03 FILLER PIC X(05) VALUE "EQP".
          03 FILLER PIC X(08) VALUE "  META%".
          03 FILLER PIC X(08) VALUE "  POSIT%".
          03 FILLER PIC X(08) VALUE " COBERT%".
          03 FILLER PIC X(08) VALUE " INADIM%".
          03 FILLER PIC X(08) VALUE "  QUALID".
          03 FILLER PIC X(08) VALUE "  DEVOL%".
          03 FILLER PIC X(08) VALUE "   MEDIA".

       01 DETAL.
          03 IMPPOS        PIC ZZ9.
          03 FILLER        PIC X(01) VALUE SPACES.
          03 IMPCOD        PIC 9(03).
          03 FILLER        PIC X(01) VALUE SPACES.
          03 IMPNOME       PIC X(25).
          03 FILLER        PIC X(01) VALUE SPACES.
          03 IMPSUP        PIC ZZ9.
          03 FILLER        PIC X(01) VALUE SPACES.
          03 IMPMEDIDAS    OCCURS 6 TIMES.
             05 FILLER     PIC X(02).
             05 IMPMED     PIC ZZ9,99.
             05 IMPMED-X   REDEFINES IMPMED PIC X(06).
          03 FILLER        PIC X(02) VALUE SPACES.
          03 IMPNOTA       PIC ZZ9,99.

       01 CABEC-TEND.
          03 FILLER        PIC X(04) VALUE SPACES.
          03 FILLER        PIC X(04) VALUE "COD".
          03 FILLER        PIC X(26) VALUE "NOME".
          03 CABT-MESES    OCCURS 12 TIMES.
             05 FILLER     PIC X(02).
             05 CABT-MES   PIC 9(02).
             05 CABT-BARRA PIC X(01).
             05 CABT-ANO   PIC 9(02).

       01 DET-TEND.
          03 IMPT-TIPO     PIC X(03).
          03 FILLER        PIC X(01) VALUE SPACES.
          03 IMPT-COD      PIC 9(03).
          03 FILLER        PIC X(01) VALUE SPACES.
          03 IMPT-NOME     PIC X(25).
          03 FILLER        PIC X(01) VALUE SPACES.
          03 IMPT-NOTAS    OCCURS 12 TIMES.
             05 FILLER     PIC X(01).
             05 IMPT-NOTA  PIC ZZ9,99.
             05 IMPT-NOTA-X REDEFINES IMPT-NOTA PIC X(06).

       01 WS-MENS-TOTAL.
          03 FILLER     PIC X(27) VALUE "SCORECARD CONCLUIDO OK - ".
          03 WS-MENS-QTD PIC ZZZZ9.
          03 FILLER     PIC X(12) VALUE " VENDEDOR(S)".

       LINKAGE SECTION.
       01 LS-ID PIC X(5).

       SCREEN SECTION.
       COPY "copybook\SISSTGER.CPY".

       01 TELA-SCORE.
        02 BLANK SCREEN.
        02 LINE 02 COL 28 VALUE "Sistema de Franquia AMBEV".
        02 LINE 07 COL 25 VALUE
          "SCORECARD MENSAL DOS VENDEDORES".
        02 LINE 09 COL 10 VALUE "ANO/MES (AAAAMM)     : [      ]".
        02 LINE 11 COL 10 VALUE
          "META X REALIZADO, POSITIVACAO DAS VISITAS, COBERTURA E".
        02 LINE 12 COL 10 VALUE
          "QUALIDADE DA CARTEIRA, INADIMPLENCIA E DEVOLUCOES NUMA".
        02 LINE 13 COL 10 VALUE
          "NOTA PONDERADA, COM RANKING, CONSOLIDADO POR SUPERVISOR".
        02 LINE 14 COL 10 VALUE
          "E A EVOLUCAO DA NOTA NOS ULTIMOS 12 MESES.".
      *-------------------------------------------------------
       PROCEDURE DIVISION  USING LS-ID.
       INICIO.
      * RESOLVE OS CAMINHOS DA FILIAL SELECIONADA NO LOGIN ANTES DE
      * ABRIR QUALQUER ARQUIVO DE DADOS (VER SISFIPGER.CPY).
           MOVE LS-ID TO WS-SESSAO-ID
           PERFORM CARREGA-FILIAL
           MOVE WCF-ARQ-IMPRESSAO-SCORE TO WRL-ARQ-IMPRESSAO
           MOVE ZEROS TO WS-QTD-APURADOS
           MOVE "N" TO WS-MODO-BATCH
           IF LS-ID = "BATCH"
              MOVE "S" TO WS-MODO-BATCH
           END-IF
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-DATA-HOJE

           IF WS-MODO-BATCH = "S"
              MOVE WS-DATA-HOJE(1:6) TO WS-ANO-MES
              MOVE "S" TO W-SN
           ELSE
              MOVE WS-DATA-HOJE(1:4) TO WS-ANO-AUX
              MOVE WS-DATA-HOJE(5:2) TO WS-MES-AUX
              IF WS-MES-AUX = 01
                 SUBTRACT 1 FROM WS-ANO-AUX
                 MOVE 12 TO WS-MES-AUX
              ELSE
                 SUBTRACT 1 FROM WS-MES-AUX
              END-IF
              COMPUTE WS-ANO-MES = WS-ANO-AUX * 100 + WS-MES-AUX
              DISPLAY TELA-SCORE
              MOVE 0 TO W-SEL
              PERFORM UNTIL W-SEL > 0
                ACCEPT WS-ANO-MES WITH UPDATE AT 0934
                IF WS-ANO-MES < 190001 OR WS-ANO-MES(5:2) = "00" OR
                   WS-ANO-MES(5:2) > "12"
                   MOVE "*** ANO/MES INVALIDO (AAAAMM) ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                ELSE
                   MOVE 1 TO W-SEL
                END-IF
              END-PERFORM
              MOVE 0 TO W-SEL
              PERFORM CONFIRMA-TELA UNTIL W-SEL > 0
           END-IF

           IF W-SN = "S"
              PERFORM OPEN-ARQUIVOS
              PERFORM CALCULA-PERIODO
              MOVE ZEROS TO WS-TAB-FATURADO WS-TAB-DEVOLVIDO
                            WS-TAB-TITULOS WS-TAB-SCORE
                            WS-TAB-SUPERVISOR WS-TAB-RANKING
              MOVE WCF-SCO-PESO-META          TO WS-PESO(1)
              MOVE WCF-SCO-PESO-POSITIVACAO   TO WS-PESO(2)
              MOVE WCF-SCO-PESO-COBERTURA     TO WS-PESO(3)
              MOVE WCF-SCO-PESO-INADIMPLENCIA TO WS-PESO(4)
              MOVE WCF-SCO-PESO-QUALIDADE     TO WS-PESO(5)
              MOVE WCF-SCO-PESO-DEVOLUCAO     TO WS-PESO(6)
              PERFORM ACUMULA-FATURAMENTO-MES
              PERFORM ACUMULA-DEVOLUCOES-MES
              PERFORM ACUMULA-CARTEIRA-TITULOS
              PERFORM APURA-VENDEDORES
              SORT WORK-SCO
                 ON DESCENDING KEY WRK-NOTA
                 ON ASCENDING KEY WRK-VENDEDOR
                 INPUT PROCEDURE  IS LIBERA-RANKING
                 OUTPUT PROCEDURE IS NUMERA-RANKING
              PERFORM GRAVA-HISTORICO
              PERFORM EMITE-SCORECARD
              MOVE "SCORECARD" TO DOPCAO
              PERFORM GRAVA-AUDITORIA
              PERFORM CLOSE-ARQUIVOS
              MOVE WS-QTD-APURADOS TO WS-MENS-QTD
              MOVE WS-MENS-TOTAL TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
           END-IF
           EXIT PROGRAM
           .

      * PRIMEIRO E ULTIMO DIA DO MES; NO MES CORRENTE A REFERENCIA
      * DA CARTEIRA DE TITULOS E HOJE.
       CALCULA-PERIODO.
           COMPUTE WS-DATA-INICIO = WS-ANO-MES * 100 + 1
           IF WS-ANO-MES(5:2) = "12"
              COMPUTE WS-MES-SEGUINTE =
                  (WS-ANO-MES / 100 + 1) * 10000 + 0101
           ELSE
              COMPUTE WS-MES-SEGUINTE = (WS-ANO-MES + 1) * 100 + 1
           END-IF
           COMPUTE WS-DATA-REF = FUNCTION DATE-OF-INTEGER
               (FUNCTION INTEGER-OF-DATE(WS-MES-SEGUINTE) - 1)
           IF WS-DATA-REF > WS-DATA-HOJE
              MOVE WS-DATA-HOJE TO WS-DATA-REF
           END-IF
           .

      * FATURADO DO MES POR VENDEDOR, MESMA REGRA DO RELMET (SEM
      * CANCELADAS E SEM REMESSA EM BONIFICACAO).
       ACUMULA-FATURAMENTO-MES.
           IF WS-SEM-NF = "N"
              MOVE "N"   TO WS-EOF-NF
              MOVE ZEROS TO NF_NUMERO
              START ARQ-NF
                 KEY IS GREATER THAN NF_NUMERO
                    INVALID KEY
                       MOVE "Y" TO WS-EOF-NF
              END-START
              PERFORM UNTIL WS-EOF-NF = "Y"
                 READ ARQ-NF NEXT AT END
                    MOVE "Y" TO WS-EOF-NF
                 END-READ
                 IF WS-EOF-NF = "N"
                    IF NF_DATA_EMISSAO(1:6) = WS-ANO-MES AND
                       NF_COD_VENDEDOR > ZEROS AND
                       NF_SITUACAO NOT = "C" AND
                       NF_TIPO NOT = "B"
                       ADD NF_VALOR_TOTAL
                           TO WS-FAT-VEN(NF_COD_VENDEDOR)
                    END-IF
                 END-IF
              END-PERFORM
              MOVE "00" TO WS-RESULTADO-ACESSO
           END-IF
           .

       ACUMULA-DEVOLUCOES-MES.
           IF WS-SEM-DEVOL = "N"
              MOVE "N"   TO WS-EOF-DEV
              MOVE ZEROS TO DEV_NUMERO
              START ARQ-DEVOL
                 KEY IS GREATER THAN DEV_NUMERO
                    INVALID KEY
                       MOVE "Y" TO WS-EOF-DEV
              END-START
              PERFORM UNTIL WS-EOF-DEV = "Y"
                 READ ARQ-DEVOL NEXT AT END
                    MOVE "Y" TO WS-EOF-DEV
                 END-READ
                 IF WS-EOF-DEV = "N"
                    IF DEV_DATA(1:6) = WS-ANO-MES AND
                       DEV_COD_VENDEDOR > ZEROS AND
                       DEV_SITUACAO = "A"
                       ADD DEV_VALOR
                           TO WS-DEV-VEN(DEV_COD_VENDEDOR)
                    END-IF
                 END-IF
              END-PERFORM
              MOVE "00" TO WS-RESULTADO-ACESSO
           END-IF
           .

      * CARTEIRA DE TITULOS DO VENDEDOR NA DATA DE REFERENCIA: O QUE
      * ESTAVA EM ABERTO NAQUELE DIA (AINDA ABERTO OU PAGO DEPOIS) E
      * QUANTO DISSO JA ESTAVA VENCIDO, PELO VENDEDOR DO TITULO COMO
      * NO AGING DO RELTIT.
       ACUMULA-CARTEIRA-TITULOS.
           IF WS-SEM-TITULOS = "N"
              MOVE "N"   TO WS-EOF-TIT
              MOVE ZEROS TO TIT_NUMERO_NF TIT_PARCELA
              START ARQ-TITULO
                 KEY IS GREATER THAN TIT_CHAVE
                    INVALID KEY
                       MOVE "Y" TO WS-EOF-TIT
              END-START
              PERFORM UNTIL WS-EOF-TIT = "Y"
                 READ ARQ-TITULO NEXT AT END
                    MOVE "Y" TO WS-EOF-TIT
                 END-READ
                 IF WS-EOF-TIT = "N"
                    IF TIT_COD_VENDEDOR > ZEROS AND
                       TIT_DATA_EMISSAO NOT > WS-DATA-REF AND
                       (TIT_SITUACAO = "A" OR
                        (TIT_SITUACAO = "P" AND
                         TIT_DATA_PAGAMENTO > WS-DATA-REF))
                       ADD TIT_VALOR
                           TO WS-TIT-ABERTO(TIT_COD_VENDEDOR)
                       IF TIT_DATA_VENCIMENTO < WS-DATA-REF
                          ADD TIT_VALOR
                              TO WS-TIT-VENCIDO(TIT_COD_VENDEDOR)
                       END-IF
                    END-IF
                 END-IF
              END-PERFORM
              MOVE "00" TO WS-RESULTADO-ACESSO
           END-IF
           .

      * SO VENDEDOR ATIVO ENTRA NO SCORECARD.
       APURA-VENDEDORES.
           MOVE "N"   TO WS-EOF-SW
           MOVE ZEROS TO VEN_CODIGO_VENDEDOR
           START ARQ-VENDEDOR
              KEY IS GREATER THAN VEN_CODIGO_VENDEDOR
                 INVALID KEY
                    MOVE "Y" TO WS-EOF-SW
           END-START
           PERFORM UNTIL EOF-SW
              READ ARQ-VENDEDOR NEXT AT END
                 MOVE "Y" TO WS-EOF-SW
              END-READ
              IF WS-EOF-SW = "N"
                 IF VEN_STATUS = "A"
                    PERFORM APURA-VENDEDOR
                 END-IF
              END-IF
           END-PERFORM
           MOVE "00" TO WS-RESULTADO-ACESSO
           .

       APURA-VENDEDOR.
           MOVE VEN_CODIGO_VENDEDOR TO WS-IDX-VEN
           MOVE "S"                 TO WS-SCO-APURADO(WS-IDX-VEN)
           MOVE VEN_COD_SUPERVISOR  TO WS-SCO-SUPERVISOR(WS-IDX-VEN)
           MOVE "NNNNNN"            TO WS-SCO-SEM-BASE(WS-IDX-VEN)
           ADD 1 TO WS-QTD-APURADOS
           PERFORM MEDE-META
           PERFORM MEDE-POSITIVACAO
           PERFORM MEDE-CARTEIRA-CLIENTES
           PERFORM MEDE-INADIMPLENCIA
           PERFORM MEDE-DEVOLUCAO
           PERFORM CALCULA-NOTA
           IF VEN_COD_SUPERVISOR > ZEROS
              PERFORM ACUMULA-SUPERVISOR
           END-IF
           .

      * META X REALIZADO DO RELMET: REALIZADO = FATURADO MENOS AS
      * DEVOLUCOES DO MES. SEM META CADASTRADA A MEDIDA FICA SEM BASE.
       MEDE-META.
           MOVE ZEROS TO WS-META-MES
           IF WS-SEM-META = "N"
              MOVE VEN_CODIGO_VENDEDOR TO MET_COD_VENDEDOR
              MOVE WS-ANO-MES          TO MET_ANO_MES
              READ ARQ-META
                  INVALID KEY
                     MOVE ZEROS TO WS-META-MES
                  NOT INVALID KEY
                     MOVE MET_VALOR_META TO WS-META-MES
              END-READ
              MOVE "00" TO WS-RESULTADO-ACESSO
           END-IF
           IF WS-DEV-VEN(WS-IDX-VEN) < WS-FAT-VEN(WS-IDX-VEN)
              COMPUTE WS-REALIZADO =
                  WS-FAT-VEN(WS-IDX-VEN) - WS-DEV-VEN(WS-IDX-VEN)
           ELSE
              MOVE ZEROS TO WS-REALIZADO
           END-IF
           IF WS-META-MES = ZEROS
              MOVE "S" TO WS-SCO-SEM-BASE(WS-IDX-VEN)(1:1)
           ELSE
              COMPUTE WS-PCT-AUX ROUNDED =
                  WS-REALIZADO / WS-META-MES * 100
              PERFORM GUARDA-PERCENTUAL-META
           END-IF
           .

       GUARDA-PERCENTUAL-META.
           IF WS-PCT-AUX > 999,99
              MOVE 999,99 TO WS-SCO-PCT(WS-IDX-VEN, 1)
           ELSE
              MOVE WS-PCT-AUX TO WS-SCO-PCT(WS-IDX-VEN, 1)
           END-IF
           .

      * POSITIVACAO DO RELPOS: VISITA DO MES COM PEDIDO NAO
      * CANCELADO DO CLIENTE NO MESMO DIA. VENDEDOR SEM VISITA NO MES
      * FICA COM ZERO (VISITAR FAZ PARTE DO QUE ESTA SENDO MEDIDO).
       MEDE-POSITIVACAO.
           MOVE ZEROS TO WS-QTD-VISITAS WS-QTD-POSITIVAS
           IF WS-SEM-VISITAS = "N"
              MOVE "N" TO WS-EOF-VIS
              MOVE VEN_CODIGO_VENDEDOR TO VIS_COD_VENDEDOR
              MOVE ZEROS TO VIS_CODIGO_CLIENTE VIS_DATA
              START ARQ-VISITA
                 KEY IS NOT LESS THAN VIS_CHAVE
                    INVALID KEY
                       MOVE "Y" TO WS-EOF-VIS
              END-START
              PERFORM UNTIL WS-EOF-VIS = "Y"
                 READ ARQ-VISITA NEXT AT END
                    MOVE "Y" TO WS-EOF-VIS
                 END-READ
                 IF WS-EOF-VIS = "N"
                    IF VIS_COD_VENDEDOR NOT = VEN_CODIGO_VENDEDOR
                       MOVE "Y" TO WS-EOF-VIS
                    ELSE
                       IF VIS_DATA(1:6) = WS-ANO-MES
                          ADD 1 TO WS-QTD-VISITAS
                          PERFORM VERIFICA-COMPRA
                          IF WS-COMPROU = "S"
                             ADD 1 TO WS-QTD-POSITIVAS
                          END-IF
                       END-IF
                    END-IF
                 END-IF
              END-PERFORM
              MOVE "00" TO WS-RESULTADO-ACESSO
           END-IF
           IF WS-QTD-VISITAS > ZEROS
              COMPUTE WS-SCO-PCT(WS-IDX-VEN, 2) ROUNDED =
                  WS-QTD-POSITIVAS / WS-QTD-VISITAS * 100
           END-IF
           .

       VERIFICA-COMPRA.
           MOVE "N" TO WS-COMPROU
           IF WS-SEM-PEDIDOS = "N"
              MOVE "N" TO WS-EOF-PED
              MOVE VIS_CODIGO_CLIENTE TO PED_CODIGO_CLIENTE
              START ARQ-PEDIDO
                  KEY IS NOT LESS THAN PED_CODIGO_CLIENTE
                       INVALID KEY
                          MOVE "Y" TO WS-EOF-PED
              END-START
              PERFORM UNTIL WS-EOF-PED = "Y" OR WS-COMPROU = "S"
                  READ ARQ-PEDIDO NEXT AT END
                      MOVE "Y" TO WS-EOF-PED
                  END-READ
                  IF WS-EOF-PED = "N"
                     IF PED_CODIGO_CLIENTE NOT = VIS_CODIGO_CLIENTE
                        MOVE "Y" TO WS-EOF-PED
                     ELSE
                        IF PED_DATA_PEDIDO = VIS_DATA AND
                           PED_SITUACAO NOT = "C"
                           MOVE "S" TO WS-COMPROU
                        END-IF
                     END-IF
                  END-IF
              END-PERFORM
              MOVE "00" TO WS-RESULTADO-ACESSO
           END-IF
           .

      * UMA PASSADA PELA CARTEIRA ATIVA DO VENDEDOR (CHAVE
      * ALTERNATIVA CLI_COD_VENDEDOR) MEDE A COBERTURA DO RELVIS
      * (CLIENTE VISITADO NO MES) E A QUALIDADE DO QUALID (MEDIA DA
      * NOTA DE COMPLETUDE, 20 PONTOS POR BLOCO PREENCHIDO).
       MEDE-CARTEIRA-CLIENTES.
           MOVE ZEROS TO WS-QTD-CARTEIRA WS-QTD-VISITADOS
                         WS-SOMA-QUALIDADE
           MOVE "N" TO WS-EOF-CLI
           MOVE VEN_CODIGO_VENDEDOR TO CLI_COD_VENDEDOR
           START ARQ-CLIENTE
               KEY IS NOT LESS THAN CLI_COD_VENDEDOR
                    INVALID KEY
                       MOVE "Y" TO WS-EOF-CLI
           END-START
           PERFORM UNTIL WS-EOF-CLI = "Y"
               READ ARQ-CLIENTE NEXT AT END
                   MOVE "Y" TO WS-EOF-CLI
               END-READ
               IF WS-EOF-CLI = "N"
                  IF CLI_COD_VENDEDOR NOT = VEN_CODIGO_VENDEDOR
                     MOVE "Y" TO WS-EOF-CLI
                  ELSE
                     IF CLI_STATUS = "A"
                        ADD 1 TO WS-QTD-CARTEIRA
                        PERFORM VERIFICA-VISITA-CLIENTE
                        IF WS-VISITADO = "S"
                           ADD 1 TO WS-QTD-VISITADOS
                        END-IF
                        PERFORM AVALIA-CLIENTE
                        ADD WS-NOTA-CLIENTE TO WS-SOMA-QUALIDADE
                     END-IF
                  END-IF
               END-IF
           END-PERFORM
           MOVE "00" TO WS-RESULTADO-ACESSO
           IF WS-QTD-CARTEIRA = ZEROS
              MOVE "S" TO WS-SCO-SEM-BASE(WS-IDX-VEN)(3:1)
              MOVE "S" TO WS-SCO-SEM-BASE(WS-IDX-VEN)(5:1)
           ELSE
              COMPUTE WS-SCO-PCT(WS-IDX-VEN, 3) ROUNDED =
                  WS-QTD-VISITADOS / WS-QTD-CARTEIRA * 100
              COMPUTE WS-SCO-PCT(WS-IDX-VEN, 5) ROUNDED =
                  WS-SOMA-QUALIDADE / WS-QTD-CARTEIRA
           END-IF
           .

      * ARQ-VISITA ESTA NA ORDEM VENDEDOR + CLIENTE + DATA: POSICIONA
      * NO PRIMEIRO DIA DO MES E OLHA SO A PRIMEIRA VISITA DALI.
       VERIFICA-VISITA-CLIENTE.
           MOVE "N" TO WS-VISITADO
           IF WS-SEM-VISITAS = "N"
              MOVE CLI_COD_VENDEDOR   TO VIS_COD_VENDEDOR
              MOVE CLI_CODIGO_CLIENTE TO VIS_CODIGO_CLIENTE
              MOVE WS-DATA-INICIO     TO VIS_DATA
              START ARQ-VISITA
                 KEY IS NOT LESS THAN VIS_CHAVE
                    INVALID KEY
                       CONTINUE
                    NOT INVALID KEY
                       READ ARQ-VISITA NEXT AT END
                          CONTINUE
                       END-READ
                       IF WS-RESULTADO-ACESSO = "00" AND
                          VIS_COD_VENDEDOR = CLI_COD_VENDEDOR AND
                          VIS_CODIGO_CLIENTE = CLI_CODIGO_CLIENTE AND
                          VIS_DATA(1:6) = WS-ANO-MES
                          MOVE "S" TO WS-VISITADO
                       END-IF
              END-START
              MOVE "00" TO WS-RESULTADO-ACESSO
           END-IF
           .

       AVALIA-CLIENTE.
           MOVE ZEROS TO WS-NOTA-CLIENTE
           IF CLI_ENDERECO_LOGRADOURO NOT = SPACES
              ADD 20 TO WS-NOTA-CLIENTE
           END-IF
           IF CLI_TELEFONE NOT = SPACES
              ADD 20 TO WS-NOTA-CLIENTE
           END-IF
           IF CLI_EMAIL NOT = SPACES
              ADD 20 TO WS-NOTA-CLIENTE
           END-IF
           IF CLI_CONTATO NOT = SPACES
              ADD 20 TO WS-NOTA-CLIENTE
           END-IF
           IF CLI_LATITUDE NOT = ZEROS OR CLI_LONGITUDE NOT = ZEROS
              ADD 20 TO WS-NOTA-CLIENTE
           END-IF
           .

      * PERCENTUAL VENCIDO DA CARTEIRA EM ABERTO NA DATA DE
      * REFERENCIA; SEM NADA EM ABERTO O VENDEDOR FICA COM ZERO.
       MEDE-INADIMPLENCIA.
           IF WS-SEM-TITULOS = "S"
              MOVE "S" TO WS-SCO-SEM-BASE(WS-IDX-VEN)(4:1)
           ELSE
              IF WS-TIT-ABERTO(WS-IDX-VEN) > ZEROS
                 COMPUTE WS-SCO-PCT(WS-IDX-VEN, 4) ROUNDED =
                     WS-TIT-VENCIDO(WS-IDX-VEN) /
                     WS-TIT-ABERTO(WS-IDX-VEN) * 100
              END-IF
           END-IF
           .

      * DEVOLVIDO SOBRE O FATURADO DO MES. SEM FATURAMENTO E SEM
      * DEVOLUCAO NAO HA BASE; DEVOLUCAO SEM FATURAMENTO NO MES (NOTA
      * DE MES ANTERIOR) CONTA COMO 100%.
       MEDE-DEVOLUCAO.
           IF WS-FAT-VEN(WS-IDX-VEN) = ZEROS
              IF WS-DEV-VEN(WS-IDX-VEN) = ZEROS
                 MOVE "S" TO WS-SCO-SEM-BASE(WS-IDX-VEN)(6:1)
              ELSE
                 MOVE 100 TO WS-SCO-PCT(WS-IDX-VEN, 6)
              END-IF
           ELSE
              COMPUTE WS-PCT-AUX ROUNDED =
                  WS-DEV-VEN(WS-IDX-VEN) / WS-FAT-VEN(WS-IDX-VEN)
                  * 100
              IF WS-PCT-AUX > 100
                 MOVE 100 TO WS-SCO-PCT(WS-IDX-VEN, 6)
              ELSE
                 MOVE WS-PCT-AUX TO WS-SCO-PCT(WS-IDX-VEN, 6)
              END-IF
           END-IF
           .

      * NOTA DE CADA MEDIDA (0-100): META ATINGIDA LIMITADA A 100,
      * POSITIVACAO, COBERTURA E QUALIDADE DIRETO, INADIMPLENCIA E
      * DEVOLUCAO PELO QUE FALTA PARA 100. A NOTA FINAL E A MEDIA
      * PONDERADA SO DAS MEDIDAS COM BASE NO MES.
       CALCULA-NOTA.
           MOVE ZEROS TO WS-SOMA-PONDERADA WS-SOMA-PESOS
           PERFORM VARYING WS-IDX-MED FROM 1 BY 1 UNTIL WS-IDX-MED > 6
              IF WS-SCO-SEM-BASE(WS-IDX-VEN)(WS-IDX-MED:1) = "N"
                 PERFORM CALCULA-NOTA-MEDIDA
                 COMPUTE WS-SOMA-PONDERADA = WS-SOMA-PONDERADA +
                     WS-NOTA-MEDIDA * WS-PESO(WS-IDX-MED)
                 ADD WS-PESO(WS-IDX-MED) TO WS-SOMA-PESOS
              END-IF
           END-PERFORM
           IF WS-SOMA-PESOS > ZEROS
              COMPUTE WS-SCO-NOTA(WS-IDX-VEN) ROUNDED =
                  WS-SOMA-PONDERADA / WS-SOMA-PESOS
           END-IF
           .

       CALCULA-NOTA-MEDIDA.
           MOVE WS-SCO-PCT(WS-IDX-VEN, WS-IDX-MED) TO WS-NOTA-MEDIDA
           EVALUATE WS-IDX-MED
             WHEN 1
                IF WS-NOTA-MEDIDA > 100
                   MOVE 100 TO WS-NOTA-MEDIDA
                END-IF
             WHEN 4
             WHEN 6
                COMPUTE WS-NOTA-MEDIDA = 100 - WS-NOTA-MEDIDA
           END-EVALUATE
           .

       ACUMULA-SUPERVISOR.
           MOVE VEN_COD_SUPERVISOR TO WS-IDX-SUP
           ADD 1 TO WS-SUP-QTD(WS-IDX-SUP)
           ADD WS-SCO-NOTA(WS-IDX-VEN) TO WS-SUP-SOMA-NOTA(WS-IDX-SUP)
           PERFORM VARYING WS-IDX-MED FROM 1 BY 1 UNTIL WS-IDX-MED > 6
              IF WS-SCO-SEM-BASE(WS-IDX-VEN)(WS-IDX-MED:1) = "N"
                 ADD WS-SCO-PCT(WS-IDX-VEN, WS-IDX-MED)
                     TO WS-SUP-SOMA-PCT(WS-IDX-SUP, WS-IDX-MED)
                 ADD 1 TO WS-SUP-QTD-PCT(WS-IDX-SUP, WS-IDX-MED)
              END-IF
           END-PERFORM
           .

      * INPUT/OUTPUT PROCEDURES DO SORT: ORDENA OS APURADOS PELA NOTA
      * (EMPATE PELO CODIGO) E NUMERA A POSICAO NO RANKING.
       LIBERA-RANKING.
           PERFORM VARYING WS-IDX-VEN FROM 1 BY 1
                   UNTIL WS-IDX-VEN = 999
              IF WS-SCO-APURADO(WS-IDX-VEN) = "S"
                 MOVE WS-SCO-NOTA(WS-IDX-VEN) TO WRK-NOTA
                 MOVE WS-IDX-VEN              TO WRK-VENDEDOR
                 RELEASE WORK-SCO-REG
              END-IF
           END-PERFORM
           IF WS-SCO-APURADO(999) = "S"
              MOVE WS-SCO-NOTA(999) TO WRK-NOTA
              MOVE 999              TO WRK-VENDEDOR
              RELEASE WORK-SCO-REG
           END-IF
           .

       NUMERA-RANKING.
           MOVE ZEROS TO WS-IDX-RANK
           MOVE "N" TO WS-EOF-SW
           PERFORM UNTIL EOF-SW
              RETURN WORK-SCO AT END
                 MOVE "Y" TO WS-EOF-SW
              END-RETURN
              IF WS-EOF-SW = "N"
                 ADD 1 TO WS-IDX-RANK
                 MOVE WRK-VENDEDOR TO WS-RANK-VEN(WS-IDX-RANK)
                 MOVE WS-IDX-RANK  TO WS-SCO-RANKING(WRK-VENDEDOR)
              END-IF
           END-PERFORM
           .

      * O MES E REGRAVADO INTEIRO: APAGA O QUE HAVIA DELE E GRAVA OS
      * VENDEDORES ("V") E AS EQUIPES ("S") DESTA APURACAO.
       GRAVA-HISTORICO.
           IF WS-SEM-SCORE = "N"
              MOVE "N" TO WS-EOF-SCO
              MOVE WS-ANO-MES TO SCO_ANO_MES
              MOVE SPACES     TO SCO_TIPO
              MOVE ZEROS      TO SCO_CODIGO
              START ARQ-SCORE KEY IS NOT LESS THAN SCO_CHAVE
                  INVALID KEY MOVE "Y" TO WS-EOF-SCO
              END-START
              PERFORM UNTIL WS-EOF-SCO = "Y"
                 READ ARQ-SCORE NEXT AT END
                    MOVE "Y" TO WS-EOF-SCO
                 END-READ
                 IF WS-EOF-SCO = "N"
                    IF SCO_ANO_MES NOT = WS-ANO-MES
                       MOVE "Y" TO WS-EOF-SCO
                    ELSE
                       DELETE ARQ-SCORE RECORD
                           INVALID KEY CONTINUE
                       END-DELETE
                    END-IF
                 END-IF
              END-PERFORM
              MOVE "00" TO WS-RESULTADO-ACESSO

              PERFORM VARYING WS-IDX-RANK FROM 1 BY 1
                      UNTIL WS-IDX-RANK > WS-QTD-APURADOS
                 MOVE WS-RANK-VEN(WS-IDX-RANK) TO WS-IDX-VEN
                 MOVE SPACES TO REGSCO
                 MOVE WS-ANO-MES TO SCO_ANO_MES
                 MOVE "V"        TO SCO_TIPO
                 MOVE WS-IDX-VEN TO SCO_CODIGO
                 MOVE WS-SCO-SUPERVISOR(WS-IDX-VEN)
                   TO SCO_COD_SUPERVISOR
                 PERFORM VARYING WS-IDX-MED FROM 1 BY 1
                         UNTIL WS-IDX-MED > 6
                    MOVE WS-SCO-PCT(WS-IDX-VEN, WS-IDX-MED)
                      TO SCO_PCT(WS-IDX-MED)
                 END-PERFORM
                 MOVE WS-SCO-NOTA(WS-IDX-VEN)     TO SCO_NOTA
                 MOVE WS-IDX-RANK                 TO SCO_RANKING
                 MOVE ZEROS                       TO SCO_QTD_EQUIPE
                 MOVE WS-DATA-HOJE                TO SCO_DATA_APURACAO
                 MOVE WS-SCO-SEM-BASE(WS-IDX-VEN) TO SCO_SEM_BASE
                 WRITE REGSCO
                     INVALID KEY CONTINUE
                 END-WRITE
              END-PERFORM

              PERFORM VARYING WS-IDX-SUP FROM 1 BY 1
                      UNTIL WS-IDX-SUP = 999
                 IF WS-SUP-QTD(WS-IDX-SUP) > ZEROS
                    PERFORM MONTA-REGISTRO-SUPERVISOR
                    WRITE REGSCO
                        INVALID KEY CONTINUE
                    END-WRITE
                 END-IF
              END-PERFORM
              MOVE "00" TO WS-RESULTADO-ACESSO
           END-IF
           .

      * MEDIA DA EQUIPE NO REGISTRO "S" (TAMBEM USADO NA IMPRESSAO
      * DO CONSOLIDADO).
       MONTA-REGISTRO-SUPERVISOR.
           MOVE SPACES TO REGSCO
           MOVE WS-ANO-MES TO SCO_ANO_MES
           MOVE "S"        TO SCO_TIPO
           MOVE WS-IDX-SUP TO SCO_CODIGO
           MOVE WS-IDX-SUP TO SCO_COD_SUPERVISOR
           MOVE "NNNNNN"   TO SCO_SEM_BASE
           PERFORM VARYING WS-IDX-MED FROM 1 BY 1 UNTIL WS-IDX-MED > 6
              IF WS-SUP-QTD-PCT(WS-IDX-SUP, WS-IDX-MED) = ZEROS
                 MOVE ZEROS TO SCO_PCT(WS-IDX-MED)
                 MOVE "S"   TO SCO_SEM_BASE(WS-IDX-MED:1)
              ELSE
                 COMPUTE SCO_PCT(WS-IDX-MED) ROUNDED =
                     WS-SUP-SOMA-PCT(WS-IDX-SUP, WS-IDX-MED) /
                     WS-SUP-QTD-PCT(WS-IDX-SUP, WS-IDX-MED)
              END-IF
           END-PERFORM
           COMPUTE SCO_NOTA ROUNDED =
               WS-SUP-SOMA-NOTA(WS-IDX-SUP) / WS-SUP-QTD(WS-IDX-SUP)
           MOVE ZEROS                  TO SCO_RANKING
           MOVE WS-SUP-QTD(WS-IDX-SUP) TO SCO_QTD_EQUIPE
           MOVE WS-DATA-HOJE           TO SCO_DATA_APURACAO
           .

      ******************************
      * IMPRESSAO DO SCORECARD     *
      ******************************
       EMITE-SCORECARD.
           OPEN OUTPUT ARQIMP
           MOVE WS-ANO-MES TO CAB-ANOMES
           WRITE REGIMP FROM CABEC
           MOVE WS-PESO(1) TO CABP-META
           MOVE WS-PESO(2) TO CABP-POSIT
           MOVE WS-PESO(3) TO CABP-COBERT
           MOVE WS-PESO(4) TO CABP-INADIM
           MOVE WS-PESO(5) TO CABP-QUALID
           MOVE WS-PESO(6) TO CABP-DEVOL
           WRITE REGIMP FROM CABEC-PESOS
           WRITE REGIMP FROM CABEC-LEGENDA

           MOVE SPACES TO REGIMP
           WRITE REGIMP
           MOVE "RANKING DOS VENDEDORES" TO CABS-TITULO
           WRITE REGIMP FROM CABEC-SECAO
           WRITE REGIMP FROM CABEC2
           PERFORM VARYING WS-IDX-RANK FROM 1 BY 1
                   UNTIL WS-IDX-RANK > WS-QTD-APURADOS
              MOVE WS-RANK-VEN(WS-IDX-RANK) TO WS-IDX-VEN
              PERFORM IMPRIME-VENDEDOR
           END-PERFORM

           MOVE SPACES TO REGIMP
           WRITE REGIMP
           MOVE "CONSOLIDADO POR SUPERVISOR (MEDIA DA EQUIPE)"
             TO CABS-TITULO
           WRITE REGIMP FROM CABEC-SECAO
           WRITE REGIMP FROM CABEC2-SUP
           MOVE ZEROS TO WS-QTD-SUPERVISORES
           PERFORM VARYING WS-IDX-SUP FROM 1 BY 1
                   UNTIL WS-IDX-SUP = 999
              IF WS-SUP-QTD(WS-IDX-SUP) > ZEROS
                 ADD 1 TO WS-QTD-SUPERVISORES
                 PERFORM MONTA-REGISTRO-SUPERVISOR
                 PERFORM IMPRIME-SUPERVISOR
              END-IF
           END-PERFORM

           IF WS-SEM-SCORE = "N"
              PERFORM EMITE-EVOLUCAO
           END-IF
           CLOSE ARQIMP
      * COPIA DATADA + CATALOGO DE SPOOL (VER SISSPPGER.CPY).
           MOVE "SCOVEN" TO WS-SPL-PROGRAMA
           MOVE WRL-ARQ-IMPRESSAO TO WS-SPL-ORIGEM
           PERFORM REGISTRA-SPOOL THRU REGISTRA-SPOOL-FIM
           .

       IMPRIME-VENDEDOR.
           MOVE WS-IDX-VEN TO VEN_CODIGO_VENDEDOR
           READ ARQ-VENDEDOR
               INVALID KEY MOVE SPACES TO VEN_NOME_VENDEDOR
           END-READ
           MOVE "00" TO WS-RESULTADO-ACESSO
           MOVE WS-IDX-RANK       TO IMPPOS
           MOVE WS-IDX-VEN        TO IMPCOD
           MOVE VEN_NOME_VENDEDOR TO IMPNOME
           MOVE WS-SCO-SUPERVISOR(WS-IDX-VEN) TO IMPSUP
           PERFORM VARYING WS-IDX-MED FROM 1 BY 1 UNTIL WS-IDX-MED > 6
              IF WS-SCO-SEM-BASE(WS-IDX-VEN)(WS-IDX-MED:1) = "S"
                 MOVE "     -" TO IMPMED-X(WS-IDX-MED)
              ELSE
                 MOVE WS-SCO-PCT(WS-IDX-VEN, WS-IDX-MED)
                   TO IMPMED(WS-IDX-MED)
              END-IF
           END-PERFORM
           MOVE WS-SCO-NOTA(WS-IDX-VEN) TO IMPNOTA
           WRITE REGIMP FROM DETAL
           .

      * O SUPERVISOR E UM VENDEDOR DO CADASTRO (VEN_COD_SUPERVISOR).
       IMPRIME-SUPERVISOR.
           MOVE WS-IDX-SUP TO VEN_CODIGO_VENDEDOR
           READ ARQ-VENDEDOR
               INVALID KEY MOVE SPACES TO VEN_NOME_VENDEDOR
           END-READ
           MOVE "00" TO WS-RESULTADO-ACESSO
           MOVE ZEROS             TO IMPPOS
           MOVE WS-IDX-SUP        TO IMPCOD
           MOVE VEN_NOME_VENDEDOR TO IMPNOME
           MOVE SCO_QTD_EQUIPE    TO IMPSUP
           PERFORM VARYING WS-IDX-MED FROM 1 BY 1 UNTIL WS-IDX-MED > 6
              IF SCO_SEM_BASE(WS-IDX-MED:1) = "S"
                 MOVE "     -" TO IMPMED-X(WS-IDX-MED)
              ELSE
                 MOVE SCO_PCT(WS-IDX-MED) TO IMPMED(WS-IDX-MED)
              END-IF
           END-PERFORM
           MOVE SCO_NOTA TO IMPNOTA
           WRITE REGIMP FROM DETAL
           .

      * EVOLUCAO DA NOTA NOS 12 MESES ATE O APURADO, LIDA DO
      * HISTORICO: VENDEDORES NA ORDEM DO RANKING E DEPOIS AS EQUIPES.
      * MES SEM APURACAO SAI COM "-".
       EMITE-EVOLUCAO.
           MOVE WS-ANO-MES(1:4) TO WS-ANO-AUX
           MOVE WS-ANO-MES(5:2) TO WS-MES-AUX
           PERFORM VARYING WS-IDX-MES FROM 12 BY -1
                   UNTIL WS-IDX-MES = ZEROS
              COMPUTE WS-MES-TEND(WS-IDX-MES) =
                  WS-ANO-AUX * 100 + WS-MES-AUX
              MOVE WS-MES-AUX       TO CABT-MES(WS-IDX-MES)
              MOVE "/"              TO CABT-BARRA(WS-IDX-MES)
              MOVE WS-ANO-AUX(3:2)  TO CABT-ANO(WS-IDX-MES)
              IF WS-MES-AUX = 01
                 SUBTRACT 1 FROM WS-ANO-AUX
                 MOVE 12 TO WS-MES-AUX
              ELSE
                 SUBTRACT 1 FROM WS-MES-AUX
              END-IF
           END-PERFORM
           MOVE SPACES TO REGIMP
           WRITE REGIMP
           MOVE "EVOLUCAO DA NOTA NOS ULTIMOS 12 MESES" TO CABS-TITULO
           WRITE REGIMP FROM CABEC-SECAO
           WRITE REGIMP FROM CABEC-TEND
           PERFORM VARYING WS-IDX-RANK FROM 1 BY 1
                   UNTIL WS-IDX-RANK > WS-QTD-APURADOS
              MOVE WS-RANK-VEN(WS-IDX-RANK) TO WS-IDX-VEN
              MOVE "VEN" TO IMPT-TIPO
              MOVE WS-IDX-VEN TO IMPT-COD
              PERFORM IMPRIME-EVOLUCAO
           END-PERFORM
           PERFORM VARYING WS-IDX-SUP FROM 1 BY 1
                   UNTIL WS-IDX-SUP = 999
              IF WS-SUP-QTD(WS-IDX-SUP) > ZEROS
                 MOVE "SUP" TO IMPT-TIPO
                 MOVE WS-IDX-SUP TO IMPT-COD
                 PERFORM IMPRIME-EVOLUCAO
              END-IF
           END-PERFORM
           .

       IMPRIME-EVOLUCAO.
           MOVE IMPT-COD TO VEN_CODIGO_VENDEDOR
           READ ARQ-VENDEDOR
               INVALID KEY MOVE SPACES TO VEN_NOME_VENDEDOR
           END-READ
           MOVE VEN_NOME_VENDEDOR TO IMPT-NOME
           PERFORM VARYING WS-IDX-MES FROM 1 BY 1
                   UNTIL WS-IDX-MES > 12
              MOVE WS-MES-TEND(WS-IDX-MES) TO SCO_ANO_MES
              MOVE IMPT-TIPO(1:1)          TO SCO_TIPO
              MOVE IMPT-COD                TO SCO_CODIGO
              READ ARQ-SCORE
                  INVALID KEY
                     MOVE "     -" TO IMPT-NOTA-X(WS-IDX-MES)
                  NOT INVALID KEY
                     MOVE SCO_NOTA TO IMPT-NOTA(WS-IDX-MES)
              END-READ
           END-PERFORM
           MOVE "00" TO WS-RESULTADO-ACESSO
           WRITE REGIMP FROM DET-TEND
           .

      * LINHA DO SCORECARD NO ARQ-AUD: E POR ELA QUE O STRCTL
      * RECONHECE O PASSO DA CADEIA NOTURNA COMO CONCLUIDO.
       GRAVA-AUDITORIA.
           MOVE FUNCTION CURRENT-DATE(1:14) TO AUD-DATA-HORA
           MOVE "SCOVEN"         TO AUD-PROGRAMA
           MOVE LS-ID            TO AUD-OPERADOR
           MOVE DOPCAO           TO AUD-OPERACAO
           MOVE WS-QTD-APURADOS  TO AUD-CODIGO
           MOVE SPACES           TO AUD-RESULTADO
           STRING "MES " WS-ANO-MES " SCORECARD APURADO"
               DELIMITED BY SIZE INTO AUD-RESULTADO
           END-STRING
           WRITE REGAUD
           .

      * SO O CADASTRO DE VENDEDORES E CLIENTES E OBRIGATORIO; CADA
      * MEDIDA CUJO ARQUIVO NAO EXISTE NA FILIAL FICA SEM BASE (OU
      * ZERADA) E O SCORECARD SAI COM AS DEMAIS.
       OPEN-ARQUIVOS.
           PERFORM OPEN-AUDITORIA
           OPEN INPUT ARQ-VENDEDOR
           IF WS-RESULTADO-ACESSO NOT = "00"
              MOVE "ERRO ABERTURA DO ARQ. VENDEDORES" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              CLOSE ARQ-AUD
              EXIT PROGRAM
              .
           OPEN INPUT ARQ-CLIENTE
           IF WS-RESULTADO-ACESSO NOT = "00"
              MOVE "ERRO ABERTURA DO ARQ. CLIENTES" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              CLOSE ARQ-VENDEDOR ARQ-AUD
              EXIT PROGRAM
              .
           MOVE "N" TO WS-SEM-NF
           OPEN INPUT ARQ-NF
           IF WS-RESULTADO-ACESSO NOT = "00"
              MOVE "S" TO WS-SEM-NF
           END-IF
           MOVE "N" TO WS-SEM-META
           OPEN INPUT ARQ-META
           IF WS-RESULTADO-ACESSO NOT = "00"
              MOVE "S" TO WS-SEM-META
           END-IF
           MOVE "N" TO WS-SEM-DEVOL
           OPEN INPUT ARQ-DEVOL
           IF WS-RESULTADO-ACESSO NOT = "00"
              MOVE "S" TO WS-SEM-DEVOL
           END-IF
           MOVE "N" TO WS-SEM-TITULOS
           OPEN INPUT ARQ-TITULO
           IF WS-RESULTADO-ACESSO NOT = "00"
              MOVE "S" TO WS-SEM-TITULOS
           END-IF
           MOVE "N" TO WS-SEM-VISITAS
           OPEN INPUT ARQ-VISITA
           IF WS-RESULTADO-ACESSO NOT = "00"
              MOVE "S" TO WS-SEM-VISITAS
           END-IF
           MOVE "N" TO WS-SEM-PEDIDOS
           OPEN INPUT ARQ-PEDIDO
           IF WS-RESULTADO-ACESSO NOT = "00"
              MOVE "S" TO WS-SEM-PEDIDOS
           END-IF
           MOVE "N" TO WS-SEM-SCORE
           OPEN I-O ARQ-SCORE
           IF WS-RESULTADO-ACESSO = "05" OR "35"
              OPEN OUTPUT ARQ-SCORE
              CLOSE ARQ-SCORE
              OPEN I-O ARQ-SCORE
           END-IF
           IF WS-RESULTADO-ACESSO NOT = "00"
              MOVE "S" TO WS-SEM-SCORE
           END-IF
           MOVE "00" TO WS-RESULTADO-ACESSO
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
           CLOSE ARQ-VENDEDOR ARQ-CLIENTE ARQ-AUD
           IF WS-SEM-NF = "N"
              CLOSE ARQ-NF
           END-IF
           IF WS-SEM-META = "N"
              CLOSE ARQ-META
           END-IF
           IF WS-SEM-DEVOL = "N"
              CLOSE ARQ-DEVOL
           END-IF
           IF WS-SEM-TITULOS = "N"
              CLOSE ARQ-TITULO
           END-IF
           IF WS-SEM-VISITAS = "N"
              CLOSE ARQ-VISITA
           END-IF
           IF WS-SEM-PEDIDOS = "N"
              CLOSE ARQ-PEDIDO
           END-IF
           IF WS-SEM-SCORE = "N"
              CLOSE ARQ-SCORE
           END-IF
           .

       CONFIRMA-TELA.
           MOVE "S" TO W-SN
           DISPLAY "CONFIRMA (S/N) : " AT 2340
           ACCEPT W-SN WITH UPDATE AT 2357

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

      **********************
      * ROTINA DE MENSAGEM *
      **********************
      * SEM OPERADOR NA TELA (MODO BATCH) A MENSAGEM NAO BLOQUEIA EM
      * ACCEPT, MESMO IDIOMA DO ROT-MENS DO DISTVEN.
       ROT-MENS.
           MOVE ZEROS TO W-CONT.
       ROT-MENS1.
           DISPLAY TELA-MENS.
           IF WS-MODO-BATCH NOT = "S"
              ACCEPT TELA-MENS
           END-IF.
       ROT-MENS2.
           MOVE SPACES TO MENS
           DISPLAY TELA-MENS.
       ROT-MENS-FIM.
           EXIT.

      * REGISTRA-SPOOL: VER COPYBOOK, COMPARTILHADO PELOS PROGRAMAS
      * DE RELATORIO.
       COPY "copybook\SISSPPGER.CPY".

      * CARREGA-FILIAL E MONTA-CAMINHOS-FILIAL: VER COPYBOOK,
      * COMPARTILHADO COM OS DEMAIS PROGRAMAS DA FILIAL.
       COPY "copybook\SISFIPGER.CPY".
