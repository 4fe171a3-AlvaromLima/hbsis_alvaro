      **************************************************
      * REEMBOLSO DE QUILOMETRAGEM DOS VENDEDORES:     *
      * KM REAL DO DIA PELOS CHECK-INS CONTRA O KM DO  *
      * ROTEIRO PLANEJADO, COM O VALOR POR KM          *
      **************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CALKMV.
       AUTHOR. ALVARO LIMA.
      *------------------------------------------------------
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
      *------------------------------------------------------
       WORKING-STORAGE SECTION.
       COPY "copybook\SISWSGER.CPY".
       COPY "copybook\SISCFGER.CPY".
       77 WRL-ARQ-IMPRESSAO    PIC X(100) VALUE SPACES.

      * "S" = EXECUCAO SEM OPERADOR NA TELA (LS-ID = "BATCH"), MESMO
      * IDIOMA DO CADVBA: NA CADEIA NOTURNA O PASSO SO RODA NA ULTIMA
      * NOITE DO MES, ENTAO O EXTRATO SAI DO MES CORRENTE, QUE ESTA
      * FECHANDO.
       77 WS-MODO-BATCH        PIC X(001) VALUE "N".

       77 WS-ANO-MES           PIC 9(006) VALUE ZEROS.
       77 WS-DATA-HOJE         PIC 9(008) VALUE ZEROS.
       77 WS-DATA-INICIO       PIC 9(008) VALUE ZEROS.
       77 WS-EOF-VEN           PIC X(001) VALUE "N".
       77 WS-EOF-CHK           PIC X(001) VALUE "N".
       77 WS-EOF-RPL           PIC X(001) VALUE "N".
       77 WS-SEM-ROTPLA        PIC X(001) VALUE "N".
       77 WS-QTD-IMPRESSOS     PIC 9(005) VALUE ZEROS.

      * TRAJETO REAL DO DIA: SAI DA BASE DO VENDEDOR (VEN_LATITUDE/
      * VEN_LONGITUDE), PASSA PELOS CHECK-INS NA ORDEM DA HORA E
      * VOLTA PARA A BASE. O PLANEJADO E MEDIDO DO MESMO JEITO SOBRE
      * AS PARADAS GRAVADAS PELO ROTVIS PARA AQUELE DIA, PARA OS DOIS
      * NUMEROS SEREM COMPARAVEIS.
       77 WS-DIA-ATUAL         PIC 9(008) VALUE ZEROS.
       77 WS-PONTO-LAT         PIC S9(003)V9(008) VALUE ZEROS.
       77 WS-PONTO-LON         PIC S9(003)V9(008) VALUE ZEROS.
       77 WS-METROS-REAL       PIC 9(015) VALUE ZEROS.
       77 WS-METROS-PLAN       PIC 9(015) VALUE ZEROS.
       77 WS-QTD-CHK-DIA       PIC 9(003) VALUE ZEROS.
       77 WS-QTD-PARADAS       PIC 9(003) VALUE ZEROS.
       77 WS-KM-REAL           PIC 9(007)V9(01) VALUE ZEROS.
       77 WS-KM-PLAN           PIC 9(007)V9(01) VALUE ZEROS.
       77 WS-KM-LIMITE         PIC 9(007)V9(01) VALUE ZEROS.
       77 WS-VALOR-DIA         PIC 9(009)V9(02) VALUE ZEROS.
       77 WS-OBS-DIA           PIC X(012) VALUE SPACES.

      * ACUMULADOS DO VENDEDOR E DA FILIAL NO MES.
       77 WS-VEN-DIAS          PIC 9(003) VALUE ZEROS.
       77 WS-VEN-MARCADOS      PIC 9(003) VALUE ZEROS.
       77 WS-VEN-KM-REAL       PIC 9(007)V9(01) VALUE ZEROS.
       77 WS-VEN-KM-PLAN       PIC 9(007)V9(01) VALUE ZEROS.
       77 WS-VEN-VALOR         PIC 9(009)V9(02) VALUE ZEROS.
      * O REEMBOLSO DO MES FICA GUARDADO COMO VERBA "K" DA FOLHA (VER
      * SISFLPGER E INTFOL), SALVO SE O MES JA FOI ENVIADO A FOLHA.
       77 WS-GRAVA-FOLHA       PIC X(001) VALUE "N".
       77 WS-TOT-VENDEDORES    PIC 9(005) VALUE ZEROS.
       77 WS-TOT-DIAS          PIC 9(005) VALUE ZEROS.
       77 WS-TOT-MARCADOS      PIC 9(005) VALUE ZEROS.
       77 WS-TOT-KM-REAL       PIC 9(009)V9(01) VALUE ZEROS.
       77 WS-TOT-KM-PLAN       PIC 9(009)V9(01) VALUE ZEROS.
       77 WS-TOT-VALOR         PIC 9(011)V9(02) VALUE ZEROS.
      * VENDEDOR COM CHECK-IN NO MES MAS SEM O PONTO DA BASE NO
      * CADASTRO: NAO HA DE ONDE MEDIR, SAI SO O AVISO NO EXTRATO.
       77 WS-TOT-SEM-BASE      PIC 9(005) VALUE ZEROS.

       01 CABEC.
          03 FILLER PIC X(45) VALUE
             "REEMBOLSO DE QUILOMETRAGEM - ANO/MES: ".
          03 CAB-ANOMES PIC 9(006).
          03 FILLER PIC X(14) VALUE "   VALOR/KM: ".
          03 CAB-VALOR-KM PIC Z9,99.

       01 CABEC-LEGENDA.
          03 FILLER PIC X(44) VALUE
             "KM REAL = BASE, CHECK-INS NA ORDEM DA HORA E".
          03 FILLER PIC X(46) VALUE
             " VOLTA; *SUPERVISOR* = REAL ACIMA DO PLANEJADO".
          03 FILLER PIC X(13) VALUE " + TOLERANCIA".

       01 CABEC-VENDEDOR.
          03 FILLER PIC X(10) VALUE "VENDEDOR: ".
          03 CABV-CODIGO PIC ZZ9.
          03 FILLER PIC X(03) VALUE " - ".
          03 CABV-NOME PIC X(040).

       01 CABEC2.
          03 FILLER PIC X(10) VALUE "DATA".
          03 FILLER PIC X(07) VALUE "VISITAS".
          03 FILLER PIC X(11) VALUE "    KM REAL".
          03 FILLER PIC X(08) VALUE " PARADAS".
          03 FILLER PIC X(11) VALUE "    KM PLAN".
          03 FILLER PIC X(11) VALUE "  DIFERENCA".
          03 FILLER PIC X(15) VALUE "      REEMBOLSO".
          03 FILLER PIC X(13) VALUE " OBS".

       01 DETAL.
          03 IMPDATA      PIC X(010).
          03 FILLER       PIC X(03) VALUE SPACES.
          03 IMPVISITAS   PIC ZZ9.
          03 FILLER       PIC X(01) VALUE SPACES.
          03 IMPKMREAL    PIC ZZZ.ZZ9,9.
          03 FILLER       PIC X(05) VALUE SPACES.
          03 IMPPARADAS   PIC ZZ9.
          03 FILLER       PIC X(01) VALUE SPACES.
          03 IMPKMPLAN    PIC ZZZ.ZZ9,9.
          03 FILLER       PIC X(01) VALUE SPACES.
          03 IMPDIFER     PIC -ZZZ.ZZ9,9.
          03 FILLER       PIC X(01) VALUE SPACES.
          03 IMPVALOR     PIC ZZZ.ZZZ.ZZ9,99.
          03 FILLER       PIC X(01) VALUE SPACES.
          03 IMPOBS       PIC X(012).

       01 TOTAL-VENDEDOR.
          03 TOTV-TITULO  PIC X(14).
          03 TOTV-DIAS    PIC ZZ.ZZ9.
          03 FILLER       PIC X(06) VALUE " DIAS ".
          03 TOTV-KMREAL  PIC ZZZ.ZZZ.ZZ9,9.
          03 FILLER       PIC X(05) VALUE " KM  ".
          03 TOTV-KMPLAN  PIC ZZZ.ZZZ.ZZ9,9.
          03 FILLER       PIC X(10) VALUE " KM PLAN  ".
          03 TOTV-VALOR   PIC ZZ.ZZZ.ZZZ.ZZ9,99.
          03 FILLER       PIC X(02) VALUE SPACES.
          03 TOTV-MARCADOS PIC ZZ.ZZ9.
          03 FILLER       PIC X(08) VALUE " MARCADO".

       01 WS-MENS-TOTAL.
          03 FILLER     PIC X(27) VALUE "EXTRATO CONCLUIDO OK - ".
          03 WS-MENS-QTD PIC ZZZZ9.
          03 FILLER     PIC X(12) VALUE " VENDEDOR(S)".

       COPY "copybook\SISDTGER.CPY".

       LINKAGE SECTION.
       01 LS-ID PIC X(5).

       SCREEN SECTION.
       COPY "copybook\SISSTGER.CPY".

       01 TELA-KMVEN.
        02 BLANK SCREEN.
        02 LINE 02 COL 28 VALUE "Sistema de Franquia AMBEV".
        02 LINE 07 COL 22 VALUE
          "REEMBOLSO DE QUILOMETRAGEM DOS VENDEDORES".
        02 LINE 09 COL 10 VALUE "ANO/MES (AAAAMM)     : [      ]".
        02 LINE 11 COL 10 VALUE
          "KM DE CADA DIA PELA SEQUENCIA REAL DOS CHECK-INS, SAINDO".
        02 LINE 12 COL 10 VALUE
          "E VOLTANDO A BASE DO VENDEDOR, CONTRA O ROTEIRO".
        02 LINE 13 COL 10 VALUE
          "PLANEJADO. DIA MUITO ACIMA DO PLANEJADO OU SEM ROTEIRO".
        02 LINE 14 COL 10 VALUE
          "SAI MARCADO PARA O SUPERVISOR.".
      *-------------------------------------------------------
       PROCEDURE DIVISION  USING LS-ID.
       INICIO.
      * RESOLVE OS CAMINHOS DA FILIAL SELECIONADA NO LOGIN ANTES DE
      * ABRIR QUALQUER ARQUIVO DE DADOS (VER SISFIPGER.CPY).
           MOVE LS-ID TO WS-SESSAO-ID
           PERFORM CARREGA-FILIAL
           MOVE WCF-ARQ-IMPRESSAO-KMVEN TO WRL-ARQ-IMPRESSAO
           MOVE ZEROS TO WS-QTD-IMPRESSOS
           MOVE "N" TO WS-MODO-BATCH
           IF LS-ID = "BATCH"
              MOVE "S" TO WS-MODO-BATCH
           END-IF

           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-DATA-HOJE
           MOVE WS-DATA-HOJE(1:6) TO WS-ANO-MES
           PERFORM OPEN-AUDITORIA
      * SEM CHECK-IN IMPORTADO NAO HA O QUE REEMBOLSAR; A LINHA DE
      * AUDITORIA SAI DO MESMO JEITO PARA A CADEIA NAO PARAR.
           OPEN INPUT ARQ-CHECKIN
           IF WS-RESULTADO-ACESSO NOT = "00"
              MOVE ZEROS TO WS-QTD-IMPRESSOS
              MOVE "EXTRATO" TO DOPCAO
              PERFORM GRAVA-AUDITORIA
              CLOSE ARQ-AUD
              MOVE "*** NAO HA CHECK-INS IMPORTADOS ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              EXIT PROGRAM
              .
           OPEN INPUT ARQ-VENDEDOR
           IF WS-RESULTADO-ACESSO NOT = "00"
              MOVE "ERRO ABERTURA DO ARQ. VENDEDORES" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              CLOSE ARQ-CHECKIN ARQ-AUD
              EXIT PROGRAM
              .
      * SEM ROTEIRO GRAVADO TODO DIA SAI COMO "SEM ROTEIRO".
           OPEN INPUT ARQ-ROTPLA
           IF WS-RESULTADO-ACESSO NOT = "00"
              MOVE "00" TO WS-RESULTADO-ACESSO
              MOVE "S" TO WS-SEM-ROTPLA
           ELSE
              MOVE "N" TO WS-SEM-ROTPLA
           END-IF

           IF WS-MODO-BATCH = "S"
              PERFORM GERA-EXTRATO
           ELSE
              DISPLAY TELA-KMVEN
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
              IF W-SN = "S"
                 PERFORM GERA-EXTRATO
                 MOVE WS-QTD-IMPRESSOS TO WS-MENS-QTD
                 MOVE WS-MENS-TOTAL TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
              END-IF
           END-IF
           CLOSE ARQ-CHECKIN ARQ-VENDEDOR ARQ-AUD
           IF WS-SEM-ROTPLA = "N"
              CLOSE ARQ-ROTPLA
           END-IF
           EXIT PROGRAM
           .

      * PERCORRE O CADASTRO DE VENDEDORES; SO ENTRA NO EXTRATO QUEM
      * TEM CHECK-IN NO MES.
       GERA-EXTRATO.
           OPEN OUTPUT ARQIMP
           MOVE WS-ANO-MES   TO CAB-ANOMES
           MOVE WCF-KM-VALOR TO CAB-VALOR-KM
           WRITE REGIMP FROM CABEC
           WRITE REGIMP FROM CABEC-LEGENDA
           MOVE ZEROS TO WS-TOT-VENDEDORES WS-TOT-DIAS WS-TOT-MARCADOS
                         WS-TOT-KM-REAL WS-TOT-KM-PLAN WS-TOT-VALOR
                         WS-TOT-SEM-BASE
           COMPUTE WS-DATA-INICIO = WS-ANO-MES * 100 + 1
           PERFORM PREPARA-VERBAS-FOLHA

           MOVE "N" TO WS-EOF-VEN
           MOVE ZEROS TO VEN_CODIGO_VENDEDOR
           START ARQ-VENDEDOR
               KEY IS NOT LESS THAN VEN_CODIGO_VENDEDOR
                    INVALID KEY
                       MOVE "Y" TO WS-EOF-VEN
           END-START
           PERFORM UNTIL WS-EOF-VEN = "Y"
               READ ARQ-VENDEDOR NEXT AT END
                   MOVE "Y" TO WS-EOF-VEN
               END-READ
               IF WS-EOF-VEN = "N"
                  PERFORM APURA-VENDEDOR
               END-IF
           END-PERFORM
           MOVE "00" TO WS-RESULTADO-ACESSO
           IF WS-GRAVA-FOLHA = "S"
              PERFORM FECHA-VERBAS-FOLHA
           END-IF

           MOVE SPACES TO REGIMP
           WRITE REGIMP
           MOVE "TOTAL FILIAL: " TO TOTV-TITULO
           MOVE WS-TOT-DIAS      TO TOTV-DIAS
           MOVE WS-TOT-KM-REAL   TO TOTV-KMREAL
           MOVE WS-TOT-KM-PLAN   TO TOTV-KMPLAN
           MOVE WS-TOT-VALOR     TO TOTV-VALOR
           MOVE WS-TOT-MARCADOS  TO TOTV-MARCADOS
           WRITE REGIMP FROM TOTAL-VENDEDOR
           IF WS-TOT-SEM-BASE > ZEROS
              MOVE SPACES TO REGIMP
              STRING "ATENCAO: " WS-TOT-SEM-BASE
                     " VENDEDOR(ES) SEM PONTO DA BASE NO CADASTRO"
                  DELIMITED BY SIZE INTO REGIMP
              END-STRING
              WRITE REGIMP
           END-IF
           CLOSE ARQIMP
      * COPIA DATADA + CATALOGO DE SPOOL (VER SISSPPGER.CPY).
           MOVE "CALKMV" TO WS-SPL-PROGRAMA
           MOVE WRL-ARQ-IMPRESSAO TO WS-SPL-ORIGEM
           PERFORM REGISTRA-SPOOL THRU REGISTRA-SPOOL-FIM
           MOVE "EXTRATO" TO DOPCAO
           PERFORM GRAVA-AUDITORIA
           .

      * LINHA DO EXTRATO NO ARQ-AUD: E POR ELA QUE O STRCTL
      * RECONHECE O PASSO DA CADEIA NOTURNA COMO CONCLUIDO.
       GRAVA-AUDITORIA.
           MOVE FUNCTION CURRENT-DATE(1:14) TO AUD-DATA-HORA
           MOVE "CALKMV"         TO AUD-PROGRAMA
           MOVE LS-ID            TO AUD-OPERADOR
           MOVE DOPCAO           TO AUD-OPERACAO
           MOVE WS-QTD-IMPRESSOS TO AUD-CODIGO
           MOVE SPACES           TO AUD-RESULTADO
           STRING "MES " WS-ANO-MES " EXTRATO DE KM EMITIDO"
               DELIMITED BY SIZE INTO AUD-RESULTADO
           END-STRING
           WRITE REGAUD
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

      * LE OS CHECK-INS DO VENDEDOR NO MES JA NA ORDEM DE DATA E HORA
      * (CHAVE DO ARQUIVO) E FECHA UM DIA A CADA TROCA DE DATA.
       APURA-VENDEDOR.
           MOVE ZEROS TO WS-VEN-DIAS WS-VEN-MARCADOS WS-VEN-KM-REAL
                         WS-VEN-KM-PLAN WS-VEN-VALOR WS-DIA-ATUAL
           MOVE "N" TO WS-EOF-CHK
           MOVE VEN_CODIGO_VENDEDOR TO CKI_COD_VENDEDOR
           MOVE WS-DATA-INICIO      TO CKI_DATA
           MOVE ZEROS TO CKI_HORA CKI_CODIGO_CLIENTE
           START ARQ-CHECKIN
               KEY IS NOT LESS THAN CKI_CHAVE
                    INVALID KEY
                       MOVE "Y" TO WS-EOF-CHK
           END-START
           PERFORM UNTIL WS-EOF-CHK = "Y"
               READ ARQ-CHECKIN NEXT AT END
                   MOVE "Y" TO WS-EOF-CHK
               END-READ
               IF WS-EOF-CHK = "N"
                  IF CKI_COD_VENDEDOR NOT = VEN_CODIGO_VENDEDOR OR
                     CKI_DATA(1:6) NOT = WS-ANO-MES
                     MOVE "Y" TO WS-EOF-CHK
                  ELSE
                     PERFORM SOMA-CHECKIN
                  END-IF
               END-IF
           END-PERFORM
           MOVE "00" TO WS-RESULTADO-ACESSO
           IF WS-DIA-ATUAL > ZEROS
              IF VEN_LATITUDE NOT = ZEROS OR VEN_LONGITUDE NOT = ZEROS
                 PERFORM FECHA-DIA
              END-IF
              PERFORM FECHA-VENDEDOR
           END-IF
           .

       SOMA-CHECKIN.
           IF WS-DIA-ATUAL = ZEROS
              PERFORM IMPRIME-CABECALHO-VENDEDOR
              IF VEN_LATITUDE = ZEROS AND VEN_LONGITUDE = ZEROS
                 ADD 1 TO WS-TOT-SEM-BASE
                 MOVE "  *** SEM PONTO DA BASE - KM NAO APURADO ***"
                   TO REGIMP
                 WRITE REGIMP
              END-IF
           END-IF
           IF VEN_LATITUDE = ZEROS AND VEN_LONGITUDE = ZEROS
              MOVE CKI_DATA TO WS-DIA-ATUAL
           ELSE
              IF CKI_DATA NOT = WS-DIA-ATUAL
                 IF WS-DIA-ATUAL > ZEROS
                    PERFORM FECHA-DIA
                 END-IF
                 PERFORM INICIA-DIA
              END-IF
              MOVE WS-PONTO-LAT  TO P1LA
              MOVE WS-PONTO-LON  TO P1LO
              MOVE CKI_LATITUDE  TO P2LA
              MOVE CKI_LONGITUDE TO P2LO
              MOVE ZEROS TO WS-METROS
              PERFORM CALCULO-DISTANCIA-ENTRE-2PONTOS
              ADD WS-METROS TO WS-METROS-REAL
              ADD 1 TO WS-QTD-CHK-DIA
              MOVE CKI_LATITUDE  TO WS-PONTO-LAT
              MOVE CKI_LONGITUDE TO WS-PONTO-LON
           END-IF
           .

       INICIA-DIA.
           MOVE CKI_DATA      TO WS-DIA-ATUAL
           MOVE VEN_LATITUDE  TO WS-PONTO-LAT
           MOVE VEN_LONGITUDE TO WS-PONTO-LON
           MOVE ZEROS TO WS-METROS-REAL WS-QTD-CHK-DIA
           .

      * VOLTA DO ULTIMO CHECK-IN PARA A BASE, MEDE O PLANEJADO DO DIA
      * E IMPRIME A LINHA COM O REEMBOLSO (SEMPRE SOBRE O KM REAL; A
      * MARCA SO CHAMA O SUPERVISOR PARA CONFERIR).
       FECHA-DIA.
           MOVE WS-PONTO-LAT  TO P1LA
           MOVE WS-PONTO-LON  TO P1LO
           MOVE VEN_LATITUDE  TO P2LA
           MOVE VEN_LONGITUDE TO P2LO
           MOVE ZEROS TO WS-METROS
           PERFORM CALCULO-DISTANCIA-ENTRE-2PONTOS
           ADD WS-METROS TO WS-METROS-REAL
           COMPUTE WS-KM-REAL ROUNDED = WS-METROS-REAL / 1000
           PERFORM MEDE-ROTEIRO-PLANEJADO
           COMPUTE WS-KM-PLAN ROUNDED = WS-METROS-PLAN / 1000
           COMPUTE WS-VALOR-DIA ROUNDED = WS-KM-REAL * WCF-KM-VALOR

           MOVE SPACES TO WS-OBS-DIA
           IF WS-QTD-PARADAS = ZEROS
              MOVE "SEM ROTEIRO" TO WS-OBS-DIA
              ADD 1 TO WS-VEN-MARCADOS
           ELSE
              COMPUTE WS-KM-LIMITE ROUNDED =
                  WS-KM-PLAN * (100 + WCF-KM-PCT-EXCESSO) / 100
              IF WS-KM-REAL > WS-KM-LIMITE AND
                 WS-KM-REAL - WS-KM-PLAN > WCF-KM-EXCESSO-MINIMO
                 MOVE "*SUPERVISOR*" TO WS-OBS-DIA
                 ADD 1 TO WS-VEN-MARCADOS
              END-IF
           END-IF

           MOVE SPACES TO IMPDATA
           STRING WS-DIA-ATUAL(7:2) "/" WS-DIA-ATUAL(5:2) "/"
                  WS-DIA-ATUAL(1:4)
               DELIMITED BY SIZE INTO IMPDATA
           END-STRING
           MOVE WS-QTD-CHK-DIA TO IMPVISITAS
           MOVE WS-KM-REAL     TO IMPKMREAL
           MOVE WS-QTD-PARADAS TO IMPPARADAS
           MOVE WS-KM-PLAN     TO IMPKMPLAN
           COMPUTE IMPDIFER = WS-KM-REAL - WS-KM-PLAN
           MOVE WS-VALOR-DIA   TO IMPVALOR
           MOVE WS-OBS-DIA     TO IMPOBS
           WRITE REGIMP FROM DETAL
           ADD 1 TO CONLIN
           IF CONLIN > LINPAG
              PERFORM IMPRIME-CABECALHO-VENDEDOR
           END-IF

           ADD 1            TO WS-VEN-DIAS
           ADD WS-KM-REAL   TO WS-VEN-KM-REAL
           ADD WS-KM-PLAN   TO WS-VEN-KM-PLAN
           ADD WS-VALOR-DIA TO WS-VEN-VALOR
           .

      * PLANEJADO DO DIA: BASE, PARADAS DO ROTVIS NA ORDEM DA FOLHA
      * E VOLTA PARA A BASE.
       MEDE-ROTEIRO-PLANEJADO.
           MOVE ZEROS TO WS-METROS-PLAN WS-QTD-PARADAS
           IF WS-SEM-ROTPLA = "N"
              MOVE VEN_LATITUDE  TO P1LA
              MOVE VEN_LONGITUDE TO P1LO
              MOVE "N" TO WS-EOF-RPL
              MOVE VEN_CODIGO_VENDEDOR TO RPL_COD_VENDEDOR
              MOVE WS-DIA-ATUAL        TO RPL_DATA
              MOVE ZEROS               TO RPL_SEQ
              START ARQ-ROTPLA
                  KEY IS NOT LESS THAN RPL_CHAVE
                       INVALID KEY
                          MOVE "Y" TO WS-EOF-RPL
              END-START
              PERFORM UNTIL WS-EOF-RPL = "Y"
                  READ ARQ-ROTPLA NEXT AT END
                      MOVE "Y" TO WS-EOF-RPL
                  END-READ
                  IF WS-EOF-RPL = "N"
                     IF RPL_COD_VENDEDOR NOT = VEN_CODIGO_VENDEDOR OR
                        RPL_DATA NOT = WS-DIA-ATUAL
                        MOVE "Y" TO WS-EOF-RPL
                     ELSE
                        MOVE RPL_LATITUDE  TO P2LA
                        MOVE RPL_LONGITUDE TO P2LO
                        MOVE ZEROS TO WS-METROS
                        PERFORM CALCULO-DISTANCIA-ENTRE-2PONTOS
                        ADD WS-METROS TO WS-METROS-PLAN
                        ADD 1 TO WS-QTD-PARADAS
                        MOVE RPL_LATITUDE  TO P1LA
                        MOVE RPL_LONGITUDE TO P1LO
                     END-IF
                  END-IF
              END-PERFORM
              MOVE "00" TO WS-RESULTADO-ACESSO
              IF WS-QTD-PARADAS > ZEROS
                 MOVE VEN_LATITUDE  TO P2LA
                 MOVE VEN_LONGITUDE TO P2LO
                 MOVE ZEROS TO WS-METROS
                 PERFORM CALCULO-DISTANCIA-ENTRE-2PONTOS
                 ADD WS-METROS TO WS-METROS-PLAN
              END-IF
           END-IF
           .

       FECHA-VENDEDOR.
           MOVE "  TOTAL:     " TO TOTV-TITULO
           MOVE WS-VEN-DIAS     TO TOTV-DIAS
           MOVE WS-VEN-KM-REAL  TO TOTV-KMREAL
           MOVE WS-VEN-KM-PLAN  TO TOTV-KMPLAN
           MOVE WS-VEN-VALOR    TO TOTV-VALOR
           MOVE WS-VEN-MARCADOS TO TOTV-MARCADOS
           WRITE REGIMP FROM TOTAL-VENDEDOR
           ADD 1 TO WS-QTD-IMPRESSOS
           ADD 1 TO WS-TOT-VENDEDORES
           ADD WS-VEN-DIAS     TO WS-TOT-DIAS
           ADD WS-VEN-MARCADOS TO WS-TOT-MARCADOS
           ADD WS-VEN-KM-REAL  TO WS-TOT-KM-REAL
           ADD WS-VEN-KM-PLAN  TO WS-TOT-KM-PLAN
           ADD WS-VEN-VALOR    TO WS-TOT-VALOR
           IF WS-GRAVA-FOLHA = "S"
              MOVE VEN_CODIGO_VENDEDOR TO WS-FOL-VENDEDOR
              MOVE "K"                 TO WS-FOL-TIPO
              MOVE WS-VEN-VALOR        TO WS-FOL-VALOR
              PERFORM GRAVA-VERBA-FOLHA
           END-IF
           .

      * A REEMISSAO DO EXTRATO DO MES SUBSTITUI O REEMBOLSO GUARDADO;
      * MES JA ENVIADO A FOLHA SO IMPRIME, SEM MEXER NO QUE FOI PAGO.
       PREPARA-VERBAS-FOLHA.
           MOVE "N" TO WS-GRAVA-FOLHA
           MOVE WS-ANO-MES TO WS-FOL-ANO-MES
           PERFORM VERIFICA-MES-FOLHA
           IF WS-FOL-EXPORTADO = "S"
              MOVE "MES JA ENVIADO A FOLHA: VERBAS MANTIDAS" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
           ELSE
              PERFORM ABRE-VERBAS-FOLHA
              IF WS-FOL-SEM-VERBAS = "N"
                 MOVE "S" TO WS-GRAVA-FOLHA
                 MOVE "K" TO WS-FOL-TIPOS
                 PERFORM LIMPA-VERBAS-FOLHA
              END-IF
           END-IF
           .

       IMPRIME-CABECALHO-VENDEDOR.
           MOVE ZEROS TO CONLIN
           MOVE SPACES TO REGIMP
           WRITE REGIMP
           MOVE VEN_CODIGO_VENDEDOR TO CABV-CODIGO
           MOVE VEN_NOME_VENDEDOR   TO CABV-NOME
           WRITE REGIMP FROM CABEC-VENDEDOR
           WRITE REGIMP FROM CABEC2
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

      * CALCULO-DISTANCIA-ENTRE-2PONTOS E CALCULA-ATAN2-SIGMA: VER
      * COPYBOOK, COMPARTILHADO COM DISTVEN/ROTVIS.
       COPY "copybook\SISDTPGER.CPY".

      * REGISTRA-SPOOL: VER COPYBOOK, COMPARTILHADO PELOS PROGRAMAS
      * DE RELATORIO.
       COPY "copybook\SISSPPGER.CPY".

      * VERBAS DA FOLHA DE PAGAMENTO: VER COPYBOOK, COMPARTILHADO COM
      * O CALCOM E O INTFOL.
       COPY "copybook\SISFLPGER.CPY".

      * CARREGA-FILIAL E MONTA-CAMINHOS-FILIAL: VER COPYBOOK,
      * COMPARTILHADO COM OS DEMAIS PROGRAMAS DA FILIAL.
       COPY "copybook\SISFIPGER.CPY".
