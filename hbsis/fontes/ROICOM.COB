      **************************************************
      * RETORNO DOS ATIVOS EM COMODATO: FATURAMENTO DO *
      * CLIENTE DESDE A COLOCACAO X VALOR DO ATIVO E   *
      * VOLUME MINIMO DO TIPO; CANDIDATOS A RETIRADA E *
      * CAPITAL OCIOSO POR VENDEDOR                    *
      **************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ROICOM.
       AUTHOR. ALVARO LIMA.
      *------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       COPY "copybook\SISSLGER.CPY".

      * VOLUME MINIMO MENSAL POR TIPO DE EQUIPAMENTO: UMA LINHA POR
      * TIPO, TIPO(10) E MINIMO(7) SEPARADOS POR UM ESPACO.
           SELECT ARQ-COMCFG ASSIGN TO WID-ARQ-COMOD-CFG
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS  IS WS-FS-CFG.

           SELECT WORK-ROI ASSIGN TO "WORKROI".
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
       COPY "copybook\SISFDGER.CPY".

       FD ARQ-COMCFG
           RECORD CONTAINS 18 CHARACTERS.
       01 REGCMC.
           05 CMC_TIPO          PIC X(010).
           05 FILLER            PIC X(001).
           05 CMC_MINIMO        PIC 9(007).

       SD WORK-ROI.
       01 WORK-ROI-REG.
          03 WRK-VENDEDOR   PIC 9(003).
          03 WRK-CLIENTE    PIC 9(007).
          03 WRK-IDX-ATV    PIC 9(004).
      *------------------------------------------------------
       WORKING-STORAGE SECTION.
       COPY "copybook\SISWSGER.CPY".
       COPY "copybook\SISCFGER.CPY".
       77 WRL-ARQ-IMPRESSAO    PIC X(100) VALUE SPACES.
       77 WS-FS-CFG            PIC X(002) VALUE SPACES.

      * "S" = EXECUCAO SEM OPERADOR NA TELA (LS-ID = "BATCH"): NA
      * CADEIA NOTURNA O PASSO SO RODA NA ULTIMA NOITE DO MES, ENTAO
      * O RELATORIO SAI DO MES CORRENTE, QUE ESTA FECHANDO (MESMO
      * IDIOMA DO SCOVEN). PELA TELA O MES SUGERIDO E O ANTERIOR.
       77 WS-MODO-BATCH        PIC X(001) VALUE "N".

       77 WS-ANO-MES           PIC 9(006) VALUE ZEROS.
       77 WS-ANO-AUX           PIC 9(004) VALUE ZEROS.
       77 WS-MES-AUX           PIC 9(002) VALUE ZEROS.
       77 WS-DATA-HOJE         PIC 9(008) VALUE ZEROS.
       77 WS-MESES-REF         PIC 9(006) VALUE ZEROS.
      * ANO/MES AAAAMM CONVERTIDO EM NUMERO DE MESES (ANO * 12 +
      * MES) PARA CONTAR A DISTANCIA ENTRE DOIS MESES.
       01 WS-MESES-AUX         PIC 9(006) VALUE ZEROS.
       01 FILLER REDEFINES WS-MESES-AUX.
          05 WS-MA-ANO         PIC 9(004).
          05 WS-MA-MES         PIC 9(002).
       77 WS-DESLOC            PIC 9(006) VALUE ZEROS.
       77 WS-MES-INICIAL       PIC 9(006) VALUE ZEROS.
       77 WS-MESES-ABAIXO      PIC 9(002) VALUE ZEROS.

       77 WS-EOF-ATV           PIC X(001) VALUE "N".
       77 WS-EOF-HIS           PIC X(001) VALUE "N".
       77 WS-EOF-WORK          PIC X(001) VALUE "N".
       77 WS-SEM-HISVEN        PIC X(001) VALUE "N".
       77 WS-TABELA-CHEIA      PIC X(001) VALUE "N".

       77 WS-IDX-ATV           PIC 9(004) VALUE ZEROS.
       77 WS-IDX-CLI           PIC 9(004) VALUE ZEROS.
       77 WS-IDX-TIP           PIC 9(002) VALUE ZEROS.
       77 WS-IDX-MES           PIC 9(002) VALUE ZEROS.
       77 WS-IDX-VEN           PIC 9(003) VALUE ZEROS.
       77 WS-QTD-ATV           PIC 9(004) VALUE ZEROS.
       77 WS-QTD-CLI           PIC 9(004) VALUE ZEROS.
       77 WS-QTD-TIPOS         PIC 9(002) VALUE ZEROS.
       77 WS-QTD-CANDIDATOS    PIC 9(005) VALUE ZEROS.
       77 WS-VENDEDOR-ANTERIOR PIC 9(003) VALUE ZEROS.
       77 WS-TIPO-MAIUSC       PIC X(010) VALUE SPACES.

      * VOLUME MINIMO MENSAL POR TIPO (CARREGADO DO COMODMIN.CFG).
       01 WS-TAB-TIPOS.
          05 WS-TIP            OCCURS 50 TIMES.
             10 WS-TIP-NOME    PIC X(010).
             10 WS-TIP-MINIMO  PIC 9(007).

      * ATIVOS COLOCADOS (STATUS "A" COM CLIENTE), NA ORDEM DO
      * CLIENTE (CHAVE ALTERNATIVA): OS ATIVOS DE UM CLIENTE FICAM
      * CONTIGUOS E O CLIENTE GUARDA O PRIMEIRO E A QUANTIDADE.
       01 WS-TAB-ATIVOS.
          05 WS-ATV            OCCURS 3000 TIMES.
             10 WS-ATV-CODIGO     PIC 9(007).
             10 WS-ATV-TIPO       PIC X(010).
             10 WS-ATV-VALOR      PIC 9(009)V9(02).
             10 WS-ATV-COLOCACAO  PIC 9(008).
             10 WS-ATV-MES-INICIO PIC 9(006).
             10 WS-ATV-MINIMO     PIC 9(007).
             10 WS-ATV-IDX-CLI    PIC 9(004).
             10 WS-ATV-FATURADO   PIC 9(013)V9(02).
             10 WS-ATV-MESES      PIC 9(003).
             10 WS-ATV-ABAIXO     PIC 9(002).
             10 WS-ATV-CANDIDATO  PIC X(001).

      * CLIENTES COM ATIVO COLOCADO. O MINIMO DO CLIENTE E A SOMA DOS
      * MINIMOS DOS SEUS ATIVOS (DOIS EQUIPAMENTOS PEDEM O VOLUME DE
      * DOIS); O VOLUME DOS ULTIMOS 12 MESES FICA POR MES, O MES 1 E
      * O DO RELATORIO.
       01 WS-TAB-CLIENTES.
          05 WS-CLI            OCCURS 3000 TIMES.
             10 WS-CLI-CODIGO     PIC 9(007).
             10 WS-CLI-VENDEDOR   PIC 9(003).
             10 WS-CLI-PRIMEIRO   PIC 9(004).
             10 WS-CLI-QTD-ATV    PIC 9(004).
             10 WS-CLI-MINIMO     PIC 9(009).
             10 WS-CLI-VOLUME     PIC 9(009) OCCURS 12 TIMES.

      * CAPITAL POR VENDEDOR (O CODIGO, PIC 9(003), E O INDICE).
       01 WS-TAB-VENDEDOR.
          05 WS-VEN            OCCURS 999 TIMES.
             10 WS-VEN-QTD-ATV    PIC 9(005).
             10 WS-VEN-CAPITAL    PIC 9(011)V9(02).
             10 WS-VEN-QTD-OCIOSO PIC 9(005).
             10 WS-VEN-OCIOSO     PIC 9(011)V9(02).

       77 WS-VOLUME-MEDIO      PIC 9(009) VALUE ZEROS.
       77 WS-MESES-MEDIA       PIC 9(002) VALUE ZEROS.
       77 WS-SOMA-VOLUME       PIC 9(011) VALUE ZEROS.
       77 WS-ROI-PCT           PIC 9(007)V9(01) VALUE ZEROS.
       77 WS-TOT-QTD-ATV       PIC 9(005) VALUE ZEROS.
       77 WS-TOT-CAPITAL       PIC 9(011)V9(02) VALUE ZEROS.
       77 WS-TOT-QTD-OCIOSO    PIC 9(005) VALUE ZEROS.
       77 WS-TOT-OCIOSO        PIC 9(011)V9(02) VALUE ZEROS.

       01 CABEC.
          03 FILLER PIC X(45) VALUE
             "RETORNO DOS ATIVOS EM COMODATO - ANO/MES: ".
          03 CAB-ANOMES PIC 9(006).
          03 FILLER PIC X(33) VALUE
             "   CANDIDATO: ABAIXO DO MINIMO EM".
          03 CAB-MESES  PIC Z9.
          03 FILLER PIC X(16) VALUE " MESES SEGUIDOS".
       01 CABEC-VEND.
          03 FILLER PIC X(10) VALUE "VENDEDOR: ".
          03 CABV-CODIGO PIC 9(003).
          03 FILLER PIC X(01) VALUE SPACES.
          03 CABV-NOME   PIC X(040).
       01 CABEC2.
          03 FILLER PIC X(50) VALUE
             "ATIVO   TIPO       CLIENTE RAZAO SOCIAL         CO".
          03 FILLER PIC X(50) VALUE
             "LOCADO      VALOR ATIVO FATURADO DESDE   ROI % VOL".
          03 FILLER PIC X(24) VALUE
             "/MES  MINIMO MA SITUACAO".
       01 CABEC-SECAO.
          03 FILLER      PIC X(04) VALUE "*** ".
          03 CABS-TITULO PIC X(050).
       01 CABEC2-RESUMO.
          03 FILLER PIC X(50) VALUE
             "VEND NOME                     ATIVOS  CAPITAL COLO".
          03 FILLER PIC X(33) VALUE
             "CADO CANDIDATOS    CAPITAL OCIOSO".

       01 IMPDET.
          03 IMPD-ATIVO       PIC 9(007).
          03 FILLER           PIC X(01) VALUE SPACES.
          03 IMPD-TIPO        PIC X(010).
          03 FILLER           PIC X(01) VALUE SPACES.
          03 IMPD-CLIENTE     PIC 9(007).
          03 FILLER           PIC X(01) VALUE SPACES.
          03 IMPD-RAZAO       PIC X(020).
          03 FILLER           PIC X(01) VALUE SPACES.
          03 IMPD-COLOCACAO   PIC 9999/99/99.
          03 FILLER           PIC X(01) VALUE SPACES.
          03 IMPD-VALOR       PIC ZZZ.ZZZ.ZZ9,99.
          03 FILLER           PIC X(01) VALUE SPACES.
          03 IMPD-FATURADO    PIC ZZZ.ZZZ.ZZ9,99.
          03 FILLER           PIC X(01) VALUE SPACES.
          03 IMPD-ROI         PIC ZZZZ9,9.
          03 FILLER           PIC X(01) VALUE SPACES.
          03 IMPD-VOLUME      PIC ZZZ.ZZ9.
          03 FILLER           PIC X(01) VALUE SPACES.
          03 IMPD-MINIMO      PIC ZZZ.ZZ9.
          03 FILLER           PIC X(01) VALUE SPACES.
          03 IMPD-ABAIXO      PIC Z9.
          03 FILLER           PIC X(01) VALUE SPACES.
          03 IMPD-SITUACAO    PIC X(016).

       01 IMPTOT-VEND.
          03 FILLER           PIC X(12) VALUE SPACES.
          03 IMPTV-ROTULO     PIC X(020).
          03 IMPTV-QTD        PIC ZZZZ9.
          03 FILLER           PIC X(12) VALUE " ATIVO(S)   ".
          03 IMPTV-CAPITAL    PIC ZZ.ZZZ.ZZZ.ZZ9,99.
          03 FILLER           PIC X(14) VALUE "  OCIOSO:     ".
          03 IMPTV-QTD-OCI    PIC ZZZZ9.
          03 FILLER           PIC X(01) VALUE SPACES.
          03 IMPTV-OCIOSO     PIC ZZ.ZZZ.ZZZ.ZZ9,99.

       01 IMPRES.
          03 IMPR-VENDEDOR    PIC 9(003).
          03 FILLER           PIC X(02) VALUE SPACES.
          03 IMPR-NOME        PIC X(025).
          03 FILLER           PIC X(01) VALUE SPACES.
          03 IMPR-QTD         PIC ZZZZ9.
          03 FILLER           PIC X(01) VALUE SPACES.
          03 IMPR-CAPITAL     PIC ZZ.ZZZ.ZZZ.ZZ9,99.
          03 FILLER           PIC X(01) VALUE SPACES.
          03 IMPR-QTD-OCI     PIC ZZZZZZZZZ9.
          03 FILLER           PIC X(01) VALUE SPACES.
          03 IMPR-OCIOSO      PIC ZZ.ZZZ.ZZZ.ZZ9,99.

       01 WS-MENS-TOTAL.
          03 FILLER     PIC X(27) VALUE "RELATORIO CONCLUIDO OK -  ".
          03 WS-MENS-QTD PIC ZZZZ9.
          03 FILLER     PIC X(14) VALUE " CANDIDATO(S)".

       LINKAGE SECTION.
       01 LS-ID PIC X(5).

       SCREEN SECTION.
       COPY "copybook\SISSTGER.CPY".

       01 TELA-ROI.
        02 BLANK SCREEN.
        02 LINE 02 COL 28 VALUE "Sistema de Franquia AMBEV".
        02 LINE 07 COL 22 VALUE
          "RETORNO DOS ATIVOS EM COMODATO".
        02 LINE 09 COL 10 VALUE "ANO/MES (AAAAMM)     : [      ]".
        02 LINE 11 COL 10 VALUE
          "FATURAMENTO DO CLIENTE DESDE A COLOCACAO X VALOR DO".
        02 LINE 12 COL 10 VALUE
          "ATIVO; VOLUME MENSAL X MINIMO DO TIPO (COMODMIN.CFG).".
        02 LINE 13 COL 10 VALUE
          "ABAIXO DO MINIMO POR      MESES SEGUIDOS = CANDIDATO".
        02 LINE 13 COL 31 PIC Z9 FROM WCF-ROI-MESES-ABAIXO.
        02 LINE 14 COL 10 VALUE
          "A RETIRADA/REMANEJAMENTO (CAPITAL OCIOSO).".
      *-------------------------------------------------------
       PROCEDURE DIVISION  USING LS-ID.
       INICIO.
      * RESOLVE OS CAMINHOS DA FILIAL SELECIONADA NO LOGIN ANTES DE
      * ABRIR QUALQUER ARQUIVO DE DADOS (VER SISFIPGER.CPY).
           MOVE LS-ID TO WS-SESSAO-ID
           PERFORM CARREGA-FILIAL
           MOVE WCF-ARQ-IMPRESSAO-ROICOM TO WRL-ARQ-IMPRESSAO
           MOVE ZEROS TO WS-QTD-CANDIDATOS
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
              DISPLAY TELA-ROI
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
              IF WCF-ROI-MESES-ABAIXO = ZEROS OR
                 WCF-ROI-MESES-ABAIXO > 12
                 MOVE 12 TO WCF-ROI-MESES-ABAIXO
              END-IF
              MOVE WS-ANO-MES TO WS-MESES-AUX
              COMPUTE WS-MESES-REF = WS-MA-ANO * 12 + WS-MA-MES
              PERFORM CARREGA-TIPOS THRU CARREGA-TIPOS-FIM
              PERFORM OPEN-ARQUIVOS
              MOVE ZEROS TO WS-TAB-VENDEDOR
              PERFORM CARREGA-ATIVOS
              IF WS-SEM-HISVEN = "N"
                 PERFORM ACUMULA-FATURAMENTO
              END-IF
              PERFORM AVALIA-ATIVOS
              MOVE "ROI COMOD" TO DOPCAO
              OPEN OUTPUT ARQIMP
              SORT WORK-ROI
                 ON ASCENDING KEY WRK-VENDEDOR WRK-CLIENTE
                                  WRK-IDX-ATV
                 INPUT PROCEDURE  IS LIBERA-ATIVOS
                 OUTPUT PROCEDURE IS EMITE-ATIVOS
              PERFORM EMITE-RESUMO
              CLOSE ARQIMP
      * COPIA DATADA + CATALOGO DE SPOOL (VER SISSPPGER.CPY).
              MOVE "ROICOM" TO WS-SPL-PROGRAMA
              MOVE WRL-ARQ-IMPRESSAO TO WS-SPL-ORIGEM
              PERFORM REGISTRA-SPOOL THRU REGISTRA-SPOOL-FIM
              PERFORM GRAVA-AUDITORIA
              PERFORM CLOSE-ARQUIVOS
              IF WS-TABELA-CHEIA = "S"
                 MOVE "*** MAIS DE 3000 ATIVOS: RELATORIO PARCIAL ***"
                   TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
              END-IF
              MOVE WS-QTD-CANDIDATOS TO WS-MENS-QTD
              MOVE WS-MENS-TOTAL TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
           END-IF
           EXIT PROGRAM
           .

      *************************************
      * MINIMO POR TIPO DE EQUIPAMENTO    *
      *************************************
      * LE A CONFIGURACAO; SE O ARQUIVO AINDA NAO EXISTE, SEMEIA OS
      * TIPOS MAIS COMUNS E RELE (MESMO IDIOMA DO CARREGA-CONFIG DO
      * STRCTL). O TIPO E COMPARADO EM MAIUSCULAS.
       CARREGA-TIPOS.
           MOVE ZEROS TO WS-QTD-TIPOS
           OPEN INPUT ARQ-COMCFG
           IF WS-FS-CFG NOT = "00"
              PERFORM SEMEIA-TIPOS
              OPEN INPUT ARQ-COMCFG
              IF WS-FS-CFG NOT = "00"
                 GO TO CARREGA-TIPOS-FIM
              END-IF
           END-IF
           MOVE "N" TO WS-EOF-SW
           PERFORM CARREGA-UM-TIPO UNTIL WS-EOF-SW = "Y"
           CLOSE ARQ-COMCFG
           .
       CARREGA-TIPOS-FIM.
           EXIT.

       CARREGA-UM-TIPO.
           READ ARQ-COMCFG AT END
              MOVE "Y" TO WS-EOF-SW
           END-READ
           IF WS-EOF-SW = "N" AND WS-QTD-TIPOS < 50
              IF CMC_TIPO NOT = SPACES AND CMC_MINIMO IS NUMERIC
                 ADD 1 TO WS-QTD-TIPOS
                 MOVE CMC_TIPO TO WS-TIP-NOME(WS-QTD-TIPOS)
                 INSPECT WS-TIP-NOME(WS-QTD-TIPOS) CONVERTING
                     "abcdefghijklmnopqrstuvwxyz" TO
                     "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
                 MOVE CMC_MINIMO TO WS-TIP-MINIMO(WS-QTD-TIPOS)
              END-IF
           END-IF
           .

       SEMEIA-TIPOS.
           OPEN OUTPUT ARQ-COMCFG
           MOVE "CERVEJEIRA 0000200" TO REGCMC
           WRITE REGCMC
           MOVE "FREEZER    0000150" TO REGCMC
           WRITE REGCMC
           MOVE "VISA       0000100" TO REGCMC
           WRITE REGCMC
           MOVE "CHOPEIRA   0000080" TO REGCMC
           WRITE REGCMC
           MOVE "GELADEIRA  0000100" TO REGCMC
           WRITE REGCMC
           CLOSE ARQ-COMCFG
           .

      *************************************
      * ATIVOS COLOCADOS                  *
      *************************************
      * SO O QUE JA ESTAVA NO CLIENTE NO MES DO RELATORIO; O VENDEDOR
      * E O DO CLIENTE HOJE (A CARTEIRA ATUAL E QUEM DECIDE A
      * RETIRADA).
       CARREGA-ATIVOS.
           MOVE ZEROS TO WS-QTD-ATV WS-QTD-CLI
           MOVE "N" TO WS-TABELA-CHEIA
           MOVE 999999 TO WS-MES-INICIAL
           MOVE "N" TO WS-EOF-ATV
           MOVE 1 TO ATV_CODIGO_CLIENTE
           START ARQ-COMOD KEY IS NOT LESS THAN ATV_CODIGO_CLIENTE
               INVALID KEY MOVE "Y" TO WS-EOF-ATV
           END-START
           PERFORM UNTIL WS-EOF-ATV = "Y"
              READ ARQ-COMOD NEXT AT END
                 MOVE "Y" TO WS-EOF-ATV
              END-READ
              IF WS-EOF-ATV = "N"
                 IF ATV_STATUS = "A" AND ATV_CODIGO_CLIENTE > ZEROS
                    AND ATV_DATA_MOV(1:6) NOT > WS-ANO-MES
                    IF WS-QTD-ATV < 3000
                       PERFORM INCLUI-ATIVO
                    ELSE
                       MOVE "S" TO WS-TABELA-CHEIA
                       MOVE "Y" TO WS-EOF-ATV
                    END-IF
                 END-IF
              END-IF
           END-PERFORM
           MOVE "00" TO WS-RESULTADO-ACESSO
           .

       INCLUI-ATIVO.
           IF WS-QTD-CLI = ZEROS OR
              WS-CLI-CODIGO(WS-QTD-CLI) NOT = ATV_CODIGO_CLIENTE
              ADD 1 TO WS-QTD-CLI
              MOVE ZEROS TO WS-CLI(WS-QTD-CLI)
              MOVE ATV_CODIGO_CLIENTE TO WS-CLI-CODIGO(WS-QTD-CLI)
              COMPUTE WS-CLI-PRIMEIRO(WS-QTD-CLI) = WS-QTD-ATV + 1
              MOVE ATV_CODIGO_CLIENTE TO CLI_CODIGO_CLIENTE
              READ ARQ-CLIENTE
                  INVALID KEY MOVE ZEROS TO CLI_COD_VENDEDOR
              END-READ
              MOVE "00" TO WS-RESULTADO-ACESSO
              MOVE CLI_COD_VENDEDOR TO WS-CLI-VENDEDOR(WS-QTD-CLI)
           END-IF
           ADD 1 TO WS-QTD-ATV
           ADD 1 TO WS-CLI-QTD-ATV(WS-QTD-CLI)
           MOVE ZEROS  TO WS-ATV(WS-QTD-ATV)
           MOVE "N"    TO WS-ATV-CANDIDATO(WS-QTD-ATV)
           MOVE ATV_CODIGO   TO WS-ATV-CODIGO(WS-QTD-ATV)
           MOVE ATV_TIPO     TO WS-ATV-TIPO(WS-QTD-ATV)
           MOVE ATV_VALOR    TO WS-ATV-VALOR(WS-QTD-ATV)
           MOVE ATV_DATA_MOV TO WS-ATV-COLOCACAO(WS-QTD-ATV)
           MOVE ATV_DATA_MOV(1:6) TO WS-ATV-MES-INICIO(WS-QTD-ATV)
           MOVE WS-QTD-CLI   TO WS-ATV-IDX-CLI(WS-QTD-ATV)
           IF ATV_DATA_MOV(1:6) < WS-MES-INICIAL
              MOVE ATV_DATA_MOV(1:6) TO WS-MES-INICIAL
           END-IF
           MOVE ATV_TIPO TO WS-TIPO-MAIUSC
           INSPECT WS-TIPO-MAIUSC CONVERTING
               "abcdefghijklmnopqrstuvwxyz" TO
               "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
           MOVE WCF-ROI-MINIMO-PADRAO TO WS-ATV-MINIMO(WS-QTD-ATV)
           PERFORM VARYING WS-IDX-TIP FROM 1 BY 1
                   UNTIL WS-IDX-TIP > WS-QTD-TIPOS
              IF WS-TIP-NOME(WS-IDX-TIP) = WS-TIPO-MAIUSC
                 MOVE WS-TIP-MINIMO(WS-IDX-TIP)
                   TO WS-ATV-MINIMO(WS-QTD-ATV)
              END-IF
           END-PERFORM
           ADD WS-ATV-MINIMO(WS-QTD-ATV) TO WS-CLI-MINIMO(WS-QTD-CLI)
           .

      *************************************
      * FATURAMENTO DOS CLIENTES          *
      *************************************
      * UMA VARREDURA DO HISTORICO DE VENDAS (ARQ-HISVEN, MENSAL) DO
      * MES DA COLOCACAO MAIS ANTIGA ATE O MES DO RELATORIO. O VALOR
      * ENTRA NO FATURADO DE CADA ATIVO DO CLIENTE A PARTIR DO MES DA
      * SUA COLOCACAO; A QUANTIDADE DOS ULTIMOS 12 MESES VAI PARA O
      * VOLUME MENSAL DO CLIENTE.
       ACUMULA-FATURAMENTO.
           IF WS-QTD-ATV = ZEROS
              GO TO ACUMULA-FATURAMENTO-FIM
           END-IF
           MOVE "N" TO WS-EOF-HIS
           MOVE ZEROS TO HIS_CHAVE
           MOVE WS-MES-INICIAL TO HIS_ANO_MES
           START ARQ-HISVEN KEY IS NOT LESS THAN HIS_CHAVE
               INVALID KEY MOVE "Y" TO WS-EOF-HIS
           END-START
           PERFORM UNTIL WS-EOF-HIS = "Y"
              READ ARQ-HISVEN NEXT AT END
                 MOVE "Y" TO WS-EOF-HIS
              END-READ
              IF WS-EOF-HIS = "N"
                 IF HIS_ANO_MES > WS-ANO-MES
                    MOVE "Y" TO WS-EOF-HIS
                 ELSE
                    PERFORM ACUMULA-HISTORICO-CLIENTE
                 END-IF
              END-IF
           END-PERFORM
           MOVE "00" TO WS-RESULTADO-ACESSO
           .
       ACUMULA-FATURAMENTO-FIM.
           EXIT.

       ACUMULA-HISTORICO-CLIENTE.
           PERFORM VARYING WS-IDX-CLI FROM 1 BY 1
                   UNTIL WS-IDX-CLI > WS-QTD-CLI OR
                         WS-CLI-CODIGO(WS-IDX-CLI) = HIS_CODIGO_CLIENTE
              CONTINUE
           END-PERFORM
           IF WS-IDX-CLI NOT > WS-QTD-CLI
              MOVE HIS_ANO_MES TO WS-MESES-AUX
              COMPUTE WS-DESLOC = WS-MESES-REF -
                  (WS-MA-ANO * 12 + WS-MA-MES)
              IF WS-DESLOC < 12
                 COMPUTE WS-IDX-MES = WS-DESLOC + 1
                 ADD HIS_QTDE TO WS-CLI-VOLUME(WS-IDX-CLI WS-IDX-MES)
              END-IF
              MOVE WS-CLI-PRIMEIRO(WS-IDX-CLI) TO WS-IDX-ATV
              PERFORM WS-CLI-QTD-ATV(WS-IDX-CLI) TIMES
                 IF HIS_ANO_MES NOT < WS-ATV-MES-INICIO(WS-IDX-ATV)
                    ADD HIS_VALOR TO WS-ATV-FATURADO(WS-IDX-ATV)
                 END-IF
                 ADD 1 TO WS-IDX-ATV
              END-PERFORM
           END-IF
           .

      *************************************
      * AVALIACAO DE CADA ATIVO           *
      *************************************
      * MESES NO CLIENTE (O DA COLOCACAO CONTA) E MESES SEGUIDOS, DO
      * MES DO RELATORIO PARA TRAS, COM O VOLUME DO CLIENTE ABAIXO DO
      * MINIMO DO CLIENTE. SO E CANDIDATO O ATIVO QUE JA ESTA NO
      * CLIENTE HA PELO MENOS WCF-ROI-MESES-ABAIXO MESES.
       AVALIA-ATIVOS.
           PERFORM VARYING WS-IDX-ATV FROM 1 BY 1
                   UNTIL WS-IDX-ATV > WS-QTD-ATV
              MOVE WS-ATV-IDX-CLI(WS-IDX-ATV) TO WS-IDX-CLI
              MOVE WS-ATV-MES-INICIO(WS-IDX-ATV) TO WS-MESES-AUX
              COMPUTE WS-ATV-MESES(WS-IDX-ATV) = WS-MESES-REF -
                  (WS-MA-ANO * 12 + WS-MA-MES) + 1
              MOVE ZEROS TO WS-MESES-ABAIXO
              PERFORM VARYING WS-IDX-MES FROM 1 BY 1
                      UNTIL WS-IDX-MES > 12 OR
                            WS-IDX-MES > WS-ATV-MESES(WS-IDX-ATV) OR
                            WS-CLI-VOLUME(WS-IDX-CLI WS-IDX-MES) NOT <
                            WS-CLI-MINIMO(WS-IDX-CLI)
                 ADD 1 TO WS-MESES-ABAIXO
              END-PERFORM
              MOVE WS-MESES-ABAIXO TO WS-ATV-ABAIXO(WS-IDX-ATV)
              MOVE WS-CLI-VENDEDOR(WS-IDX-CLI) TO WS-IDX-VEN
              IF WS-IDX-VEN = ZEROS
                 MOVE 999 TO WS-IDX-VEN
              END-IF
              ADD 1 TO WS-VEN-QTD-ATV(WS-IDX-VEN)
              ADD WS-ATV-VALOR(WS-IDX-ATV) TO WS-VEN-CAPITAL(WS-IDX-VEN)
              IF WS-MESES-ABAIXO NOT < WCF-ROI-MESES-ABAIXO
                 MOVE "S" TO WS-ATV-CANDIDATO(WS-IDX-ATV)
                 ADD 1 TO WS-QTD-CANDIDATOS
                 ADD 1 TO WS-VEN-QTD-OCIOSO(WS-IDX-VEN)
                 ADD WS-ATV-VALOR(WS-IDX-ATV)
                   TO WS-VEN-OCIOSO(WS-IDX-VEN)
              END-IF
           END-PERFORM
           .

      *************************************
      * RELATORIO POR VENDEDOR            *
      *************************************
       LIBERA-ATIVOS.
           PERFORM VARYING WS-IDX-ATV FROM 1 BY 1
                   UNTIL WS-IDX-ATV > WS-QTD-ATV
              MOVE WS-ATV-IDX-CLI(WS-IDX-ATV) TO WS-IDX-CLI
              MOVE WS-CLI-VENDEDOR(WS-IDX-CLI) TO WRK-VENDEDOR
              IF WRK-VENDEDOR = ZEROS
                 MOVE 999 TO WRK-VENDEDOR
              END-IF
              MOVE WS-CLI-CODIGO(WS-IDX-CLI) TO WRK-CLIENTE
              MOVE WS-IDX-ATV TO WRK-IDX-ATV
              RELEASE WORK-ROI-REG
           END-PERFORM
           .

       EMITE-ATIVOS.
           MOVE WS-ANO-MES TO CAB-ANOMES
           MOVE WCF-ROI-MESES-ABAIXO TO CAB-MESES
           WRITE REGIMP FROM CABEC
           MOVE ZEROS TO WS-VENDEDOR-ANTERIOR
           MOVE "N" TO WS-EOF-WORK
           PERFORM UNTIL WS-EOF-WORK = "Y"
              RETURN WORK-ROI AT END
                 MOVE "Y" TO WS-EOF-WORK
              END-RETURN
              IF WS-EOF-WORK = "N"
                 IF WRK-VENDEDOR NOT = WS-VENDEDOR-ANTERIOR
                    IF WS-VENDEDOR-ANTERIOR > ZEROS
                       PERFORM IMPRIME-TOTAL-VENDEDOR
                    END-IF
                    PERFORM IMPRIME-CABEC-VENDEDOR
                 END-IF
                 MOVE WRK-IDX-ATV TO WS-IDX-ATV
                 PERFORM IMPRIME-ATIVO
              END-IF
           END-PERFORM
           IF WS-VENDEDOR-ANTERIOR > ZEROS
              PERFORM IMPRIME-TOTAL-VENDEDOR
           ELSE
              MOVE SPACES TO REGIMP
              WRITE REGIMP
              MOVE "NENHUM ATIVO COLOCADO EM CLIENTE." TO REGIMP
              WRITE REGIMP
           END-IF
           .

       IMPRIME-CABEC-VENDEDOR.
           MOVE WRK-VENDEDOR TO WS-VENDEDOR-ANTERIOR
           PERFORM LE-NOME-VENDEDOR
           MOVE SPACES TO REGIMP
           WRITE REGIMP
           MOVE WRK-VENDEDOR      TO CABV-CODIGO
           MOVE VEN_NOME_VENDEDOR TO CABV-NOME
           WRITE REGIMP FROM CABEC-VEND
           WRITE REGIMP FROM CABEC2
           .

       LE-NOME-VENDEDOR.
           IF WS-VENDEDOR-ANTERIOR = 999
              MOVE "SEM VENDEDOR" TO VEN_NOME_VENDEDOR
           ELSE
              MOVE WS-VENDEDOR-ANTERIOR TO VEN_CODIGO_VENDEDOR
              READ ARQ-VENDEDOR
                  INVALID KEY MOVE SPACES TO VEN_NOME_VENDEDOR
              END-READ
              MOVE "00" TO WS-RESULTADO-ACESSO
           END-IF
           .

       IMPRIME-ATIVO.
           MOVE WS-ATV-IDX-CLI(WS-IDX-ATV) TO WS-IDX-CLI
           MOVE WS-CLI-CODIGO(WS-IDX-CLI) TO CLI_CODIGO_CLIENTE
           READ ARQ-CLIENTE
               INVALID KEY MOVE SPACES TO CLI_RAZAO_SOCIAL
           END-READ
           MOVE "00" TO WS-RESULTADO-ACESSO
      * VOLUME MEDIO DOS MESES NO CLIENTE (ATE 12).
           MOVE ZEROS TO WS-SOMA-VOLUME
           IF WS-ATV-MESES(WS-IDX-ATV) > 12
              MOVE 12 TO WS-MESES-MEDIA
           ELSE
              MOVE WS-ATV-MESES(WS-IDX-ATV) TO WS-MESES-MEDIA
           END-IF
           PERFORM VARYING WS-IDX-MES FROM 1 BY 1
                   UNTIL WS-IDX-MES > WS-MESES-MEDIA
              ADD WS-CLI-VOLUME(WS-IDX-CLI WS-IDX-MES) TO WS-SOMA-VOLUME
           END-PERFORM
           IF WS-MESES-MEDIA > ZEROS
              COMPUTE WS-VOLUME-MEDIO = WS-SOMA-VOLUME / WS-MESES-MEDIA
           ELSE
              MOVE ZEROS TO WS-VOLUME-MEDIO
           END-IF
           IF WS-ATV-VALOR(WS-IDX-ATV) > ZEROS
              COMPUTE WS-ROI-PCT ROUNDED =
                  WS-ATV-FATURADO(WS-IDX-ATV) * 100 /
                  WS-ATV-VALOR(WS-IDX-ATV)
                  ON SIZE ERROR MOVE 9999999 TO WS-ROI-PCT
              END-COMPUTE
           ELSE
              MOVE ZEROS TO WS-ROI-PCT
           END-IF
           MOVE WS-ATV-CODIGO(WS-IDX-ATV)    TO IMPD-ATIVO
           MOVE WS-ATV-TIPO(WS-IDX-ATV)      TO IMPD-TIPO
           MOVE WS-CLI-CODIGO(WS-IDX-CLI)    TO IMPD-CLIENTE
           MOVE CLI_RAZAO_SOCIAL             TO IMPD-RAZAO
           MOVE WS-ATV-COLOCACAO(WS-IDX-ATV) TO IMPD-COLOCACAO
           MOVE WS-ATV-VALOR(WS-IDX-ATV)     TO IMPD-VALOR
           MOVE WS-ATV-FATURADO(WS-IDX-ATV)  TO IMPD-FATURADO
           MOVE WS-ROI-PCT                   TO IMPD-ROI
           MOVE WS-VOLUME-MEDIO              TO IMPD-VOLUME
           MOVE WS-CLI-MINIMO(WS-IDX-CLI)    TO IMPD-MINIMO
           MOVE WS-ATV-ABAIXO(WS-IDX-ATV)    TO IMPD-ABAIXO
           IF WS-ATV-CANDIDATO(WS-IDX-ATV) = "S"
              MOVE "RETIRAR/REMANEJ." TO IMPD-SITUACAO
           ELSE
              MOVE SPACES TO IMPD-SITUACAO
           END-IF
           WRITE REGIMP FROM IMPDET
           .

       IMPRIME-TOTAL-VENDEDOR.
           MOVE WS-VENDEDOR-ANTERIOR TO WS-IDX-VEN
           MOVE "TOTAL DO VENDEDOR:" TO IMPTV-ROTULO
           MOVE WS-VEN-QTD-ATV(WS-IDX-VEN)    TO IMPTV-QTD
           MOVE WS-VEN-CAPITAL(WS-IDX-VEN)    TO IMPTV-CAPITAL
           MOVE WS-VEN-QTD-OCIOSO(WS-IDX-VEN) TO IMPTV-QTD-OCI
           MOVE WS-VEN-OCIOSO(WS-IDX-VEN)     TO IMPTV-OCIOSO
           WRITE REGIMP FROM IMPTOT-VEND
           .

      * RESUMO FINAL: CAPITAL COLOCADO E CAPITAL OCIOSO (ATIVOS
      * CANDIDATOS) DE CADA VENDEDOR E DA FILIAL.
       EMITE-RESUMO.
           MOVE SPACES TO REGIMP
           WRITE REGIMP
           MOVE "CAPITAL OCIOSO POR VENDEDOR" TO CABS-TITULO
           WRITE REGIMP FROM CABEC-SECAO
           WRITE REGIMP FROM CABEC2-RESUMO
           MOVE ZEROS TO WS-TOT-QTD-ATV WS-TOT-CAPITAL
                         WS-TOT-QTD-OCIOSO WS-TOT-OCIOSO
           PERFORM VARYING WS-IDX-VEN FROM 1 BY 1
                   UNTIL WS-IDX-VEN = 999
              IF WS-VEN-QTD-ATV(WS-IDX-VEN) > ZEROS
                 MOVE WS-IDX-VEN TO WS-VENDEDOR-ANTERIOR
                 PERFORM LE-NOME-VENDEDOR
                 PERFORM IMPRIME-RESUMO-VENDEDOR
              END-IF
           END-PERFORM
           IF WS-VEN-QTD-ATV(999) > ZEROS
              MOVE 999 TO WS-IDX-VEN WS-VENDEDOR-ANTERIOR
              PERFORM LE-NOME-VENDEDOR
              PERFORM IMPRIME-RESUMO-VENDEDOR
           END-IF
           MOVE SPACES TO REGIMP
           WRITE REGIMP
           MOVE "TOTAL DA FILIAL:"  TO IMPTV-ROTULO
           MOVE WS-TOT-QTD-ATV      TO IMPTV-QTD
           MOVE WS-TOT-CAPITAL      TO IMPTV-CAPITAL
           MOVE WS-TOT-QTD-OCIOSO   TO IMPTV-QTD-OCI
           MOVE WS-TOT-OCIOSO       TO IMPTV-OCIOSO
           WRITE REGIMP FROM IMPTOT-VEND
           .

       IMPRIME-RESUMO-VENDEDOR.
           MOVE WS-IDX-VEN                    TO IMPR-VENDEDOR
           MOVE VEN_NOME_VENDEDOR             TO IMPR-NOME
           MOVE WS-VEN-QTD-ATV(WS-IDX-VEN)    TO IMPR-QTD
           MOVE WS-VEN-CAPITAL(WS-IDX-VEN)    TO IMPR-CAPITAL
           MOVE WS-VEN-QTD-OCIOSO(WS-IDX-VEN) TO IMPR-QTD-OCI
           MOVE WS-VEN-OCIOSO(WS-IDX-VEN)     TO IMPR-OCIOSO
           WRITE REGIMP FROM IMPRES
           ADD WS-VEN-QTD-ATV(WS-IDX-VEN)    TO WS-TOT-QTD-ATV
           ADD WS-VEN-CAPITAL(WS-IDX-VEN)    TO WS-TOT-CAPITAL
           ADD WS-VEN-QTD-OCIOSO(WS-IDX-VEN) TO WS-TOT-QTD-OCIOSO
           ADD WS-VEN-OCIOSO(WS-IDX-VEN)     TO WS-TOT-OCIOSO
           .

       GRAVA-AUDITORIA.
           MOVE FUNCTION CURRENT-DATE(1:14) TO AUD-DATA-HORA
           MOVE "ROICOM"          TO AUD-PROGRAMA
           MOVE LS-ID             TO AUD-OPERADOR
           MOVE DOPCAO            TO AUD-OPERACAO
           MOVE WS-QTD-CANDIDATOS TO AUD-CODIGO
           MOVE SPACES            TO AUD-RESULTADO
           STRING "MES " WS-ANO-MES " ATIVOS " WS-QTD-ATV
               DELIMITED BY SIZE INTO AUD-RESULTADO
           END-STRING
           WRITE REGAUD
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

      *******************************
      * ROTINA DE ABERTURA ARQUIVOS *
      *******************************
      * SEM O HISTORICO DE VENDAS O RELATORIO SAI COM FATURAMENTO
      * ZERO (TODO ATIVO ANTIGO VIRA CANDIDATO): MELHOR AVISAR.
       OPEN-ARQUIVOS.
           PERFORM OPEN-AUDITORIA
           OPEN INPUT ARQ-COMOD
           IF WS-RESULTADO-ACESSO NOT = "00"
              MOVE "ERRO ABERTURA DO ARQ. COMODATO" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              CLOSE ARQ-AUD
              EXIT PROGRAM
              .
           OPEN INPUT ARQ-CLIENTE
           IF WS-RESULTADO-ACESSO NOT = "00"
              MOVE "ERRO ABERTURA DO ARQ. CLIENTES" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              CLOSE ARQ-COMOD ARQ-AUD
              EXIT PROGRAM
              .
           OPEN INPUT ARQ-VENDEDOR
           IF WS-RESULTADO-ACESSO NOT = "00"
              MOVE "ERRO ABERTURA DO ARQ. VENDEDORES" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              CLOSE ARQ-COMOD ARQ-CLIENTE ARQ-AUD
              EXIT PROGRAM
              .
           MOVE "N" TO WS-SEM-HISVEN
           OPEN INPUT ARQ-HISVEN
           IF WS-RESULTADO-ACESSO NOT = "00"
              MOVE "S" TO WS-SEM-HISVEN
              MOVE "*** SEM HISTORICO DE VENDAS: FATURADO ZERO ***"
                TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
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
           CLOSE ARQ-COMOD
                 ARQ-CLIENTE
                 ARQ-VENDEDOR
                 ARQ-AUD
           IF WS-SEM-HISVEN = "N"
              CLOSE ARQ-HISVEN
           END-IF
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
