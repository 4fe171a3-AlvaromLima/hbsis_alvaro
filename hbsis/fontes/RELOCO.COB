      **************************************************
      * OCORRENCIAS DOS CLIENTES: LISTA DIARIA DAS     *
      * VENCIDAS (PRAZO DE ATENDIMENTO ESTOURADO) E    *
      * RELATORIO MENSAL POR TIPO, VENDEDOR E VEICULO/ *
      * MOTORISTA                                      *
      **************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RELOCO.
       AUTHOR. ALVARO LIMA.
      *------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       COPY "copybook\SISSLGER.CPY".

           SELECT WORK-OCO ASSIGN TO "WORKOCO".
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
       COPY "copybook\SISFDGER.CPY".

       SD WORK-OCO.
       01 WORK-OCO-REG.
          03 WRK-AREA       PIC X(001).
          03 WRK-LIMITE     PIC 9(008).
          03 WRK-NUMERO     PIC 9(007).
      *------------------------------------------------------
       WORKING-STORAGE SECTION.
       COPY "copybook\SISWSGER.CPY".
       COPY "copybook\SISCFGER.CPY".
       77 WRL-ARQ-IMPRESSAO    PIC X(100) VALUE SPACES.

      * "S" = EXECUCAO SEM OPERADOR NA TELA (LS-ID = "BATCH"): NA
      * CADEIA NOTURNA SAI SO A LISTA DAS VENCIDAS, PARA AS AREAS
      * COBRAREM O ATENDIMENTO LOGO NA MANHA SEGUINTE.
       77 WS-MODO-BATCH        PIC X(001) VALUE "N".

      * 1 = LISTA DAS VENCIDAS, 2 = RELATORIO MENSAL.
       77 WS-TIPO-RELATORIO    PIC X(001) VALUE "1".
       77 WS-ANO-MES           PIC 9(006) VALUE ZEROS.
       77 WS-DATA-HOJE         PIC 9(008) VALUE ZEROS.
       77 WS-DIAS-ATRASO       PIC 9(005) VALUE ZEROS.
       77 WS-AREA-ANTERIOR     PIC X(001) VALUE SPACES.

       77 WS-EOF-OCO           PIC X(001) VALUE "N".
       77 WS-EOF-WORK          PIC X(001) VALUE "N".
       77 WS-SEM-VEICULO       PIC X(001) VALUE "N".
       77 WS-SEM-MOTORISTA     PIC X(001) VALUE "N".
       77 WS-QTD-LISTADAS      PIC 9(005) VALUE ZEROS.

       77 WS-IDX-TIPO          PIC 9(001) VALUE ZEROS.
       77 WS-IDX-VEN           PIC 9(003) VALUE ZEROS.
       77 WS-IDX-FRO           PIC 9(003) VALUE ZEROS.
       77 WS-QTD-FROTA         PIC 9(003) VALUE ZEROS.

      * CONTADORES DE CADA AGRUPAMENTO DO RELATORIO MENSAL: TOTAL
      * ABERTO NO MES, RESOLVIDAS DENTRO E FORA DO PRAZO, AINDA EM
      * ABERTO (E DESSAS, QUANTAS JA VENCIDAS) E CANCELADAS, NESTA
      * ORDEM NAS SEIS POSICOES DE CADA TABELA.
      * TIPOS NA ORDEM A D C R O (VER SISOCPGER.CPY).
       01 WS-TAB-TIPO.
          05 WS-TIPO-OCO       OCCURS 5 TIMES.
             10 WS-TIP-CNT     PIC 9(005) OCCURS 6 TIMES.
       01 WS-TAB-VENDEDOR.
          05 WS-VEN-OCO        OCCURS 999 TIMES.
             10 WS-VEN-CNT     PIC 9(005) OCCURS 6 TIMES.
      * PAR VEICULO/MOTORISTA QUE FEZ A ENTREGA; OCORRENCIA SEM NOTA
      * (OU NOTA SEM CARGA) ENTRA COMO PLACA EM BRANCO, MOTORISTA 0.
       01 WS-TAB-FROTA.
          05 WS-FRO-OCO        OCCURS 300 TIMES.
             10 WS-FRO-VEICULO    PIC X(007).
             10 WS-FRO-MOTORISTA  PIC 9(005).
             10 WS-FRO-CNT     PIC 9(005) OCCURS 6 TIMES.
       01 WS-TAB-TOTAL.
          05 WS-TOT-CNT        PIC 9(005) OCCURS 6 TIMES.
       77 WS-IDX-CNT           PIC 9(001) VALUE ZEROS.
      * CONTADORES A SOMAR PARA A OCORRENCIA CORRENTE (1 OU 0).
       01 WS-TAB-SOMA.
          05 WS-SOMA-CNT       PIC 9(001) OCCURS 6 TIMES.

       01 CABEC-VENC.
          03 FILLER PIC X(50) VALUE
             "OCORRENCIAS COM PRAZO DE ATENDIMENTO VENCIDO EM ".
          03 CABV-DATA  PIC 9999/99/99.
       01 CABEC-AREA.
          03 FILLER PIC X(18) VALUE "AREA RESPONSAVEL: ".
          03 CABA-AREA  PIC X(010).
       01 CABEC2-VENC.
          03 FILLER PIC X(50) VALUE
             "NUMERO  CLIENTE RAZAO SOCIAL          TIPO        ".
          03 FILLER PIC X(50) VALUE
             " SITUACAO     ABERTURA   PRAZO      DIAS VEND DESC".
          03 FILLER PIC X(07) VALUE "RICAO  ".

       01 IMPVENC.
          03 IMPV-NUMERO      PIC 9(007).
          03 FILLER           PIC X(01) VALUE SPACES.
          03 IMPV-CLIENTE     PIC 9(007).
          03 FILLER           PIC X(01) VALUE SPACES.
          03 IMPV-RAZAO       PIC X(022).
          03 FILLER           PIC X(01) VALUE SPACES.
          03 IMPV-TIPO        PIC X(012).
          03 FILLER           PIC X(01) VALUE SPACES.
          03 IMPV-SITUACAO    PIC X(012).
          03 FILLER           PIC X(01) VALUE SPACES.
          03 IMPV-ABERTURA    PIC 9999/99/99.
          03 FILLER           PIC X(01) VALUE SPACES.
          03 IMPV-PRAZO       PIC 9999/99/99.
          03 FILLER           PIC X(01) VALUE SPACES.
          03 IMPV-DIAS        PIC ZZZ9.
          03 FILLER           PIC X(01) VALUE SPACES.
          03 IMPV-VENDEDOR    PIC 9(003).
          03 FILLER           PIC X(01) VALUE SPACES.
          03 IMPV-DESCRICAO   PIC X(036).

       01 CABEC-MES.
          03 FILLER PIC X(46) VALUE
             "OCORRENCIAS DOS CLIENTES - ABERTAS NO ANO/MES ".
          03 CABM-ANOMES PIC 9(006).
       01 CABEC-SECAO.
          03 FILLER      PIC X(04) VALUE "*** ".
          03 CABS-TITULO PIC X(050).
       01 CABEC2-MES.
          03 FILLER PIC X(50) VALUE SPACES.
          03 FILLER PIC X(51) VALUE
             " TOTAL NO PRAZO FORA PRAZO ABERTAS VENCIDAS CANCEL.".

      * LINHA DE CONTAGEM COMUM AS TRES SECOES (TIPO, VENDEDOR E
      * VEICULO/MOTORISTA); O ROTULO MUDA CONFORME A SECAO.
       01 IMPMES.
          03 IMPM-ROTULO      PIC X(050).
          03 IMPM-CNT         OCCURS 6 TIMES.
             05 FILLER        PIC X(01).
             05 IMPM-VALOR    PIC ZZZZ9.
             05 FILLER        PIC X(02).

       01 WS-ROTULO-FROTA.
          03 WRF-VEICULO      PIC X(007).
          03 FILLER           PIC X(01) VALUE SPACES.
          03 WRF-DESCRICAO    PIC X(015).
          03 FILLER           PIC X(01) VALUE SPACES.
          03 WRF-MOTORISTA    PIC 9(005).
          03 FILLER           PIC X(01) VALUE SPACES.
          03 WRF-NOME         PIC X(020).

       01 WS-MENS-TOTAL.
          03 FILLER     PIC X(27) VALUE "RELATORIO CONCLUIDO OK -  ".
          03 WS-MENS-QTD PIC ZZZZ9.
          03 FILLER     PIC X(15) VALUE " OCORRENCIA(S)".

       LINKAGE SECTION.
       01 LS-ID PIC X(5).

       SCREEN SECTION.
       COPY "copybook\SISSTGER.CPY".

       01 TELA-OCORRENCIAS.
        02 BLANK SCREEN.
        02 LINE 02 COL 28 VALUE "Sistema de Franquia AMBEV".
        02 LINE 07 COL 22 VALUE
          "RELATORIOS DE OCORRENCIAS DOS CLIENTES".
        02 LINE 09 COL 10 VALUE "RELATORIO            : [ ]".
        02 LINE 09 COL 40 VALUE "1=VENCIDAS HOJE 2=MENSAL".
        02 LINE 10 COL 10 VALUE "ANO/MES (AAAAMM)     : [      ]".
        02 LINE 10 COL 42 VALUE "SO PARA O MENSAL".
        02 LINE 12 COL 10 VALUE
          "VENCIDAS: OCORRENCIAS AINDA ABERTAS COM O PRAZO DE".
        02 LINE 13 COL 10 VALUE
          "ATENDIMENTO ESTOURADO, POR AREA RESPONSAVEL.".
        02 LINE 14 COL 10 VALUE
          "MENSAL: ABERTAS NO MES POR TIPO, VENDEDOR E VEICULO/".
        02 LINE 15 COL 10 VALUE
          "MOTORISTA, DENTRO E FORA DO PRAZO.".
      *-------------------------------------------------------
       PROCEDURE DIVISION  USING LS-ID.
       INICIO.
      * RESOLVE OS CAMINHOS DA FILIAL SELECIONADA NO LOGIN ANTES DE
      * ABRIR QUALQUER ARQUIVO DE DADOS (VER SISFIPGER.CPY).
           MOVE LS-ID TO WS-SESSAO-ID
           PERFORM CARREGA-FILIAL
           MOVE WCF-ARQ-IMPRESSAO-OCORR TO WRL-ARQ-IMPRESSAO
           MOVE ZEROS TO WS-QTD-LISTADAS
           MOVE "N" TO WS-MODO-BATCH
           IF LS-ID = "BATCH"
              MOVE "S" TO WS-MODO-BATCH
           END-IF
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-DATA-HOJE

           IF WS-MODO-BATCH = "S"
              MOVE "1" TO WS-TIPO-RELATORIO
              MOVE "S" TO W-SN
           ELSE
              MOVE "1" TO WS-TIPO-RELATORIO
              MOVE WS-DATA-HOJE(1:6) TO WS-ANO-MES
              DISPLAY TELA-OCORRENCIAS
              MOVE 0 TO W-SEL
              PERFORM ENTRA-PARAMETROS UNTIL W-SEL > 0
              MOVE 0 TO W-SEL
              PERFORM CONFIRMA-TELA UNTIL W-SEL > 0
           END-IF

           IF W-SN = "S"
              PERFORM OPEN-ARQUIVOS
              OPEN OUTPUT ARQIMP
              IF WS-TIPO-RELATORIO = "1"
                 MOVE "VENCIDAS" TO DOPCAO
                 SORT WORK-OCO
                    ON ASCENDING KEY WRK-AREA WRK-LIMITE WRK-NUMERO
                    INPUT PROCEDURE  IS SELECIONA-VENCIDAS
                    OUTPUT PROCEDURE IS EMITE-VENCIDAS
              ELSE
                 MOVE "MENSAL" TO DOPCAO
                 PERFORM ACUMULA-MES
                 PERFORM EMITE-MENSAL
              END-IF
              CLOSE ARQIMP
      * COPIA DATADA + CATALOGO DE SPOOL (VER SISSPPGER.CPY).
              MOVE "RELOCO" TO WS-SPL-PROGRAMA
              MOVE WRL-ARQ-IMPRESSAO TO WS-SPL-ORIGEM
              PERFORM REGISTRA-SPOOL THRU REGISTRA-SPOOL-FIM
              PERFORM GRAVA-AUDITORIA
              PERFORM CLOSE-ARQUIVOS
              MOVE WS-QTD-LISTADAS TO WS-MENS-QTD
              MOVE WS-MENS-TOTAL TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
           END-IF
           EXIT PROGRAM
           .

       ENTRA-PARAMETROS.
           ACCEPT WS-TIPO-RELATORIO WITH UPDATE AT 0934
           IF WS-TIPO-RELATORIO NOT = "1" AND "2"
              MOVE "*** RELATORIO INVALIDO (1/2) ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
           ELSE
              IF WS-TIPO-RELATORIO = "1"
                 MOVE 1 TO W-SEL
              ELSE
                 ACCEPT WS-ANO-MES WITH UPDATE AT 1034
                 IF WS-ANO-MES < 190001 OR WS-ANO-MES(5:2) = "00" OR
                    WS-ANO-MES(5:2) > "12"
                    MOVE "*** ANO/MES INVALIDO (AAAAMM) ***" TO MENS
                    PERFORM ROT-MENS THRU ROT-MENS-FIM
                 ELSE
                    MOVE 1 TO W-SEL
                 END-IF
              END-IF
           END-IF
           .

      *************************************
      * LISTA DAS OCORRENCIAS VENCIDAS    *
      *************************************
      * ABERTA OU EM ANDAMENTO COM PRAZO ANTERIOR A HOJE; ORDENADAS
      * POR AREA RESPONSAVEL E PRAZO (A MAIS ATRASADA PRIMEIRO).
       SELECIONA-VENCIDAS.
           MOVE "N" TO WS-EOF-OCO
           MOVE ZEROS TO OCO_NUMERO
           START ARQ-OCORR KEY IS NOT LESS THAN OCO_NUMERO
               INVALID KEY MOVE "Y" TO WS-EOF-OCO
           END-START
           PERFORM UNTIL WS-EOF-OCO = "Y"
              READ ARQ-OCORR NEXT AT END
                 MOVE "Y" TO WS-EOF-OCO
              END-READ
              IF WS-EOF-OCO = "N"
                 IF (OCO_SITUACAO = "A" OR "E") AND
                    OCO_DATA_LIMITE < WS-DATA-HOJE
                    MOVE OCO_AREA        TO WRK-AREA
                    MOVE OCO_DATA_LIMITE TO WRK-LIMITE
                    MOVE OCO_NUMERO      TO WRK-NUMERO
                    RELEASE WORK-OCO-REG
                 END-IF
              END-IF
           END-PERFORM
           MOVE "00" TO WS-RESULTADO-ACESSO
           .

       EMITE-VENCIDAS.
           MOVE WS-DATA-HOJE TO CABV-DATA
           WRITE REGIMP FROM CABEC-VENC
           MOVE SPACES TO WS-AREA-ANTERIOR
           MOVE "N" TO WS-EOF-WORK
           PERFORM UNTIL WS-EOF-WORK = "Y"
              RETURN WORK-OCO AT END
                 MOVE "Y" TO WS-EOF-WORK
              END-RETURN
              IF WS-EOF-WORK = "N"
                 MOVE WRK-NUMERO TO OCO_NUMERO
                 READ ARQ-OCORR
                 IF WS-RESULTADO-ACESSO = "00"
                    PERFORM IMPRIME-VENCIDA
                 END-IF
                 MOVE "00" TO WS-RESULTADO-ACESSO
              END-IF
           END-PERFORM
           IF WS-QTD-LISTADAS = ZEROS
              MOVE SPACES TO REGIMP
              WRITE REGIMP
              MOVE "NENHUMA OCORRENCIA COM PRAZO VENCIDO." TO REGIMP
              WRITE REGIMP
           END-IF
           .

       IMPRIME-VENCIDA.
           PERFORM DESCREVE-OCORRENCIA
           IF OCO_AREA NOT = WS-AREA-ANTERIOR
              MOVE SPACES TO REGIMP
              WRITE REGIMP
              MOVE WS-OCO-DESCR-AREA TO CABA-AREA
              WRITE REGIMP FROM CABEC-AREA
              WRITE REGIMP FROM CABEC2-VENC
              MOVE OCO_AREA TO WS-AREA-ANTERIOR
           END-IF
           MOVE OCO_CODIGO_CLIENTE TO CLI_CODIGO_CLIENTE
           READ ARQ-CLIENTE
               INVALID KEY MOVE SPACES TO CLI_RAZAO_SOCIAL
           END-READ
           MOVE "00" TO WS-RESULTADO-ACESSO
           COMPUTE WS-DIAS-ATRASO =
               FUNCTION INTEGER-OF-DATE(WS-DATA-HOJE) -
               FUNCTION INTEGER-OF-DATE(OCO_DATA_LIMITE)
           MOVE OCO_NUMERO            TO IMPV-NUMERO
           MOVE OCO_CODIGO_CLIENTE    TO IMPV-CLIENTE
           MOVE CLI_RAZAO_SOCIAL      TO IMPV-RAZAO
           MOVE WS-OCO-DESCR-TIPO     TO IMPV-TIPO
           MOVE WS-OCO-DESCR-SITUACAO TO IMPV-SITUACAO
           MOVE OCO_DATA_ABERTURA     TO IMPV-ABERTURA
           MOVE OCO_DATA_LIMITE       TO IMPV-PRAZO
           MOVE WS-DIAS-ATRASO        TO IMPV-DIAS
           MOVE OCO_COD_VENDEDOR      TO IMPV-VENDEDOR
           MOVE OCO_DESCRICAO         TO IMPV-DESCRICAO
           WRITE REGIMP FROM IMPVENC
           ADD 1 TO WS-QTD-LISTADAS
           .

      *************************************
      * RELATORIO MENSAL                  *
      *************************************
      * OCORRENCIAS ABERTAS NO MES; A SITUACAO E A DE HOJE, ENTAO UMA
      * OCORRENCIA AINDA ABERTA CONTA COMO VENCIDA SE O PRAZO JA
      * PASSOU, MESMO QUE O MES PEDIDO SEJA ANTIGO.
       ACUMULA-MES.
           MOVE ZEROS TO WS-TAB-TIPO WS-TAB-VENDEDOR WS-TAB-TOTAL
           MOVE ZEROS TO WS-QTD-FROTA
           MOVE "N" TO WS-EOF-OCO
           MOVE ZEROS TO OCO_NUMERO
           START ARQ-OCORR KEY IS NOT LESS THAN OCO_NUMERO
               INVALID KEY MOVE "Y" TO WS-EOF-OCO
           END-START
           PERFORM UNTIL WS-EOF-OCO = "Y"
              READ ARQ-OCORR NEXT AT END
                 MOVE "Y" TO WS-EOF-OCO
              END-READ
              IF WS-EOF-OCO = "N"
                 IF OCO_DATA_ABERTURA(1:6) = WS-ANO-MES
                    PERFORM CLASSIFICA-OCORRENCIA
                    PERFORM SOMA-AGRUPAMENTOS
                    ADD 1 TO WS-QTD-LISTADAS
                 END-IF
              END-IF
           END-PERFORM
           MOVE "00" TO WS-RESULTADO-ACESSO
           .

      * WS-SOMA-CNT: 1 TOTAL, 2 NO PRAZO, 3 FORA DO PRAZO, 4 AINDA
      * ABERTA, 5 VENCIDA (ABERTA E FORA DO PRAZO), 6 CANCELADA.
       CLASSIFICA-OCORRENCIA.
           MOVE ZEROS TO WS-TAB-SOMA
           MOVE 1 TO WS-SOMA-CNT(1)
           EVALUATE OCO_SITUACAO
             WHEN "R"
                IF OCO_DATA_ENCERRAMENTO > OCO_DATA_LIMITE
                   MOVE 1 TO WS-SOMA-CNT(3)
                ELSE
                   MOVE 1 TO WS-SOMA-CNT(2)
                END-IF
             WHEN "C"
                MOVE 1 TO WS-SOMA-CNT(6)
             WHEN OTHER
                MOVE 1 TO WS-SOMA-CNT(4)
                IF OCO_DATA_LIMITE < WS-DATA-HOJE
                   MOVE 1 TO WS-SOMA-CNT(3)
                   MOVE 1 TO WS-SOMA-CNT(5)
                END-IF
           END-EVALUATE
           .

       SOMA-AGRUPAMENTOS.
           EVALUATE OCO_TIPO
             WHEN "A" MOVE 1 TO WS-IDX-TIPO
             WHEN "D" MOVE 2 TO WS-IDX-TIPO
             WHEN "C" MOVE 3 TO WS-IDX-TIPO
             WHEN "R" MOVE 4 TO WS-IDX-TIPO
             WHEN OTHER MOVE 5 TO WS-IDX-TIPO
           END-EVALUATE
           MOVE OCO_COD_VENDEDOR TO WS-IDX-VEN
           IF WS-IDX-VEN = ZEROS
              MOVE 999 TO WS-IDX-VEN
           END-IF
           PERFORM LOCALIZA-FROTA
           PERFORM VARYING WS-IDX-CNT FROM 1 BY 1 UNTIL WS-IDX-CNT > 6
              ADD WS-SOMA-CNT(WS-IDX-CNT)
                TO WS-TIP-CNT(WS-IDX-TIPO WS-IDX-CNT)
                   WS-VEN-CNT(WS-IDX-VEN WS-IDX-CNT)
                   WS-TOT-CNT(WS-IDX-CNT)
              IF WS-IDX-FRO > ZEROS
                 ADD WS-SOMA-CNT(WS-IDX-CNT)
                   TO WS-FRO-CNT(WS-IDX-FRO WS-IDX-CNT)
              END-IF
           END-PERFORM
           .

      * PROCURA O PAR VEICULO/MOTORISTA NA TABELA E INCLUI SE FOR
      * NOVO; COM A TABELA CHEIA O PAR FICA SO NOS TOTAIS.
       LOCALIZA-FROTA.
           MOVE ZEROS TO WS-IDX-FRO
           PERFORM VARYING WS-IDX-FRO FROM 1 BY 1
                   UNTIL WS-IDX-FRO > WS-QTD-FROTA
                      OR (WS-FRO-VEICULO(WS-IDX-FRO) = OCO_VEICULO AND
                          WS-FRO-MOTORISTA(WS-IDX-FRO) = OCO_MOTORISTA)
              CONTINUE
           END-PERFORM
           IF WS-IDX-FRO > WS-QTD-FROTA
              IF WS-QTD-FROTA < 300
                 ADD 1 TO WS-QTD-FROTA
                 MOVE WS-QTD-FROTA TO WS-IDX-FRO
                 MOVE OCO_VEICULO   TO WS-FRO-VEICULO(WS-IDX-FRO)
                 MOVE OCO_MOTORISTA TO WS-FRO-MOTORISTA(WS-IDX-FRO)
                 MOVE ZEROS TO WS-FRO-CNT(WS-IDX-FRO 1)
                               WS-FRO-CNT(WS-IDX-FRO 2)
                               WS-FRO-CNT(WS-IDX-FRO 3)
                               WS-FRO-CNT(WS-IDX-FRO 4)
                               WS-FRO-CNT(WS-IDX-FRO 5)
                               WS-FRO-CNT(WS-IDX-FRO 6)
              ELSE
                 MOVE ZEROS TO WS-IDX-FRO
              END-IF
           END-IF
           .

       EMITE-MENSAL.
           MOVE WS-ANO-MES TO CABM-ANOMES
           WRITE REGIMP FROM CABEC-MES

           MOVE SPACES TO REGIMP
           WRITE REGIMP
           MOVE "POR TIPO DE OCORRENCIA" TO CABS-TITULO
           WRITE REGIMP FROM CABEC-SECAO
           WRITE REGIMP FROM CABEC2-MES
           PERFORM VARYING WS-IDX-TIPO FROM 1 BY 1
                   UNTIL WS-IDX-TIPO > 5
              IF WS-TIP-CNT(WS-IDX-TIPO 1) > ZEROS
                 EVALUATE WS-IDX-TIPO
                   WHEN 1 MOVE "A" TO OCO_TIPO
                   WHEN 2 MOVE "D" TO OCO_TIPO
                   WHEN 3 MOVE "C" TO OCO_TIPO
                   WHEN 4 MOVE "R" TO OCO_TIPO
                   WHEN OTHER MOVE "O" TO OCO_TIPO
                 END-EVALUATE
                 PERFORM DESCREVE-OCORRENCIA
                 MOVE WS-OCO-DESCR-TIPO TO IMPM-ROTULO
                 PERFORM VARYING WS-IDX-CNT FROM 1 BY 1
                         UNTIL WS-IDX-CNT > 6
                    MOVE WS-TIP-CNT(WS-IDX-TIPO WS-IDX-CNT)
                      TO IMPM-VALOR(WS-IDX-CNT)
                 END-PERFORM
                 WRITE REGIMP FROM IMPMES
              END-IF
           END-PERFORM

           MOVE SPACES TO REGIMP
           WRITE REGIMP
           MOVE "POR VENDEDOR" TO CABS-TITULO
           WRITE REGIMP FROM CABEC-SECAO
           WRITE REGIMP FROM CABEC2-MES
           PERFORM VARYING WS-IDX-VEN FROM 1 BY 1
                   UNTIL WS-IDX-VEN > 998
              IF WS-VEN-CNT(WS-IDX-VEN 1) > ZEROS
                 MOVE WS-IDX-VEN TO VEN_CODIGO_VENDEDOR
                 READ ARQ-VENDEDOR
                     INVALID KEY MOVE SPACES TO VEN_NOME_VENDEDOR
                 END-READ
                 MOVE "00" TO WS-RESULTADO-ACESSO
                 MOVE SPACES TO IMPM-ROTULO
                 STRING WS-IDX-VEN " " VEN_NOME_VENDEDOR
                     DELIMITED BY SIZE INTO IMPM-ROTULO
                 END-STRING
                 PERFORM IMPRIME-VENDEDOR
              END-IF
           END-PERFORM
           IF WS-VEN-CNT(999 1) > ZEROS
              MOVE 999 TO WS-IDX-VEN
              MOVE "SEM VENDEDOR" TO IMPM-ROTULO
              PERFORM IMPRIME-VENDEDOR
           END-IF

           MOVE SPACES TO REGIMP
           WRITE REGIMP
           MOVE "POR VEICULO / MOTORISTA DA ENTREGA" TO CABS-TITULO
           WRITE REGIMP FROM CABEC-SECAO
           WRITE REGIMP FROM CABEC2-MES
           PERFORM VARYING WS-IDX-FRO FROM 1 BY 1
                   UNTIL WS-IDX-FRO > WS-QTD-FROTA
              PERFORM IMPRIME-FROTA
           END-PERFORM

           MOVE SPACES TO REGIMP
           WRITE REGIMP
           MOVE "TOTAL DO MES" TO IMPM-ROTULO
           PERFORM VARYING WS-IDX-CNT FROM 1 BY 1 UNTIL WS-IDX-CNT > 6
              MOVE WS-TOT-CNT(WS-IDX-CNT) TO IMPM-VALOR(WS-IDX-CNT)
           END-PERFORM
           WRITE REGIMP FROM IMPMES
           .

       IMPRIME-VENDEDOR.
           PERFORM VARYING WS-IDX-CNT FROM 1 BY 1 UNTIL WS-IDX-CNT > 6
              MOVE WS-VEN-CNT(WS-IDX-VEN WS-IDX-CNT)
                TO IMPM-VALOR(WS-IDX-CNT)
           END-PERFORM
           WRITE REGIMP FROM IMPMES
           .

       IMPRIME-FROTA.
           MOVE SPACES TO WRF-DESCRICAO WRF-NOME
           MOVE WS-FRO-VEICULO(WS-IDX-FRO)   TO WRF-VEICULO
           MOVE WS-FRO-MOTORISTA(WS-IDX-FRO) TO WRF-MOTORISTA
           IF WRF-VEICULO = SPACES
              MOVE "SEM ENTREGA" TO WRF-DESCRICAO
           ELSE
              IF WS-SEM-VEICULO = "N"
                 MOVE WRF-VEICULO TO VEI_PLACA
                 READ ARQ-VEICULO
                     NOT INVALID KEY
                        MOVE VEI_DESCRICAO TO WRF-DESCRICAO
                 END-READ
              END-IF
           END-IF
           IF WRF-MOTORISTA > ZEROS AND WS-SEM-MOTORISTA = "N"
              MOVE WRF-MOTORISTA TO MOT_CODIGO
              READ ARQ-MOTORISTA
                  NOT INVALID KEY
                     MOVE MOT_NOME TO WRF-NOME
              END-READ
           END-IF
           MOVE "00" TO WS-RESULTADO-ACESSO
           MOVE WS-ROTULO-FROTA TO IMPM-ROTULO
           PERFORM VARYING WS-IDX-CNT FROM 1 BY 1 UNTIL WS-IDX-CNT > 6
              MOVE WS-FRO-CNT(WS-IDX-FRO WS-IDX-CNT)
                TO IMPM-VALOR(WS-IDX-CNT)
           END-PERFORM
           WRITE REGIMP FROM IMPMES
           .

       GRAVA-AUDITORIA.
           MOVE FUNCTION CURRENT-DATE(1:14) TO AUD-DATA-HORA
           MOVE "RELOCO"         TO AUD-PROGRAMA
           MOVE LS-ID            TO AUD-OPERADOR
           MOVE DOPCAO           TO AUD-OPERACAO
           MOVE WS-QTD-LISTADAS  TO AUD-CODIGO
           MOVE SPACES           TO AUD-RESULTADO
           IF WS-TIPO-RELATORIO = "1"
              STRING "VENCIDAS EM " WS-DATA-HOJE
                  DELIMITED BY SIZE INTO AUD-RESULTADO
              END-STRING
           ELSE
              STRING "MES " WS-ANO-MES " RELATORIO EMITIDO"
                  DELIMITED BY SIZE INTO AUD-RESULTADO
              END-STRING
           END-IF
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
      * SEM O ARQUIVO DE OCORRENCIAS NAO HA O QUE LISTAR; VEICULO E
      * MOTORISTA SO DAO NOME AS LINHAS DO RELATORIO MENSAL.
       OPEN-ARQUIVOS.
           PERFORM OPEN-AUDITORIA
           OPEN INPUT ARQ-OCORR
           IF WS-RESULTADO-ACESSO NOT = "00"
              MOVE "ERRO ABERTURA DO ARQ. OCORRENCIAS" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              CLOSE ARQ-AUD
              EXIT PROGRAM
              .
           OPEN INPUT ARQ-CLIENTE
           IF WS-RESULTADO-ACESSO NOT = "00"
              MOVE "ERRO ABERTURA DO ARQ. CLIENTES" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              CLOSE ARQ-OCORR ARQ-AUD
              EXIT PROGRAM
              .
           OPEN INPUT ARQ-VENDEDOR
           IF WS-RESULTADO-ACESSO NOT = "00"
              MOVE "ERRO ABERTURA DO ARQ. VENDEDORES" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              CLOSE ARQ-OCORR ARQ-CLIENTE ARQ-AUD
              EXIT PROGRAM
              .
           MOVE "N" TO WS-SEM-VEICULO
           OPEN INPUT ARQ-VEICULO
           IF WS-RESULTADO-ACESSO NOT = "00"
              MOVE "S" TO WS-SEM-VEICULO
           END-IF
           MOVE "N" TO WS-SEM-MOTORISTA
           OPEN INPUT ARQ-MOTORISTA
           IF WS-RESULTADO-ACESSO NOT = "00"
              MOVE "S" TO WS-SEM-MOTORISTA
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
           CLOSE ARQ-OCORR
                 ARQ-CLIENTE
                 ARQ-VENDEDOR
                 ARQ-AUD
           IF WS-SEM-VEICULO = "N"
              CLOSE ARQ-VEICULO
           END-IF
           IF WS-SEM-MOTORISTA = "N"
              CLOSE ARQ-MOTORISTA
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

      * DESCREVE-OCORRENCIA: VER COPYBOOK, COMPARTILHADO COM O
      * CADOCO.
       COPY "copybook\SISOCPGER.CPY".

      * REGISTRA-SPOOL: VER COPYBOOK, COMPARTILHADO PELOS PROGRAMAS
      * DE RELATORIO.
       COPY "copybook\SISSPPGER.CPY".

      * CARREGA-FILIAL E MONTA-CAMINHOS-FILIAL: VER COPYBOOK,
      * COMPARTILHADO COM OS DEMAIS PROGRAMAS DA FILIAL.
       COPY "copybook\SISFIPGER.CPY".
