      **************************************************
      * DOCUMENTOS E LICENCAS DOS CLIENTES A VENCER    *
      * (E JA VENCIDOS), POR VENDEDOR, PARA A COBRANCA *
      * DA RENOVACAO ANTES DO BLOQUEIO DO PEDIDO       *
      **************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RELDOC.
       AUTHOR. ALVARO LIMA.
      *------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       COPY "copybook\SISSLGER.CPY".

           SELECT WORK-DOC ASSIGN TO "WORKDOC".
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
       COPY "copybook\SISFDGER.CPY".

       SD WORK-DOC.
       01 WORK-DOC-REG.
          03 WRK-VENDEDOR   PIC 9(003).
          03 WRK-VALIDADE   PIC 9(008).
          03 WRK-CLIENTE    PIC 9(007).
          03 WRK-TIPO       PIC X(001).
      *------------------------------------------------------
       WORKING-STORAGE SECTION.
       COPY "copybook\SISWSGER.CPY".
       COPY "copybook\SISCFGER.CPY".
       77 WRL-ARQ-IMPRESSAO    PIC X(100) VALUE SPACES.

      * "S" = EXECUCAO SEM OPERADOR NA TELA (LS-ID = "BATCH"): NA
      * CADEIA NOTURNA SAI UMA VEZ POR SEMANA (CONDICAO "S" DO
      * STRCTL) COM O PRAZO PADRAO WCF-DOC-DIAS-AVISO.
       77 WS-MODO-BATCH        PIC X(001) VALUE "N".

       77 WS-DATA-HOJE         PIC 9(008) VALUE ZEROS.
       77 WS-DATA-AVISO        PIC 9(008) VALUE ZEROS.
       77 WS-DIAS-AVISO        PIC 9(003) VALUE ZEROS.
       77 WS-SO-OBRIGATORIOS   PIC X(001) VALUE "N".
       77 WS-DIAS-FALTAM       PIC S9(005) VALUE ZEROS.
       77 WS-VEND-ANTERIOR     PIC 9(003) VALUE ZEROS.
       77 WS-PRIMEIRO          PIC X(001) VALUE "S".
       77 WS-EOF-WORK          PIC X(001) VALUE "N".
       77 WS-QTD-LISTADOS      PIC 9(005) VALUE ZEROS.
       77 WS-QTD-VENCIDOS      PIC 9(005) VALUE ZEROS.
       77 WS-QTD-VEND          PIC 9(005) VALUE ZEROS.

       01 CABEC-DOC.
          03 FILLER PIC X(42) VALUE
             "DOCUMENTOS/LICENCAS DE CLIENTES A VENCER ".
          03 FILLER PIC X(04) VALUE "ATE ".
          03 CABD-AVISO PIC 9999/99/99.
          03 FILLER PIC X(14) VALUE "  EMITIDO EM ".
          03 CABD-HOJE  PIC 9999/99/99.
       01 CABEC-VEND.
          03 FILLER PIC X(10) VALUE "VENDEDOR: ".
          03 CABV-VENDEDOR PIC 9(003).
          03 FILLER PIC X(01) VALUE SPACES.
          03 CABV-NOME     PIC X(040).
       01 CABEC2-DOC.
          03 FILLER PIC X(50) VALUE
             "CLIENTE RAZAO SOCIAL            TELEFONE        TI".
          03 FILLER PIC X(50) VALUE
             "PO         NUMERO               ORGAO EMISSOR     ".
          03 FILLER PIC X(30) VALUE
             "   VALIDADE  DIAS O SITUACAO".

       01 IMPDOC.
          03 IMPD-CLIENTE     PIC 9(007).
          03 FILLER           PIC X(01) VALUE SPACES.
          03 IMPD-RAZAO       PIC X(024).
          03 FILLER           PIC X(01) VALUE SPACES.
          03 IMPD-TELEFONE    PIC X(015).
          03 FILLER           PIC X(01) VALUE SPACES.
          03 IMPD-TIPO        PIC X(012).
          03 FILLER           PIC X(01) VALUE SPACES.
          03 IMPD-NUMERO      PIC X(020).
          03 FILLER           PIC X(01) VALUE SPACES.
          03 IMPD-ORGAO       PIC X(020).
          03 FILLER           PIC X(01) VALUE SPACES.
          03 IMPD-VALIDADE    PIC 9999/99/99.
          03 FILLER           PIC X(01) VALUE SPACES.
          03 IMPD-DIAS        PIC ----9.
          03 FILLER           PIC X(01) VALUE SPACES.
          03 IMPD-OBRIGATORIO PIC X(001).
          03 FILLER           PIC X(01) VALUE SPACES.
          03 IMPD-SITUACAO    PIC X(008).

       01 RODAPE-VEND.
          03 FILLER PIC X(22) VALUE "  DOCUMENTOS DO VEND.:".
          03 RODV-QTD  PIC ZZZZ9.

       01 RODAPE-TOTAL.
          03 FILLER PIC X(22) VALUE "TOTAL DE DOCUMENTOS : ".
          03 RODT-QTD  PIC ZZZZ9.
          03 FILLER PIC X(16) VALUE "   JA VENCIDOS: ".
          03 RODT-VENC PIC ZZZZ9.

       01 WS-MENS-TOTAL.
          03 FILLER     PIC X(27) VALUE "RELATORIO CONCLUIDO OK -  ".
          03 WS-MENS-QTD PIC ZZZZ9.
          03 FILLER     PIC X(15) VALUE " DOCUMENTO(S)".

       LINKAGE SECTION.
       01 LS-ID PIC X(5).

       SCREEN SECTION.
       COPY "copybook\SISSTGER.CPY".

       01 TELA-DOCUMENTOS.
        02 BLANK SCREEN.
        02 LINE 02 COL 28 VALUE "Sistema de Franquia AMBEV".
        02 LINE 07 COL 22 VALUE
          "DOCUMENTOS/LICENCAS DE CLIENTES A VENCER".
        02 LINE 09 COL 10 VALUE "DIAS A FRENTE        : [   ]".
        02 LINE 09 COL 40 VALUE "A PARTIR DE HOJE".
        02 LINE 10 COL 10 VALUE "SO OBRIGATORIOS (S/N): [ ]".
        02 LINE 12 COL 10 VALUE
          "LISTA OS DOCUMENTOS QUE VENCEM ATE A DATA E OS JA".
        02 LINE 13 COL 10 VALUE
          "VENCIDOS, POR VENDEDOR DO CLIENTE E VALIDADE. O".
        02 LINE 14 COL 10 VALUE
          "OBRIGATORIO VENCIDO BLOQUEIA O PEDIDO (VER CADDOC).".
      *-------------------------------------------------------
       PROCEDURE DIVISION  USING LS-ID.
       INICIO.
      * RESOLVE OS CAMINHOS DA FILIAL SELECIONADA NO LOGIN ANTES DE
      * ABRIR QUALQUER ARQUIVO DE DADOS (VER SISFIPGER.CPY).
           MOVE LS-ID TO WS-SESSAO-ID
           PERFORM CARREGA-FILIAL
           MOVE WCF-ARQ-IMPRESSAO-DOCCLI TO WRL-ARQ-IMPRESSAO
           MOVE ZEROS TO WS-QTD-LISTADOS WS-QTD-VENCIDOS
           MOVE "N" TO WS-MODO-BATCH
           IF LS-ID = "BATCH"
              MOVE "S" TO WS-MODO-BATCH
           END-IF
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-DATA-HOJE
           MOVE WCF-DOC-DIAS-AVISO TO WS-DIAS-AVISO
           MOVE "N" TO WS-SO-OBRIGATORIOS

           IF WS-MODO-BATCH = "S"
              MOVE "S" TO W-SN
           ELSE
              DISPLAY TELA-DOCUMENTOS
              MOVE 0 TO W-SEL
              PERFORM ENTRA-PARAMETROS UNTIL W-SEL > 0
              MOVE 0 TO W-SEL
              PERFORM CONFIRMA-TELA UNTIL W-SEL > 0
           END-IF

           IF W-SN = "S"
              COMPUTE WS-DATA-AVISO = FUNCTION DATE-OF-INTEGER
                  (FUNCTION INTEGER-OF-DATE(WS-DATA-HOJE)
                   + WS-DIAS-AVISO)
              PERFORM OPEN-ARQUIVOS
              OPEN OUTPUT ARQIMP
              MOVE "A VENCER" TO DOPCAO
              SORT WORK-DOC
                 ON ASCENDING KEY WRK-VENDEDOR WRK-VALIDADE
                                  WRK-CLIENTE WRK-TIPO
                 INPUT PROCEDURE  IS SELECIONA-DOCUMENTOS
                 OUTPUT PROCEDURE IS EMITE-DOCUMENTOS
              CLOSE ARQIMP
      * COPIA DATADA + CATALOGO DE SPOOL (VER SISSPPGER.CPY).
              MOVE "RELDOC" TO WS-SPL-PROGRAMA
              MOVE WRL-ARQ-IMPRESSAO TO WS-SPL-ORIGEM
              PERFORM REGISTRA-SPOOL THRU REGISTRA-SPOOL-FIM
              PERFORM GRAVA-AUDITORIA
              PERFORM CLOSE-ARQUIVOS
              MOVE WS-QTD-LISTADOS TO WS-MENS-QTD
              MOVE WS-MENS-TOTAL TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
           END-IF
           EXIT PROGRAM
           .

       ENTRA-PARAMETROS.
           ACCEPT WS-DIAS-AVISO WITH UPDATE AT 0934
           IF WS-DIAS-AVISO = ZEROS
              MOVE "*** INFORME OS DIAS A FRENTE ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
           ELSE
              ACCEPT WS-SO-OBRIGATORIOS WITH UPDATE AT 1034
              INSPECT WS-SO-OBRIGATORIOS CONVERTING "sn" TO "SN"
              IF WS-SO-OBRIGATORIOS NOT = "S" AND "N"
                 MOVE "*** DIGITE APENAS S=SIM e N=NAO ***" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
              ELSE
                 MOVE 1 TO W-SEL
              END-IF
           END-IF
           .

      *************************************
      * SELECAO DOS DOCUMENTOS            *
      *************************************
      * VALIDADE ATE A DATA DE AVISO (INCLUI OS JA VENCIDOS); O
      * VENDEDOR E O ATUAL DO CLIENTE, QUEM VAI COBRAR A RENOVACAO.
      * CLIENTE EXCLUIDO ("F") FICA FORA: NAO COMPRA MAIS.
       SELECIONA-DOCUMENTOS.
           MOVE "N" TO WS-DOC-EOF
           MOVE LOW-VALUES TO DOC_CHAVE
           START ARQ-DOCCLI KEY IS NOT LESS THAN DOC_CHAVE
               INVALID KEY MOVE "Y" TO WS-DOC-EOF
           END-START
           PERFORM UNTIL WS-DOC-EOF = "Y"
              READ ARQ-DOCCLI NEXT AT END
                 MOVE "Y" TO WS-DOC-EOF
              END-READ
              IF WS-DOC-EOF = "N"
                 IF DOC_DATA_VALIDADE NOT > WS-DATA-AVISO AND
                    (WS-SO-OBRIGATORIOS = "N" OR DOC_OBRIGATORIO = "S")
                    PERFORM LIBERA-DOCUMENTO
                 END-IF
              END-IF
           END-PERFORM
           MOVE "00" TO WS-RESULTADO-ACESSO
           .

       LIBERA-DOCUMENTO.
           MOVE DOC_CODIGO_CLIENTE TO CLI_CODIGO_CLIENTE
           READ ARQ-CLIENTE
               INVALID KEY
                  MOVE "F" TO CLI_STATUS
           END-READ
           MOVE "00" TO WS-RESULTADO-ACESSO
           IF CLI_STATUS NOT = "F"
              MOVE CLI_COD_VENDEDOR   TO WRK-VENDEDOR
              MOVE DOC_DATA_VALIDADE  TO WRK-VALIDADE
              MOVE DOC_CODIGO_CLIENTE TO WRK-CLIENTE
              MOVE DOC_TIPO           TO WRK-TIPO
              RELEASE WORK-DOC-REG
           END-IF
           .

      *************************************
      * EMISSAO POR VENDEDOR              *
      *************************************
       EMITE-DOCUMENTOS.
           MOVE WS-DATA-AVISO TO CABD-AVISO
           MOVE WS-DATA-HOJE  TO CABD-HOJE
           WRITE REGIMP FROM CABEC-DOC
           MOVE "S" TO WS-PRIMEIRO
           MOVE "N" TO WS-EOF-WORK
           PERFORM UNTIL WS-EOF-WORK = "Y"
              RETURN WORK-DOC AT END
                 MOVE "Y" TO WS-EOF-WORK
              END-RETURN
              IF WS-EOF-WORK = "N"
                 MOVE WRK-CLIENTE TO DOC_CODIGO_CLIENTE
                 MOVE WRK-TIPO    TO DOC_TIPO
                 READ ARQ-DOCCLI
                 IF WS-RESULTADO-ACESSO = "00"
                    PERFORM IMPRIME-DOCUMENTO
                 END-IF
                 MOVE "00" TO WS-RESULTADO-ACESSO
              END-IF
           END-PERFORM
           IF WS-QTD-LISTADOS = ZEROS
              MOVE SPACES TO REGIMP
              WRITE REGIMP
              MOVE "NENHUM DOCUMENTO VENCIDO OU A VENCER NO PERIODO."
                TO REGIMP
              WRITE REGIMP
           ELSE
              PERFORM RODAPE-VENDEDOR
              MOVE SPACES TO REGIMP
              WRITE REGIMP
              MOVE WS-QTD-LISTADOS TO RODT-QTD
              MOVE WS-QTD-VENCIDOS TO RODT-VENC
              WRITE REGIMP FROM RODAPE-TOTAL
           END-IF
           .

       IMPRIME-DOCUMENTO.
           IF WS-PRIMEIRO = "S" OR WRK-VENDEDOR NOT = WS-VEND-ANTERIOR
              IF WS-PRIMEIRO = "N"
                 PERFORM RODAPE-VENDEDOR
              END-IF
              MOVE "N" TO WS-PRIMEIRO
              MOVE ZEROS TO WS-QTD-VEND
              MOVE WRK-VENDEDOR TO WS-VEND-ANTERIOR
              MOVE WRK-VENDEDOR TO VEN_CODIGO_VENDEDOR
              READ ARQ-VENDEDOR
                  INVALID KEY
                     MOVE "SEM VENDEDOR ATRIBUIDO" TO VEN_NOME_VENDEDOR
              END-READ
              MOVE "00" TO WS-RESULTADO-ACESSO
              MOVE SPACES TO REGIMP
              WRITE REGIMP
              MOVE WRK-VENDEDOR      TO CABV-VENDEDOR
              MOVE VEN_NOME_VENDEDOR TO CABV-NOME
              WRITE REGIMP FROM CABEC-VEND
              WRITE REGIMP FROM CABEC2-DOC
           END-IF
           MOVE DOC_CODIGO_CLIENTE TO CLI_CODIGO_CLIENTE
           READ ARQ-CLIENTE
               INVALID KEY
                  MOVE SPACES TO CLI_RAZAO_SOCIAL CLI_TELEFONE
           END-READ
           MOVE "00" TO WS-RESULTADO-ACESSO
           PERFORM DESCREVE-DOCUMENTO
           COMPUTE WS-DIAS-FALTAM =
               FUNCTION INTEGER-OF-DATE(DOC_DATA_VALIDADE) -
               FUNCTION INTEGER-OF-DATE(WS-DATA-HOJE)
           MOVE DOC_CODIGO_CLIENTE TO IMPD-CLIENTE
           MOVE CLI_RAZAO_SOCIAL   TO IMPD-RAZAO
           MOVE CLI_TELEFONE       TO IMPD-TELEFONE
           MOVE WS-DOC-DESCR-TIPO  TO IMPD-TIPO
           MOVE DOC_NUMERO         TO IMPD-NUMERO
           MOVE DOC_ORGAO_EMISSOR  TO IMPD-ORGAO
           MOVE DOC_DATA_VALIDADE  TO IMPD-VALIDADE
           MOVE WS-DIAS-FALTAM     TO IMPD-DIAS
           MOVE DOC_OBRIGATORIO    TO IMPD-OBRIGATORIO
           IF DOC_DATA_VALIDADE < WS-DATA-HOJE
              MOVE "VENCIDO"  TO IMPD-SITUACAO
              ADD 1 TO WS-QTD-VENCIDOS
           ELSE
              MOVE "A VENCER" TO IMPD-SITUACAO
           END-IF
           WRITE REGIMP FROM IMPDOC
           ADD 1 TO WS-QTD-LISTADOS WS-QTD-VEND
           .

       RODAPE-VENDEDOR.
           MOVE WS-QTD-VEND TO RODV-QTD
           WRITE REGIMP FROM RODAPE-VEND
           .

       GRAVA-AUDITORIA.
           MOVE FUNCTION CURRENT-DATE(1:14) TO AUD-DATA-HORA
           MOVE "RELDOC"         TO AUD-PROGRAMA
           MOVE LS-ID            TO AUD-OPERADOR
           MOVE DOPCAO           TO AUD-OPERACAO
           MOVE WS-QTD-LISTADOS  TO AUD-CODIGO
           MOVE SPACES           TO AUD-RESULTADO
           STRING "ATE " WS-DATA-AVISO " VENCIDOS " WS-QTD-VENCIDOS
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
      * SEM O CADASTRO DE DOCUMENTOS NA FILIAL NAO HA O QUE LISTAR.
       OPEN-ARQUIVOS.
           PERFORM OPEN-AUDITORIA
           OPEN INPUT ARQ-DOCCLI
           IF WS-RESULTADO-ACESSO NOT = "00"
              MOVE "ERRO ABERTURA DO ARQ. DOCUMENTOS" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              CLOSE ARQ-AUD
              EXIT PROGRAM
              .
           OPEN INPUT ARQ-CLIENTE
           IF WS-RESULTADO-ACESSO NOT = "00"
              MOVE "ERRO ABERTURA DO ARQ. CLIENTES" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              CLOSE ARQ-DOCCLI ARQ-AUD
              EXIT PROGRAM
              .
           OPEN INPUT ARQ-VENDEDOR
           IF WS-RESULTADO-ACESSO NOT = "00"
              MOVE "ERRO ABERTURA DO ARQ. VENDEDORES" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              CLOSE ARQ-DOCCLI ARQ-CLIENTE ARQ-AUD
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
           CLOSE ARQ-DOCCLI
                 ARQ-CLIENTE
                 ARQ-VENDEDOR
                 ARQ-AUD
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

      * DESCREVE-DOCUMENTO: VER COPYBOOK, COMPARTILHADO COM O CADDOC.
       COPY "copybook\SISDCPGER.CPY".

      * REGISTRA-SPOOL: VER COPYBOOK, COMPARTILHADO PELOS PROGRAMAS
      * DE RELATORIO.
       COPY "copybook\SISSPPGER.CPY".

      * CARREGA-FILIAL E MONTA-CAMINHOS-FILIAL: VER COPYBOOK,
      * COMPARTILHADO COM OS DEMAIS PROGRAMAS DA FILIAL.
       COPY "copybook\SISFIPGER.CPY".
