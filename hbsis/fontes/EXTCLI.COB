      **************************************************
      * EXTRATO DE CONTA CORRENTE DO CLIENTE: NOTAS,   *
      * PARCELAS, PAGAMENTOS, DEVOLUCOES, ESTORNOS E   *
      * ACORDOS COM SALDO CORRIDO, EM PAPEL TIMBRADO   *
      * E EM ARQUIVO PARA ENVIO POR E-MAIL             *
      **************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. EXTCLI.
       AUTHOR. ALVARO LIMA.
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       COPY "copybook\SISSLGER.CPY".

      * EXTRATO DE CADA CLIENTE PARA ENVIO POR E-MAIL (NOME MONTADO
      * EM WS-ARQ-EXTCLI: WCF-DIR-EXTRATO + EXT<CLIENTE>_<AAAAMMDD>)
      * E A LISTA DE ENVIO DA RODADA (CLIENTE;E-MAIL;ARQUIVO;RAZAO),
      * LIDA PELO PROGRAMA DE CORREIO.
           SELECT ARQ-EXTCLI ASSIGN TO WS-ARQ-EXTCLI
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS  IS WS-FS-EXC.
           SELECT ARQ-ENVEXT ASSIGN TO WS-ARQ-ENVEXT
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS  IS WS-FS-ENV.

      * ARQUIVO DE TRABALHO DO SORT: OS LANCAMENTOS DE CADA CLIENTE
      * EM ORDEM CRONOLOGICA (MESMO ESQUEMA DO WORK-TIT DO RELTIT).
           SELECT WORK-EXT ASSIGN TO "WORKEXT".
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
       COPY "copybook\SISFDGER.CPY".

       FD ARQ-EXTCLI
           LABEL RECORD IS STANDARD.
       01 REGEXC PIC X(132).

       FD ARQ-ENVEXT
           LABEL RECORD IS STANDARD.
       01 REGENV PIC X(200).

      * WRK-ORDEM ZERO E A MARCA DE INICIO DO CLIENTE (DATA ZERO, SAI
      * ANTES DE TUDO); NO MESMO DIA OS LANCAMENTOS SEGUEM A ORDEM DO
      * FATO (NOTA, DEVOLUCAO, ESTORNO, ACORDO, JUROS, PAGAMENTO...).
      * WRK-SEQ MANTEM A ORDEM DE GERACAO ENTRE IGUAIS.
           SD WORK-EXT.
       01 WORK-EXT-REG.
          03 WRK-CLIENTE    PIC 9(007).
          03 WRK-DATA       PIC 9(008).
          03 WRK-ORDEM      PIC 9(001).
          03 WRK-SEQ        PIC 9(007).
          03 WRK-HISTORICO  PIC X(040).
          03 WRK-DEBITO     PIC 9(011)V9(02).
          03 WRK-CREDITO    PIC 9(011)V9(02).
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       COPY "copybook\SISWSGER.CPY".
       COPY "copybook\SISCFGER.CPY".
       77 WRL-ARQ-IMPRESSAO    PIC X(100) VALUE SPACES.

      * "S" = EXECUCAO DISPARADA SEM OPERADOR NA TELA (LS-ID =
      * "BATCH") NA ULTIMA NOITE DO MES: EXTRATO DO MES CORRENTE DE
      * TODOS OS CLIENTES COM SALDO EM ABERTO NO FIM DO MES.
       77 WS-MODO-BATCH        PIC X(001) VALUE "N".

       77 WS-DATA-HOJE         PIC 9(008) VALUE ZEROS.
       77 WS-DIAS-INTEIRO      PIC 9(008) VALUE ZEROS.
       77 WS-ANO-MES           PIC 9(006) VALUE ZEROS.
       77 WS-ANO-AUX           PIC 9(004) VALUE ZEROS.
       77 WS-MES-AUX           PIC 9(002) VALUE ZEROS.
       77 WS-PROXIMO-MES       PIC 9(008) VALUE ZEROS.
       77 WS-DATA-INICIO       PIC 9(008) VALUE ZEROS.
       77 WS-DATA-FIM          PIC 9(008) VALUE ZEROS.

      * CLIENTE DO EXTRATO AVULSO; ZEROS = TODOS OS CLIENTES COM SALDO
      * DIFERENTE DE ZERO NO FIM DO PERIODO (WS-DATA-FIM).
       77 WS-EXT-CLIENTE       PIC 9(007) VALUE ZEROS.
       77 WS-ARQ-EXTCLI        PIC X(100) VALUE SPACES.
       77 WS-ARQ-ENVEXT        PIC X(100) VALUE SPACES.
       77 WS-FS-EXC            PIC X(002) VALUE "00".
       77 WS-FS-ENV            PIC X(002) VALUE "00".

       77 WS-EOF-TIT           PIC X(001) VALUE "N".
       77 WS-EOF-DEV           PIC X(001) VALUE "N".
       77 WS-EOF-CHQ           PIC X(001) VALUE "N".
       77 WS-EOF-WRK           PIC X(001) VALUE "N".
       77 WS-SEM-DEVOL         PIC X(001) VALUE "N".
       77 WS-SEM-CHEQUE        PIC X(001) VALUE "N".
       77 WS-SEM-BONIF         PIC X(001) VALUE "N".
       77 WS-EOF-BON           PIC X(001) VALUE "N".

      * APURACAO: NA FASE "S" O CLIENTE SO TEM O SALDO SOMADO (PARA
      * SABER SE ENTRA NA RODADA DE TODOS); NA FASE "G" OS
      * LANCAMENTOS VAO PARA O SORT.
       77 WS-EXT-FASE          PIC X(001) VALUE "G".
       77 WS-EXT-APURADO       PIC S9(013)V9(02) VALUE ZEROS.
       77 WS-EXT-SEQ           PIC 9(007) VALUE ZEROS.
       77 WS-EXT-INCOMPLETO    PIC X(001) VALUE "N".

      * NOTAS DO CLIENTE JA LANCADAS (UMA NOTA TEM VARIAS PARCELAS E
      * ENTRA UMA SO VEZ), COM A DATA DO ESTORNO PARA AS PARCELAS
      * "C". ACIMA DO TETO O EXTRATO SAI MARCADO COMO INCOMPLETO.
       77 WS-QTD-NFS           PIC 9(003) VALUE ZEROS.
       77 WS-NFS-IDX           PIC 9(003) VALUE ZEROS.
       77 WS-ACHOU             PIC X(001) VALUE "N".
       01 WS-TAB-NFS.
          05 WS-NFS OCCURS 999 TIMES.
             10 WS-NFS-NUMERO     PIC 9(009).
             10 WS-NFS-ACHADA     PIC X(001).
             10 WS-NFS-DATA-CANC  PIC 9(008).

      * LANCAMENTO A GRAVAR (VER GRAVA-EVENTO).
       77 WS-EVT-DATA          PIC 9(008) VALUE ZEROS.
       77 WS-EVT-ORDEM         PIC 9(001) VALUE ZEROS.
       77 WS-EVT-HISTORICO     PIC X(040) VALUE SPACES.
       77 WS-EVT-DEBITO        PIC 9(011)V9(02) VALUE ZEROS.
       77 WS-EVT-CREDITO       PIC 9(011)V9(02) VALUE ZEROS.
       77 WS-EVT-DOC           PIC X(020) VALUE SPACES.
       77 WS-EVT-TEXTO         PIC X(040) VALUE SPACES.
       77 WS-EVT-FORMA         PIC X(013) VALUE SPACES.

      * NUMERO SEM ZEROS A ESQUERDA PARA O HISTORICO.
       77 WS-EXT-NUMERO        PIC 9(009) VALUE ZEROS.
       77 WS-EXT-NUM-EDT       PIC Z(008)9.
       77 WS-EXT-NUM-TXT       PIC X(009) VALUE SPACES.
       77 WS-EXT-BRANCOS       PIC 9(002) VALUE ZEROS.

      * EXTRATO DO CLIENTE CORRENTE. SALDO POSITIVO = DEVEDOR (O
      * CLIENTE DEVE), NEGATIVO = CREDOR (CREDITO A FAVOR DELE).
       77 WS-EXT-ABERTO        PIC X(001) VALUE "N".
       77 WS-EXT-ARQ-ABERTO    PIC X(001) VALUE "N".
       77 WS-EXT-ANTERIOR      PIC X(001) VALUE "N".
       77 WS-EXT-SALDO         PIC S9(013)V9(02) VALUE ZEROS.
       77 WS-EXT-SALDO-ABS     PIC 9(013)V9(02) VALUE ZEROS.
       77 WS-EXT-TOT-DEBITO    PIC 9(013)V9(02) VALUE ZEROS.
       77 WS-EXT-TOT-CREDITO   PIC 9(013)V9(02) VALUE ZEROS.
       77 WS-EXT-QTD-MOV       PIC 9(005) VALUE ZEROS.
       77 WS-EXT-CNPJ-EDT      PIC 9(014).

       77 WS-QTD-EXTRATOS      PIC 9(007) VALUE ZEROS.
       77 WS-QTD-SEM-EMAIL     PIC 9(007) VALUE ZEROS.
       77 WS-QTD-ERRO-ARQ      PIC 9(007) VALUE ZEROS.

       77 WS-EXT-LINHA         PIC X(132) VALUE SPACES.
       77 WS-EXT-DATA-AUX      PIC 9(008) VALUE ZEROS.
       01 WS-EXT-DATA-EDT.
          03 WS-EXT-DATA-DIA      PIC X(002).
          03 FILLER               PIC X(001) VALUE "/".
          03 WS-EXT-DATA-MES      PIC X(002).
          03 FILLER               PIC X(001) VALUE "/".
          03 WS-EXT-DATA-ANO      PIC X(004).
       77 WS-EXT-INICIO-EDT    PIC X(010) VALUE SPACES.
       77 WS-EXT-FIM-EDT       PIC X(010) VALUE SPACES.

       01 CABEC-EXTRATO.
          03 FILLER PIC X(12) VALUE "DATA".
          03 FILLER PIC X(42) VALUE "HISTORICO".
          03 FILLER PIC X(19) VALUE "             DEBITO".
          03 FILLER PIC X(19) VALUE "            CREDITO".
          03 FILLER PIC X(19) VALUE "              SALDO".

       01 DET-EXTRATO.
          03 DEX-DATA       PIC X(010).
          03 FILLER         PIC X(02) VALUE SPACES.
          03 DEX-HISTORICO  PIC X(040).
          03 FILLER         PIC X(02) VALUE SPACES.
          03 DEX-DEBITO     PIC ZZ.ZZZ.ZZZ.ZZ9,99 BLANK WHEN ZERO.
          03 FILLER         PIC X(02) VALUE SPACES.
          03 DEX-CREDITO    PIC ZZ.ZZZ.ZZZ.ZZ9,99 BLANK WHEN ZERO.
          03 FILLER         PIC X(02) VALUE SPACES.
          03 DEX-SALDO      PIC ZZ.ZZZ.ZZZ.ZZ9,99.
          03 FILLER         PIC X(01) VALUE SPACES.
          03 DEX-DC         PIC X(001).

       01 DET-TOTAL.
          03 TOT-TITULO PIC X(40).
          03 TOT-QTD    PIC ZZZ.ZZ9.

       01 WS-MENS-TOTAL.
          03 FILLER      PIC X(22) VALUE "EXTRATOS EMITIDOS: ".
          03 WS-MENS-QTD PIC ZZZZZZ9.

       LINKAGE SECTION.
       01 LS-ID PIC X(5).

       SCREEN SECTION.
       COPY "copybook\SISSTGER.CPY".

       01 TELA-EXTCLI.
        02 BLANK SCREEN.
        02 LINE 02 COL 28 VALUE "Sistema de Franquia AMBEV".
        02 LINE 07 COL 22 VALUE "EXTRATO DE CONTA CORRENTE DO CLIENTE".
        02 LINE 09 COL 10 VALUE "1 - Extrato de um Cliente".
        02 LINE 10 COL 10 VALUE
          "2 - Extratos do Mes (Clientes com Saldo em Aberto)".
        02 LINE 11 COL 10 VALUE "3 - Retornar".
        02 LINE 14 COL 10 VALUE
          "CADA EXTRATO SAI NO RELATORIO E EM ARQUIVO PROPRIO NA".
        02 LINE 15 COL 10 VALUE
          "PASTA DE EXTRATOS, LISTADO PARA ENVIO POR E-MAIL.".
        02 LINE 20 COL 10 "Digite a opcao desejada[.]".
        02 OPCAO LINE 20 COL 34 PIC X(01) USING W-OPCAO AUTO.

       01 TELA-EXT-CLIENTE.
        02 BLANK SCREEN.
        02 LINE 02 COL 28 VALUE "Sistema de Franquia AMBEV".
        02 LINE 07 COL 26 VALUE "EXTRATO DE UM CLIENTE".
        02 LINE 09 COL 10 VALUE "CLIENTE                : [       ]".
        02 LINE 11 COL 10 VALUE "DATA INICIAL (AAAAMMDD): [        ]".
        02 LINE 12 COL 10 VALUE "DATA FINAL   (AAAAMMDD): [        ]".
        02 LINE 14 COL 10 VALUE
          "O SALDO ANTERIOR SOMA TODO O MOVIMENTO ANTES DA DATA".
        02 LINE 15 COL 10 VALUE "INICIAL.".

       01 TELA-MES.
        02 BLANK SCREEN.
        02 LINE 02 COL 28 VALUE "Sistema de Franquia AMBEV".
        02 LINE 07 COL 26 VALUE "EXTRATOS DO MES".
        02 LINE 09 COL 10 VALUE "MES (AAAAMM)           : [      ]".
        02 LINE 11 COL 10 VALUE
          "EMITE O EXTRATO DO MES DE CADA CLIENTE COM SALDO EM".
        02 LINE 12 COL 10 VALUE
          "ABERTO (DEVEDOR OU CREDOR) NO ULTIMO DIA DO MES.".
      *-----------------------------------------------------------------
       PROCEDURE DIVISION  USING LS-ID.
       INICIO.
      * RESOLVE OS CAMINHOS DA FILIAL SELECIONADA NO LOGIN ANTES DE
      * ABRIR QUALQUER ARQUIVO DE DADOS (VER SISFIPGER.CPY).
           MOVE LS-ID TO WS-SESSAO-ID
           PERFORM CARREGA-FILIAL
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-DATA-HOJE
           MOVE "N" TO WS-MODO-BATCH
           IF LS-ID = "BATCH"
              MOVE "S" TO WS-MODO-BATCH
              MOVE WS-DATA-HOJE(1:6) TO WS-ANO-MES
              PERFORM MONTA-PERIODO-MES
              MOVE ZEROS TO WS-EXT-CLIENTE
              PERFORM EMITE-EXTRATOS THRU EMITE-EXTRATOS-FIM
              EXIT PROGRAM
           END-IF
           MOVE "F" TO WFIM.
           PERFORM TELA-EXTCLI-0 UNTIL WFIM = "T".
       TELA-EXTCLI-0.
           MOVE SPACES TO W-OPCAO
           DISPLAY TELA-EXTCLI
           ACCEPT TELA-EXTCLI
           EVALUATE W-OPCAO
             WHEN "1"
                PERFORM EXTRATO-CLIENTE THRU EXTRATO-CLIENTE-FIM
             WHEN "2"
                PERFORM EXTRATOS-MES THRU EXTRATOS-MES-FIM
             WHEN "3"
                MOVE "T" TO WFIM
                EXIT PROGRAM
           END-EVALUATE.

      * PRIMEIRO E ULTIMO DIA DO MES WS-ANO-MES (O ULTIMO E A VESPERA
      * DO DIA 1 DO MES SEGUINTE).
       MONTA-PERIODO-MES.
           COMPUTE WS-DATA-INICIO = WS-ANO-MES * 100 + 1
           MOVE WS-ANO-MES(1:4) TO WS-ANO-AUX
           MOVE WS-ANO-MES(5:2) TO WS-MES-AUX
           IF WS-MES-AUX = 12
              ADD 1 TO WS-ANO-AUX
              MOVE 1 TO WS-MES-AUX
           ELSE
              ADD 1 TO WS-MES-AUX
           END-IF
           COMPUTE WS-PROXIMO-MES =
               WS-ANO-AUX * 10000 + WS-MES-AUX * 100 + 1
           COMPUTE WS-DIAS-INTEIRO =
               FUNCTION INTEGER-OF-DATE(WS-PROXIMO-MES) - 1
           COMPUTE WS-DATA-FIM =
               FUNCTION DATE-OF-INTEGER(WS-DIAS-INTEIRO)
           .

      ************************************
      * EXTRATO AVULSO DE UM CLIENTE     *
      ************************************
       EXTRATO-CLIENTE.
           DISPLAY TELA-EXT-CLIENTE
           MOVE ZEROS TO WS-EXT-CLIENTE
           ACCEPT WS-EXT-CLIENTE AT 0936
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 02 OR WS-EXT-CLIENTE = ZEROS
              GO TO EXTRATO-CLIENTE-FIM
           END-IF
           OPEN INPUT ARQ-CLIENTE
           IF WS-RESULTADO-ACESSO NOT = "00"
              MOVE "ERRO NA ABERTURA DO ARQUIVO CLIENTE" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO EXTRATO-CLIENTE-FIM
           END-IF
           MOVE WS-EXT-CLIENTE TO CLI_CODIGO_CLIENTE
           READ ARQ-CLIENTE
               INVALID KEY
                  MOVE "23" TO WS-RESULTADO-ACESSO
           END-READ
           CLOSE ARQ-CLIENTE
           IF WS-RESULTADO-ACESSO NOT = "00"
              MOVE "*** CLIENTE NAO CADASTRADO ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO EXTRATO-CLIENTE-FIM
           END-IF
           DISPLAY CLI_RAZAO_SOCIAL AT 0945

           MOVE WS-DATA-HOJE(1:6) TO WS-DATA-INICIO(1:6)
           MOVE "01"              TO WS-DATA-INICIO(7:2)
           MOVE WS-DATA-HOJE      TO WS-DATA-FIM
           MOVE 0 TO W-SEL
           PERFORM ENTRA-PERIODO UNTIL W-SEL > 0
           IF W-SN = "S"
              PERFORM EMITE-EXTRATOS THRU EMITE-EXTRATOS-FIM
           END-IF
           .
       EXTRATO-CLIENTE-FIM.
           EXIT.

       ENTRA-PERIODO.
           ACCEPT WS-DATA-INICIO WITH UPDATE AT 1136
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 02
              MOVE "N" TO W-SN
              MOVE 1 TO W-SEL
           ELSE
              ACCEPT WS-DATA-FIM WITH UPDATE AT 1236
              IF WS-DATA-INICIO = ZEROS OR
                 WS-DATA-FIM < WS-DATA-INICIO OR
                 WS-DATA-INICIO(5:2) < "01" OR
                 WS-DATA-INICIO(5:2) > "12" OR
                 WS-DATA-FIM(5:2) < "01" OR
                 WS-DATA-FIM(5:2) > "12"
                 MOVE "PERIODO INVALIDO" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
              ELSE
                 MOVE 0 TO W-SEL
                 PERFORM CONFIRMA-TELA UNTIL W-SEL > 0
                 MOVE 1 TO W-SEL
              END-IF
           END-IF
           .

      ************************************
      * EXTRATOS DO MES (TODOS COM SALDO)*
      ************************************
      * SUGERE O MES ANTERIOR AO CORRENTE, O ULTIMO FECHADO.
       EXTRATOS-MES.
           DISPLAY TELA-MES
           MOVE WS-DATA-HOJE(1:4) TO WS-ANO-AUX
           MOVE WS-DATA-HOJE(5:2) TO WS-MES-AUX
           IF WS-MES-AUX = 1
              SUBTRACT 1 FROM WS-ANO-AUX
              MOVE 12 TO WS-MES-AUX
           ELSE
              SUBTRACT 1 FROM WS-MES-AUX
           END-IF
           COMPUTE WS-ANO-MES = WS-ANO-AUX * 100 + WS-MES-AUX
           ACCEPT WS-ANO-MES WITH UPDATE AT 0936
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 02
              GO TO EXTRATOS-MES-FIM
           END-IF
           IF WS-ANO-MES(5:2) < "01" OR WS-ANO-MES(5:2) > "12" OR
              WS-ANO-MES(1:4) < "2000"
              MOVE "MES INVALIDO" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO EXTRATOS-MES-FIM
           END-IF
           MOVE 0 TO W-SEL
           PERFORM CONFIRMA-TELA UNTIL W-SEL > 0
           IF W-SN = "S"
              PERFORM MONTA-PERIODO-MES
              MOVE ZEROS TO WS-EXT-CLIENTE
              PERFORM EMITE-EXTRATOS THRU EMITE-EXTRATOS-FIM
           END-IF
           .
       EXTRATOS-MES-FIM.
           EXIT.

      ************************************
      * EMISSAO DOS EXTRATOS             *
      ************************************
      * OS LANCAMENTOS SAO DERIVADOS DO MOVIMENTO VIVO, COM AS MESMAS
      * REGRAS DA INTEGRACAO CONTABIL (EXTCTB): A NOTA ENTRA PELO
      * VALOR TOTAL NA EMISSAO, A DEVOLUCAO ATIVA PELO VALOR
      * DEVOLVIDO, A PARCELA ESTORNADA ("C") NA DATA DO ESTORNO DA
      * NOTA, A BAIXA COM JUROS/MULTA E DESCONTO, O ACORDO PELO
      * TITULO FECHADO ("R") E PELAS PARCELAS NOVAS, A TARIFA DO
      * CHEQUE DEVOLVIDO E A BONIFICACAO DE RAPPEL EMITIDA (CREDITO NA
      * DATA DA APROVACAO). A BAIXA COMO PERDA NAO E MOVIMENTO DO
      * CLIENTE (O VALOR CONTINUA DEVIDO) E NOTAS ENCERRADAS QUE O
      * ARCMOV JA LEVOU PARA O HISTORICO SAEM INTEIRAS (SALDO ZERO).
       EMITE-EXTRATOS.
           MOVE "EXTRATO" TO DOPCAO
           OPEN INPUT ARQ-CLIENTE
           IF WS-RESULTADO-ACESSO NOT = "00"
              MOVE "ERRO NA ABERTURA DO ARQUIVO CLIENTE" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO EMITE-EXTRATOS-FIM
           END-IF
           OPEN INPUT ARQ-TITULO
           IF WS-RESULTADO-ACESSO NOT = "00"
              MOVE "ERRO NA ABERTURA DO ARQUIVO DE TITULOS" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              CLOSE ARQ-CLIENTE
              GO TO EMITE-EXTRATOS-FIM
           END-IF
           OPEN INPUT ARQ-NF
           IF WS-RESULTADO-ACESSO NOT = "00"
              MOVE "ERRO NA ABERTURA DO ARQUIVO DE NOTAS" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              CLOSE ARQ-CLIENTE ARQ-TITULO
              GO TO EMITE-EXTRATOS-FIM
           END-IF
      * SEM DEVOLUCOES, SEM CUSTODIA OU SEM BONIFICACOES O EXTRATO
      * SAI SEM ESSES LANCAMENTOS.
           MOVE "N" TO WS-SEM-DEVOL
           OPEN INPUT ARQ-DEVOL
           IF WS-RESULTADO-ACESSO NOT = "00"
              MOVE "S" TO WS-SEM-DEVOL
              MOVE "00" TO WS-RESULTADO-ACESSO
           END-IF
           MOVE "N" TO WS-SEM-CHEQUE
           OPEN INPUT ARQ-CHEQUE
           IF WS-RESULTADO-ACESSO NOT = "00"
              MOVE "S" TO WS-SEM-CHEQUE
              MOVE "00" TO WS-RESULTADO-ACESSO
           END-IF
           MOVE "N" TO WS-SEM-BONIF
           OPEN INPUT ARQ-BONIF
           IF WS-RESULTADO-ACESSO NOT = "00"
              MOVE "S" TO WS-SEM-BONIF
              MOVE "00" TO WS-RESULTADO-ACESSO
           END-IF

           MOVE SPACES TO WS-ARQ-ENVEXT
           STRING WCF-DIR-EXTRATO DELIMITED BY SPACE
                  "ENVIO"         DELIMITED BY SIZE
                  WS-DATA-FIM     DELIMITED BY SIZE
                  ".txt"          DELIMITED BY SIZE
               INTO WS-ARQ-ENVEXT
           END-STRING
           OPEN OUTPUT ARQ-ENVEXT
           IF WS-FS-ENV NOT = "00"
              MOVE "*** ERRO AO CRIAR A LISTA DE ENVIO ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              PERFORM FECHA-ARQUIVOS
              GO TO EMITE-EXTRATOS-FIM
           END-IF

           MOVE WCF-ARQ-IMPRESSAO-EXTRATO TO WRL-ARQ-IMPRESSAO
           OPEN OUTPUT ARQIMP
           MOVE WS-DATA-INICIO TO WS-EXT-DATA-AUX
           PERFORM FORMATA-DATA
           MOVE WS-EXT-DATA-EDT TO WS-EXT-INICIO-EDT
           MOVE WS-DATA-FIM TO WS-EXT-DATA-AUX
           PERFORM FORMATA-DATA
           MOVE WS-EXT-DATA-EDT TO WS-EXT-FIM-EDT
           MOVE ZEROS TO WS-QTD-EXTRATOS WS-QTD-SEM-EMAIL
                         WS-QTD-ERRO-ARQ

           SORT WORK-EXT
              ON ASCENDING KEY WRK-CLIENTE
              ON ASCENDING KEY WRK-DATA
              ON ASCENDING KEY WRK-ORDEM
              ON ASCENDING KEY WRK-SEQ
              INPUT PROCEDURE  IS SELECIONA-EVENTOS
              OUTPUT PROCEDURE IS IMPRIME-EXTRATOS

           MOVE ALL "=" TO REGIMP(1:111)
           WRITE REGIMP
           MOVE "EXTRATOS EMITIDOS" TO TOT-TITULO
           MOVE WS-QTD-EXTRATOS TO TOT-QTD
           WRITE REGIMP FROM DET-TOTAL
           MOVE "CLIENTES SEM E-MAIL (SO IMPRESSOS)" TO TOT-TITULO
           MOVE WS-QTD-SEM-EMAIL TO TOT-QTD
           WRITE REGIMP FROM DET-TOTAL
           IF WS-QTD-ERRO-ARQ > ZEROS
              MOVE "*** ERRO AO GRAVAR O ARQUIVO DO CLIENTE" TO
                   TOT-TITULO
              MOVE WS-QTD-ERRO-ARQ TO TOT-QTD
              WRITE REGIMP FROM DET-TOTAL
           END-IF
           CLOSE ARQIMP
      * COPIA DATADA + CATALOGO DE SPOOL (VER SISSPPGER.CPY).
           MOVE "EXTCLI" TO WS-SPL-PROGRAMA
           MOVE WRL-ARQ-IMPRESSAO TO WS-SPL-ORIGEM
           PERFORM REGISTRA-SPOOL THRU REGISTRA-SPOOL-FIM

           CLOSE ARQ-ENVEXT
           PERFORM FECHA-ARQUIVOS

      * LINHA DE CONCLUSAO: E POR ELA QUE O STRCTL RECONHECE O PASSO.
           PERFORM OPEN-AUDITORIA
           MOVE FUNCTION CURRENT-DATE(1:14) TO AUD-DATA-HORA
           MOVE "EXTCLI"          TO AUD-PROGRAMA
           MOVE LS-ID             TO AUD-OPERADOR
           MOVE DOPCAO            TO AUD-OPERACAO
           MOVE WS-QTD-EXTRATOS   TO AUD-CODIGO
           MOVE SPACES TO AUD-RESULTADO
           STRING "ATE " WS-DATA-FIM " SEM E-MAIL "
                  WS-QTD-SEM-EMAIL(3:5)
               DELIMITED BY SIZE INTO AUD-RESULTADO
           END-STRING
           WRITE REGAUD
           CLOSE ARQ-AUD

           IF WS-MODO-BATCH NOT = "S"
              MOVE WS-QTD-EXTRATOS TO WS-MENS-QTD
              MOVE WS-MENS-TOTAL TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
           END-IF
           .
       EMITE-EXTRATOS-FIM.
           EXIT.

       FECHA-ARQUIVOS.
           CLOSE ARQ-CLIENTE ARQ-TITULO ARQ-NF
           IF WS-SEM-DEVOL = "N"
              CLOSE ARQ-DEVOL
           END-IF
           IF WS-SEM-CHEQUE = "N"
              CLOSE ARQ-CHEQUE
           END-IF
           IF WS-SEM-BONIF = "N"
              CLOSE ARQ-BONIF
           END-IF
           .

      ************************************
      * SELECAO DOS LANCAMENTOS (SORT)   *
      ************************************
      * INPUT PROCEDURE: O CLIENTE INFORMADO OU TODOS OS CLIENTES
      * (QUALQUER SITUACAO DE CADASTRO, JA QUE CLIENTE ENCERRADO
      * PODE TER SALDO).
       SELECIONA-EVENTOS.
           MOVE ZEROS TO WS-EXT-SEQ
           IF WS-EXT-CLIENTE > ZEROS
              MOVE WS-EXT-CLIENTE TO CLI_CODIGO_CLIENTE
              READ ARQ-CLIENTE
                  INVALID KEY
                     MOVE "23" TO WS-RESULTADO-ACESSO
              END-READ
              IF WS-RESULTADO-ACESSO = "00"
                 PERFORM SELECIONA-CLIENTE
              END-IF
           ELSE
              MOVE "N"   TO WS-EOF-SW
              MOVE ZEROS TO CLI_CODIGO_CLIENTE
              START ARQ-CLIENTE
                  KEY IS GREATER THAN CLI_CODIGO_CLIENTE
                       INVALID KEY
                          MOVE "Y" TO WS-EOF-SW
              END-START
              PERFORM UNTIL EOF-SW
                  READ ARQ-CLIENTE NEXT AT END
                      MOVE "Y" TO WS-EOF-SW
                  END-READ
                  IF WS-EOF-SW = "N"
                     PERFORM SELECIONA-CLIENTE
                  END-IF
              END-PERFORM
           END-IF
           .

      * NA RODADA DE TODOS, O CLIENTE SO ENTRA COM SALDO DIFERENTE DE
      * ZERO NO FIM DO PERIODO. A MARCA DE INICIO (ORDEM ZERO) GARANTE
      * O EXTRATO MESMO SEM LANCAMENTOS E LEVA O AVISO DE EXTRATO
      * INCOMPLETO.
       SELECIONA-CLIENTE.
           IF WS-EXT-CLIENTE = ZEROS
              MOVE "S"   TO WS-EXT-FASE
              MOVE ZEROS TO WS-EXT-APURADO
              PERFORM GERA-EVENTOS-CLIENTE
              IF WS-EXT-APURADO = ZEROS
                 EXIT PARAGRAPH
              END-IF
           END-IF
           MOVE "G" TO WS-EXT-FASE
           PERFORM GERA-EVENTOS-CLIENTE
           MOVE CLI_CODIGO_CLIENTE TO WRK-CLIENTE
           MOVE ZEROS TO WRK-DATA WRK-ORDEM WRK-SEQ
                         WRK-DEBITO WRK-CREDITO
           MOVE SPACES TO WRK-HISTORICO
           IF WS-EXT-INCOMPLETO = "S"
              MOVE "INCOMPLETO" TO WRK-HISTORICO
           END-IF
           RELEASE WORK-EXT-REG
           .

       GERA-EVENTOS-CLIENTE.
           MOVE ZEROS TO WS-QTD-NFS
           MOVE "N"   TO WS-EXT-INCOMPLETO
           MOVE "N"   TO WS-EOF-TIT
           MOVE CLI_CODIGO_CLIENTE TO TIT_CODIGO_CLIENTE
           START ARQ-TITULO
               KEY IS NOT LESS THAN TIT_CODIGO_CLIENTE
                    INVALID KEY
                       MOVE "Y" TO WS-EOF-TIT
           END-START
           PERFORM UNTIL WS-EOF-TIT = "Y"
               READ ARQ-TITULO NEXT AT END
                   MOVE "Y" TO WS-EOF-TIT
               END-READ
               IF WS-EOF-TIT = "N"
                  IF TIT_CODIGO_CLIENTE NOT = CLI_CODIGO_CLIENTE
                     MOVE "Y" TO WS-EOF-TIT
                  ELSE
                     PERFORM LOCALIZA-NOTA
                     PERFORM EVENTOS-TITULO
                  END-IF
               END-IF
           END-PERFORM
           IF WS-SEM-CHEQUE = "N"
              PERFORM EVENTOS-CHEQUES
           END-IF
           IF WS-SEM-BONIF = "N"
              PERFORM EVENTOS-BONIFICACAO
           END-IF
           .

      * PRIMEIRA PARCELA VISTA DE UMA NOTA LANCA A NOTA E AS
      * DEVOLUCOES DELA; AS DEMAIS SO ACHAM A POSICAO NA TABELA.
       LOCALIZA-NOTA.
           MOVE "N" TO WS-ACHOU
           PERFORM VARYING WS-NFS-IDX FROM 1 BY 1
                   UNTIL WS-NFS-IDX > WS-QTD-NFS OR WS-ACHOU = "S"
              IF WS-NFS-NUMERO(WS-NFS-IDX) = TIT_NUMERO_NF
                 MOVE "S" TO WS-ACHOU
              END-IF
           END-PERFORM
           IF WS-ACHOU = "S"
              SUBTRACT 1 FROM WS-NFS-IDX
              EXIT PARAGRAPH
           END-IF
           IF WS-QTD-NFS NOT < 999
              MOVE "S"   TO WS-EXT-INCOMPLETO
              MOVE ZEROS TO WS-NFS-IDX
              EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-QTD-NFS
           MOVE WS-QTD-NFS    TO WS-NFS-IDX
           MOVE TIT_NUMERO_NF TO WS-NFS-NUMERO(WS-NFS-IDX)
           MOVE ZEROS         TO WS-NFS-DATA-CANC(WS-NFS-IDX)
           MOVE TIT_NUMERO_NF TO NF_NUMERO
           READ ARQ-NF
               INVALID KEY
                  MOVE "23" TO WS-RESULTADO-ACESSO
           END-READ
           IF WS-RESULTADO-ACESSO NOT = "00"
              MOVE "N" TO WS-NFS-ACHADA(WS-NFS-IDX)
              MOVE "00" TO WS-RESULTADO-ACESSO
              EXIT PARAGRAPH
           END-IF
           MOVE "S" TO WS-NFS-ACHADA(WS-NFS-IDX)
           IF NF_SITUACAO = "C"
              MOVE NF_DATA_CANC TO WS-NFS-DATA-CANC(WS-NFS-IDX)
           END-IF
           PERFORM EVENTOS-NOTA
           .

       EVENTOS-NOTA.
           MOVE NF_NUMERO TO WS-EXT-NUMERO
           PERFORM EDITA-NUMERO
           MOVE SPACES TO WS-EVT-HISTORICO
           STRING "NOTA FISCAL " WS-EXT-NUM-TXT
               DELIMITED BY SPACE INTO WS-EVT-HISTORICO
           END-STRING
           MOVE NF_DATA_EMISSAO TO WS-EVT-DATA
           MOVE 1               TO WS-EVT-ORDEM
           MOVE NF_VALOR_TOTAL  TO WS-EVT-DEBITO
           MOVE ZEROS           TO WS-EVT-CREDITO
           PERFORM GRAVA-EVENTO
           IF WS-SEM-DEVOL = "S"
              EXIT PARAGRAPH
           END-IF
           MOVE "N" TO WS-EOF-DEV
           MOVE NF_NUMERO TO DEV_NUMERO_NF
           START ARQ-DEVOL
               KEY IS EQUAL TO DEV_NUMERO_NF
                    INVALID KEY
                       MOVE "Y" TO WS-EOF-DEV
           END-START
           PERFORM UNTIL WS-EOF-DEV = "Y"
               READ ARQ-DEVOL NEXT AT END
                   MOVE "Y" TO WS-EOF-DEV
               END-READ
               IF WS-EOF-DEV = "N"
                  IF DEV_NUMERO_NF NOT = NF_NUMERO
                     MOVE "Y" TO WS-EOF-DEV
                  ELSE
                     IF DEV_SITUACAO = "A"
                        PERFORM EVENTO-DEVOLUCAO
                     END-IF
                  END-IF
               END-IF
           END-PERFORM
           MOVE "00" TO WS-RESULTADO-ACESSO
           .

       EVENTO-DEVOLUCAO.
           MOVE DEV_NUMERO TO WS-EXT-NUMERO
           PERFORM EDITA-NUMERO
           MOVE SPACES TO WS-EVT-HISTORICO
           STRING "DEVOLUCAO " WS-EXT-NUM-TXT
               DELIMITED BY SPACE INTO WS-EVT-HISTORICO
           END-STRING
           MOVE NF_NUMERO TO WS-EXT-NUMERO
           PERFORM EDITA-NUMERO
           MOVE WS-EVT-HISTORICO TO WS-EVT-TEXTO
           MOVE SPACES TO WS-EVT-HISTORICO
           STRING WS-EVT-TEXTO     DELIMITED BY "  "
                  " DA NF "        DELIMITED BY SIZE
                  WS-EXT-NUM-TXT   DELIMITED BY SPACE
               INTO WS-EVT-HISTORICO
           END-STRING
           MOVE DEV_DATA  TO WS-EVT-DATA
           MOVE 2         TO WS-EVT-ORDEM
           MOVE ZEROS     TO WS-EVT-DEBITO
           MOVE DEV_VALOR TO WS-EVT-CREDITO
           PERFORM GRAVA-EVENTO
           .

      * LANCAMENTOS DA PARCELA. TITULO SEM NOTA NO ARQUIVO (NOTA NAO
      * ENCONTRADA) ENTRA PELO PROPRIO VALOR NA EMISSAO.
       EVENTOS-TITULO.
           MOVE TIT_NUMERO_NF TO WS-EXT-NUMERO
           PERFORM EDITA-NUMERO
           MOVE SPACES TO WS-EVT-DOC
           STRING "NF " WS-EXT-NUM-TXT DELIMITED BY SPACE
                  "/" TIT_PARCELA      DELIMITED BY SIZE
               INTO WS-EVT-DOC
           END-STRING
           MOVE ZEROS TO WS-EVT-DEBITO WS-EVT-CREDITO
           IF WS-NFS-IDX > ZEROS
              IF WS-NFS-ACHADA(WS-NFS-IDX) = "N" AND
                 TIT_RENEG_ORIGEM = ZEROS AND TIT_SITUACAO NOT = "C"
                 MOVE "TITULO "  TO WS-EVT-HISTORICO
                 MOVE TIT_DATA_EMISSAO TO WS-EVT-DATA
                 MOVE 1          TO WS-EVT-ORDEM
                 MOVE TIT_VALOR  TO WS-EVT-DEBITO
                 PERFORM GRAVA-EVENTO-TITULO
              END-IF
           END-IF
           IF TIT_RENEG_ORIGEM > ZEROS
              MOVE "ACORDO - NOVA PARCELA " TO WS-EVT-HISTORICO
              MOVE TIT_DATA_EMISSAO TO WS-EVT-DATA
              MOVE 5          TO WS-EVT-ORDEM
              MOVE TIT_VALOR  TO WS-EVT-DEBITO
              PERFORM GRAVA-EVENTO-TITULO
           END-IF
           EVALUATE TIT_SITUACAO
              WHEN "P"
                 PERFORM EVENTOS-BAIXA
              WHEN "R"
                 MOVE "RENEGOCIADO " TO WS-EVT-HISTORICO
                 MOVE TIT_DATA_PAGAMENTO TO WS-EVT-DATA
                 MOVE 4          TO WS-EVT-ORDEM
                 MOVE TIT_VALOR  TO WS-EVT-CREDITO
                 PERFORM GRAVA-EVENTO-TITULO
              WHEN "C"
                 IF WS-NFS-IDX > ZEROS
                    IF WS-NFS-ACHADA(WS-NFS-IDX) = "S"
                       MOVE "ESTORNO DA " TO WS-EVT-HISTORICO
                       MOVE WS-NFS-DATA-CANC(WS-NFS-IDX)
                         TO WS-EVT-DATA
                       MOVE 3         TO WS-EVT-ORDEM
                       MOVE TIT_VALOR TO WS-EVT-CREDITO
                       PERFORM GRAVA-EVENTO-TITULO
                    END-IF
                 END-IF
           END-EVALUATE
           .

      * MESMA DECOMPOSICAO DA LANCA-BAIXA DO EXTCTB: JUROS/MULTA
      * ENTRAM A DEBITO, O RECEBIDO A CREDITO E O QUE FALTOU PARA O
      * VALOR + JUROS E DESCONTO CONCEDIDO.
       EVENTOS-BAIXA.
           MOVE TIT_DATA_PAGAMENTO TO WS-EVT-DATA
           IF TIT_VALOR_JUROS > ZEROS
              MOVE "JUROS/MULTA " TO WS-EVT-HISTORICO
              MOVE 6               TO WS-EVT-ORDEM
              MOVE TIT_VALOR_JUROS TO WS-EVT-DEBITO
              MOVE ZEROS           TO WS-EVT-CREDITO
              PERFORM GRAVA-EVENTO-TITULO
           END-IF
           EVALUATE TIT_FORMA_PAGTO
              WHEN "D"   MOVE " - DINHEIRO"      TO WS-EVT-FORMA
              WHEN "C"   MOVE " - CHEQUE"        TO WS-EVT-FORMA
              WHEN "T"   MOVE " - TRANSFERENCIA" TO WS-EVT-FORMA
              WHEN "B"   MOVE " - BOLETO"        TO WS-EVT-FORMA
              WHEN OTHER MOVE SPACES             TO WS-EVT-FORMA
           END-EVALUATE
           MOVE SPACES TO WS-EVT-HISTORICO
           STRING "PAGAMENTO "  DELIMITED BY SIZE
                  WS-EVT-DOC    DELIMITED BY "  "
                  WS-EVT-FORMA  DELIMITED BY "  "
               INTO WS-EVT-HISTORICO
           END-STRING
           MOVE 7              TO WS-EVT-ORDEM
           MOVE ZEROS          TO WS-EVT-DEBITO
           MOVE TIT_VALOR_PAGO TO WS-EVT-CREDITO
           PERFORM GRAVA-EVENTO
           IF TIT_VALOR + TIT_VALOR_JUROS > TIT_VALOR_PAGO
              MOVE "DESCONTO " TO WS-EVT-HISTORICO
              MOVE 8           TO WS-EVT-ORDEM
              MOVE ZEROS       TO WS-EVT-DEBITO
              COMPUTE WS-EVT-CREDITO =
                  TIT_VALOR + TIT_VALOR_JUROS - TIT_VALOR_PAGO
              PERFORM GRAVA-EVENTO-TITULO
           END-IF
           .

      * O HISTORICO TRAZ O TEXTO DO LANCAMENTO; AQUI ENTRA O
      * DOCUMENTO (NF/PARCELA) NO FIM DELE.
       GRAVA-EVENTO-TITULO.
           MOVE WS-EVT-HISTORICO TO WS-EVT-TEXTO
           MOVE SPACES TO WS-EVT-HISTORICO
           STRING WS-EVT-TEXTO     DELIMITED BY "  "
                  " "              DELIMITED BY SIZE
                  WS-EVT-DOC       DELIMITED BY "  "
               INTO WS-EVT-HISTORICO
           END-STRING
           PERFORM GRAVA-EVENTO
           MOVE ZEROS TO WS-EVT-DEBITO WS-EVT-CREDITO
           .

      * TARIFA DO CHEQUE DEVOLVIDO (CHQCUS): ENTRA NA PARCELA
      * REABERTA, QUE NAO TRAZ MAIS A BAIXA FEITA COM O CHEQUE.
       EVENTOS-CHEQUES.
           MOVE "N" TO WS-EOF-CHQ
           MOVE CLI_CODIGO_CLIENTE TO CHQ_CODIGO_CLIENTE
           START ARQ-CHEQUE
               KEY IS EQUAL TO CHQ_CODIGO_CLIENTE
                    INVALID KEY
                       MOVE "Y" TO WS-EOF-CHQ
           END-START
           PERFORM UNTIL WS-EOF-CHQ = "Y"
               READ ARQ-CHEQUE NEXT AT END
                   MOVE "Y" TO WS-EOF-CHQ
               END-READ
               IF WS-EOF-CHQ = "N"
                  IF CHQ_CODIGO_CLIENTE NOT = CLI_CODIGO_CLIENTE
                     MOVE "Y" TO WS-EOF-CHQ
                  ELSE
                     IF CHQ_SITUACAO = "V" AND CHQ_TARIFA > ZEROS
                        MOVE CHQ_NUMERO TO WS-EXT-NUMERO
                        PERFORM EDITA-NUMERO
                        MOVE SPACES TO WS-EVT-HISTORICO
                        STRING "TARIFA CHEQUE DEVOLVIDO "
                                              DELIMITED BY SIZE
                               WS-EXT-NUM-TXT DELIMITED BY SPACE
                            INTO WS-EVT-HISTORICO
                        END-STRING
                        MOVE CHQ_DATA_DEVOLUCAO TO WS-EVT-DATA
                        MOVE 9          TO WS-EVT-ORDEM
                        MOVE CHQ_TARIFA TO WS-EVT-DEBITO
                        MOVE ZEROS      TO WS-EVT-CREDITO
                        PERFORM GRAVA-EVENTO
                     END-IF
                  END-IF
               END-IF
           END-PERFORM
           MOVE "00" TO WS-RESULTADO-ACESSO
           .

      * BONIFICACAO DE RAPPEL EMITIDA (CADRAP): CREDITO DO CLIENTE
      * NA DATA DA APROVACAO, COMO A DEVOLUCAO - O ABATIMENTO NAS
      * PARCELAS EM ABERTO NAO E LANCAMENTO A PARTE.
       EVENTOS-BONIFICACAO.
           MOVE "N" TO WS-EOF-BON
           MOVE CLI_CODIGO_CLIENTE TO BON_CODIGO_CLIENTE
           START ARQ-BONIF
               KEY IS EQUAL TO BON_CODIGO_CLIENTE
                    INVALID KEY
                       MOVE "Y" TO WS-EOF-BON
           END-START
           PERFORM UNTIL WS-EOF-BON = "Y"
               READ ARQ-BONIF NEXT AT END
                   MOVE "Y" TO WS-EOF-BON
               END-READ
               IF WS-EOF-BON = "N"
                  IF BON_CODIGO_CLIENTE NOT = CLI_CODIGO_CLIENTE
                     MOVE "Y" TO WS-EOF-BON
                  ELSE
                     IF BON_SITUACAO = "E"
                        MOVE BON_CODIGO_ACORDO TO WS-EXT-NUMERO
                        PERFORM EDITA-NUMERO
                        MOVE SPACES TO WS-EVT-HISTORICO
                        STRING "BONIFICACAO ACORDO " DELIMITED BY SIZE
                               WS-EXT-NUM-TXT DELIMITED BY SPACE
                               " "            DELIMITED BY SIZE
                               BON_ANO_MES(5:2) DELIMITED BY SIZE
                               "/"            DELIMITED BY SIZE
                               BON_ANO_MES(1:4) DELIMITED BY SIZE
                            INTO WS-EVT-HISTORICO
                        END-STRING
                        MOVE BON_DATA_DECISAO TO WS-EVT-DATA
                        MOVE 2          TO WS-EVT-ORDEM
                        MOVE ZEROS      TO WS-EVT-DEBITO
                        MOVE BON_VALOR  TO WS-EVT-CREDITO
                        PERFORM GRAVA-EVENTO
                     END-IF
                  END-IF
               END-IF
           END-PERFORM
           MOVE "00" TO WS-RESULTADO-ACESSO
           .

      * LANCAMENTO DEPOIS DO FIM DO PERIODO NAO ENTRA NEM NO SALDO.
       GRAVA-EVENTO.
           IF WS-EVT-DEBITO = ZEROS AND WS-EVT-CREDITO = ZEROS
              EXIT PARAGRAPH
           END-IF
           IF WS-EVT-DATA > WS-DATA-FIM
              EXIT PARAGRAPH
           END-IF
           IF WS-EXT-FASE = "S"
              COMPUTE WS-EXT-APURADO =
                  WS-EXT-APURADO + WS-EVT-DEBITO - WS-EVT-CREDITO
              EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-EXT-SEQ
           MOVE CLI_CODIGO_CLIENTE TO WRK-CLIENTE
           MOVE WS-EVT-DATA        TO WRK-DATA
           MOVE WS-EVT-ORDEM       TO WRK-ORDEM
           MOVE WS-EXT-SEQ         TO WRK-SEQ
           MOVE WS-EVT-HISTORICO   TO WRK-HISTORICO
           MOVE WS-EVT-DEBITO      TO WRK-DEBITO
           MOVE WS-EVT-CREDITO     TO WRK-CREDITO
           RELEASE WORK-EXT-REG
           .

       EDITA-NUMERO.
           MOVE WS-EXT-NUMERO TO WS-EXT-NUM-EDT
           MOVE ZEROS TO WS-EXT-BRANCOS
           INSPECT WS-EXT-NUM-EDT
               TALLYING WS-EXT-BRANCOS FOR LEADING SPACES
           MOVE SPACES TO WS-EXT-NUM-TXT
           MOVE WS-EXT-NUM-EDT(WS-EXT-BRANCOS + 1:) TO WS-EXT-NUM-TXT
           .

      ************************************
      * IMPRESSAO DOS EXTRATOS (SORT)    *
      ************************************
      * OUTPUT PROCEDURE: A MARCA DE INICIO ABRE O EXTRATO DO
      * CLIENTE; O QUE VEM ANTES DA DATA INICIAL SO FORMA O SALDO
      * ANTERIOR.
       IMPRIME-EXTRATOS.
           MOVE "N" TO WS-EOF-WRK WS-EXT-ABERTO
           RETURN WORK-EXT AT END
               MOVE "Y" TO WS-EOF-WRK
           END-RETURN
           PERFORM UNTIL WS-EOF-WRK = "Y"
               PERFORM TRATA-LANCAMENTO
               RETURN WORK-EXT AT END
                   MOVE "Y" TO WS-EOF-WRK
               END-RETURN
           END-PERFORM
           IF WS-EXT-ABERTO = "S"
              PERFORM FECHA-EXTRATO
           END-IF
           .

       TRATA-LANCAMENTO.
           IF WRK-ORDEM = ZEROS
              IF WS-EXT-ABERTO = "S"
                 PERFORM FECHA-EXTRATO
              END-IF
              PERFORM ABRE-EXTRATO
              EXIT PARAGRAPH
           END-IF
           IF WRK-DATA < WS-DATA-INICIO
              COMPUTE WS-EXT-SALDO =
                  WS-EXT-SALDO + WRK-DEBITO - WRK-CREDITO
              EXIT PARAGRAPH
           END-IF
           IF WS-EXT-ANTERIOR = "N"
              PERFORM IMPRIME-SALDO-ANTERIOR
           END-IF
           COMPUTE WS-EXT-SALDO =
               WS-EXT-SALDO + WRK-DEBITO - WRK-CREDITO
           ADD WRK-DEBITO  TO WS-EXT-TOT-DEBITO
           ADD WRK-CREDITO TO WS-EXT-TOT-CREDITO
           ADD 1 TO WS-EXT-QTD-MOV
           MOVE WRK-DATA TO WS-EXT-DATA-AUX
           PERFORM FORMATA-DATA
           MOVE WS-EXT-DATA-EDT TO DEX-DATA
           MOVE WRK-HISTORICO   TO DEX-HISTORICO
           MOVE WRK-DEBITO      TO DEX-DEBITO
           MOVE WRK-CREDITO     TO DEX-CREDITO
           PERFORM EDITA-SALDO
           MOVE DET-EXTRATO TO WS-EXT-LINHA
           PERFORM GRAVA-LINHA
           .

       ABRE-EXTRATO.
           MOVE WRK-CLIENTE TO CLI_CODIGO_CLIENTE
           READ ARQ-CLIENTE
               INVALID KEY
                  MOVE SPACES TO CLI_RAZAO_SOCIAL CLI_EMAIL
                                 CLI_ENDERECO_LOGRADOURO
                                 CLI_ENDERECO_BAIRRO
                                 CLI_ENDERECO_CIDADE
                                 CLI_ENDERECO_UF
                  MOVE ZEROS  TO CLI_CNPJ CLI_ENDERECO_CEP
           END-READ
           MOVE "00" TO WS-RESULTADO-ACESSO
           MOVE "N" TO WS-EXT-INCOMPLETO
           IF WRK-HISTORICO = "INCOMPLETO"
              MOVE "S" TO WS-EXT-INCOMPLETO
           END-IF
           MOVE SPACES TO WS-ARQ-EXTCLI
           STRING WCF-DIR-EXTRATO DELIMITED BY SPACE
                  "EXT"           DELIMITED BY SIZE
                  WRK-CLIENTE     DELIMITED BY SIZE
                  "_"             DELIMITED BY SIZE
                  WS-DATA-FIM     DELIMITED BY SIZE
                  ".txt"          DELIMITED BY SIZE
               INTO WS-ARQ-EXTCLI
           END-STRING
           MOVE "N" TO WS-EXT-ARQ-ABERTO
           OPEN OUTPUT ARQ-EXTCLI
           IF WS-FS-EXC = "00"
              MOVE "S" TO WS-EXT-ARQ-ABERTO
           ELSE
              ADD 1 TO WS-QTD-ERRO-ARQ
           END-IF
           MOVE "S"   TO WS-EXT-ABERTO
           MOVE "N"   TO WS-EXT-ANTERIOR
           MOVE ZEROS TO WS-EXT-SALDO WS-EXT-TOT-DEBITO
                         WS-EXT-TOT-CREDITO WS-EXT-QTD-MOV
           PERFORM IMPRIME-TIMBRE
           .

      * PAPEL TIMBRADO: A EMPRESA (EMITENTE DA NF-E, MESMO
      * BENEFICIARIO DO BOLETO) E O CLIENTE DESTINATARIO.
       IMPRIME-TIMBRE.
           MOVE ALL "=" TO WS-EXT-LINHA(1:111)
           PERFORM GRAVA-LINHA
           MOVE WCF-NFE-CNPJ-EMITENTE TO WS-EXT-CNPJ-EDT
           STRING WCF-NFE-RAZAO-EMITENTE DELIMITED BY "  "
                  " - CNPJ " WS-EXT-CNPJ-EDT DELIMITED BY SIZE
               INTO WS-EXT-LINHA
           END-STRING
           PERFORM GRAVA-LINHA
           IF WCF-EXT-ENDERECO NOT = SPACES
              MOVE WCF-EXT-ENDERECO TO WS-EXT-LINHA
              PERFORM GRAVA-LINHA
           END-IF
           IF WCF-EXT-TELEFONE NOT = SPACES OR
              WCF-EXT-EMAIL NOT = SPACES
              STRING "TELEFONE: " WCF-EXT-TELEFONE
                     "  E-MAIL: " WCF-EXT-EMAIL
                  DELIMITED BY SIZE INTO WS-EXT-LINHA
              END-STRING
              PERFORM GRAVA-LINHA
           END-IF
           MOVE ALL "=" TO WS-EXT-LINHA(1:111)
           PERFORM GRAVA-LINHA
           MOVE WS-DATA-HOJE TO WS-EXT-DATA-AUX
           PERFORM FORMATA-DATA
           STRING "EXTRATO DE CONTA CORRENTE DO CLIENTE"
                  "                    EMITIDO EM " WS-EXT-DATA-EDT
               DELIMITED BY SIZE INTO WS-EXT-LINHA
           END-STRING
           PERFORM GRAVA-LINHA
           PERFORM GRAVA-LINHA
           STRING "CLIENTE : " CLI_CODIGO_CLIENTE " - "
                  CLI_RAZAO_SOCIAL
               DELIMITED BY SIZE INTO WS-EXT-LINHA
           END-STRING
           PERFORM GRAVA-LINHA
           STRING "CNPJ    : " CLI_CNPJ
               DELIMITED BY SIZE INTO WS-EXT-LINHA
           END-STRING
           PERFORM GRAVA-LINHA
           STRING "ENDERECO: " DELIMITED BY SIZE
                  CLI_ENDERECO_LOGRADOURO DELIMITED BY "  "
                  " - "               DELIMITED BY SIZE
                  CLI_ENDERECO_BAIRRO DELIMITED BY "  "
                  " - "               DELIMITED BY SIZE
                  CLI_ENDERECO_CIDADE DELIMITED BY "  "
                  "/"                 DELIMITED BY SIZE
                  CLI_ENDERECO_UF     DELIMITED BY SIZE
                  " CEP "             DELIMITED BY SIZE
                  CLI_ENDERECO_CEP    DELIMITED BY SIZE
               INTO WS-EXT-LINHA
           END-STRING
           PERFORM GRAVA-LINHA
           IF CLI_EMAIL = SPACES
              MOVE "E-MAIL  : NAO CADASTRADO" TO WS-EXT-LINHA
           ELSE
              STRING "E-MAIL  : " CLI_EMAIL
                  DELIMITED BY SIZE INTO WS-EXT-LINHA
              END-STRING
           END-IF
           PERFORM GRAVA-LINHA
           STRING "PERIODO : " WS-EXT-INICIO-EDT " A "
                  WS-EXT-FIM-EDT
               DELIMITED BY SIZE INTO WS-EXT-LINHA
           END-STRING
           PERFORM GRAVA-LINHA
           IF WS-EXT-INCOMPLETO = "S"
              MOVE "*** ATENCAO: CLIENTE COM MAIS DE 999 NOTAS EM ABERTO
      -            " - EXTRATO INCOMPLETO ***" TO WS-EXT-LINHA
              PERFORM GRAVA-LINHA
           END-IF
           MOVE ALL "-" TO WS-EXT-LINHA(1:111)
           PERFORM GRAVA-LINHA
           MOVE CABEC-EXTRATO TO WS-EXT-LINHA
           PERFORM GRAVA-LINHA
           MOVE ALL "-" TO WS-EXT-LINHA(1:111)
           PERFORM GRAVA-LINHA
           .

       IMPRIME-SALDO-ANTERIOR.
           MOVE WS-EXT-INICIO-EDT TO DEX-DATA
           MOVE "SALDO ANTERIOR"  TO DEX-HISTORICO
           MOVE ZEROS TO DEX-DEBITO DEX-CREDITO
           PERFORM EDITA-SALDO
           MOVE DET-EXTRATO TO WS-EXT-LINHA
           PERFORM GRAVA-LINHA
           MOVE "S" TO WS-EXT-ANTERIOR
           .

      * FECHA O EXTRATO DO CLIENTE: TOTAIS DO PERIODO, SALDO FINAL E
      * A LINHA DA LISTA DE ENVIO (SO QUEM TEM E-MAIL CADASTRADO).
       FECHA-EXTRATO.
           IF WS-EXT-ANTERIOR = "N"
              PERFORM IMPRIME-SALDO-ANTERIOR
           END-IF
           IF WS-EXT-QTD-MOV = ZEROS
              MOVE "            SEM MOVIMENTO NO PERIODO"
                TO WS-EXT-LINHA
              PERFORM GRAVA-LINHA
           END-IF
           MOVE ALL "-" TO WS-EXT-LINHA(1:111)
           PERFORM GRAVA-LINHA
           MOVE SPACES               TO DEX-DATA
           MOVE "TOTAL DO PERIODO"   TO DEX-HISTORICO
           MOVE WS-EXT-TOT-DEBITO    TO DEX-DEBITO
           MOVE WS-EXT-TOT-CREDITO   TO DEX-CREDITO
           PERFORM EDITA-SALDO
           MOVE DET-EXTRATO TO WS-EXT-LINHA
           PERFORM GRAVA-LINHA
           MOVE WS-EXT-FIM-EDT       TO DEX-DATA
           MOVE "SALDO FINAL"        TO DEX-HISTORICO
           MOVE ZEROS TO DEX-DEBITO DEX-CREDITO
           PERFORM EDITA-SALDO
           MOVE DET-EXTRATO TO WS-EXT-LINHA
           PERFORM GRAVA-LINHA
           PERFORM GRAVA-LINHA
           MOVE "D = SALDO DEVEDOR (A PAGAR)   C = SALDO CREDOR (A FAVOR
      -         " DO CLIENTE)" TO WS-EXT-LINHA
           PERFORM GRAVA-LINHA
           PERFORM GRAVA-LINHA

           IF WS-EXT-ARQ-ABERTO = "S"
              CLOSE ARQ-EXTCLI
              MOVE "N" TO WS-EXT-ARQ-ABERTO
              IF CLI_EMAIL = SPACES
                 ADD 1 TO WS-QTD-SEM-EMAIL
              ELSE
                 MOVE SPACES TO REGENV
                 STRING CLI_CODIGO_CLIENTE DELIMITED BY SIZE
                        ";"                DELIMITED BY SIZE
                        CLI_EMAIL          DELIMITED BY SPACE
                        ";"                DELIMITED BY SIZE
                        WS-ARQ-EXTCLI      DELIMITED BY SPACE
                        ";"                DELIMITED BY SIZE
                        CLI_RAZAO_SOCIAL   DELIMITED BY "  "
                     INTO REGENV
                 END-STRING
                 WRITE REGENV
              END-IF
           END-IF
           ADD 1 TO WS-QTD-EXTRATOS
           MOVE "N" TO WS-EXT-ABERTO
           .

       EDITA-SALDO.
           IF WS-EXT-SALDO < ZEROS
              COMPUTE WS-EXT-SALDO-ABS = ZEROS - WS-EXT-SALDO
              MOVE "C" TO DEX-DC
           ELSE
              MOVE WS-EXT-SALDO TO WS-EXT-SALDO-ABS
              MOVE "D" TO DEX-DC
           END-IF
           MOVE WS-EXT-SALDO-ABS TO DEX-SALDO
           .

      * A MESMA LINHA VAI PARA O RELATORIO E PARA O ARQUIVO DO
      * CLIENTE.
       GRAVA-LINHA.
           WRITE REGIMP FROM WS-EXT-LINHA
           IF WS-EXT-ARQ-ABERTO = "S"
              WRITE REGEXC FROM WS-EXT-LINHA
           END-IF
           MOVE SPACES TO WS-EXT-LINHA
           .

       FORMATA-DATA.
           MOVE WS-EXT-DATA-AUX(7:2) TO WS-EXT-DATA-DIA
           MOVE WS-EXT-DATA-AUX(5:2) TO WS-EXT-DATA-MES
           MOVE WS-EXT-DATA-AUX(1:4) TO WS-EXT-DATA-ANO
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
      * COMPARTILHADO POR TODOS OS PROGRAMAS DA FILIAL.
       COPY "copybook\SISFIPGER.CPY".
