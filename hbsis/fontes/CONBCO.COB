      **************************************************
      * CONCILIACAO BANCARIA: IMPORTACAO DO EXTRATO E  *
      * CONFRONTO DOS CREDITOS COM AS BAIXAS DO CAIXA  *
      **************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CONBCO.
       AUTHOR. ALVARO LIMA.
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       COPY "copybook\SISSLGER.CPY".

      * EXTRATO DEIXADO PELO BANCO NA PASTA DE ENTREGA, POSICIONAL
      * NO MESMO ESTILO DO RETORNO DA COBRANCA (VER CNBTIT): HEADER
      * "0", UM DETALHE "1" POR LANCAMENTO DA CONTA, TRAILER "9".
           SELECT ARQ-EXTRATO ASSIGN TO WS-NOME-EXTRATO
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS  IS WS-FS.
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
       COPY "copybook\SISFDGER.CPY".

      * NATUREZA "C" = CREDITO NA CONTA, "D" = DEBITO (IGNORADO NA
      * CONCILIACAO DO CONTAS A RECEBER).
       FD ARQ-EXTRATO
           RECORD CONTAINS 90 CHARACTERS.
       01 REG-EXT.
           05 EXT-TIPO                PIC X(001).
           05 EXT-RESTO               PIC X(089).
       01 REG-EXT-D REDEFINES REG-EXT.
           05 FILLER                  PIC X(001).
           05 EXT-D-DATA              PIC 9(008).
           05 EXT-D-NATUREZA          PIC X(001).
           05 EXT-D-VALOR             PIC 9(011)V9(02).
           05 EXT-D-DOCUMENTO         PIC X(020).
           05 EXT-D-HISTORICO         PIC X(040).
           05 FILLER                  PIC X(007).
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       COPY "copybook\SISWSGER.CPY".
       COPY "copybook\SISCFGER.CPY".
       77 WRL-ARQ-IMPRESSAO    PIC X(100) VALUE SPACES.

       77 WS-DATA-HOJE         PIC 9(008) VALUE ZEROS.
       77 WS-NOME-EXTRATO      PIC X(100) VALUE
               "importacao\entrada\EXTRATO.TXT".
       77 WS-SEM-CONCIL        PIC X(001) VALUE "N".
       77 WS-EOF-EXB           PIC X(001) VALUE "N".
       77 WS-EOF-CON           PIC X(001) VALUE "N".
       77 WS-EOF-TIT           PIC X(001) VALUE "N".

      * CONTAGENS DA IMPORTACAO, RECONCILIADAS NO RESUMO (LIDOS =
      * NOVOS + JA IMPORTADOS + DEBITOS + REJEITADOS), MESMO
      * ESQUEMA DO RETORNO DO CNBTIT.
       77 WS-QTD-LIDOS         PIC 9(005) VALUE ZEROS.
       77 WS-QTD-NOVOS         PIC 9(005) VALUE ZEROS.
       77 WS-QTD-JA-IMPORTADOS PIC 9(005) VALUE ZEROS.
       77 WS-QTD-DEBITOS       PIC 9(005) VALUE ZEROS.
       77 WS-QTD-REJEITADOS    PIC 9(005) VALUE ZEROS.
       77 WS-QTD-PROCESSADOS   PIC 9(005) VALUE ZEROS.
       77 WS-RECONCILIACAO     PIC X(010) VALUE SPACES.
       77 WS-REGISTRO-REJEITADO PIC X(001) VALUE "N".

      * SEQUENCIA DA LINHA DENTRO DO DIA, NA ORDEM DO EXTRATO: A
      * MESMA LINHA IMPORTADA DE NOVO CAI NA MESMA CHAVE E E
      * CONTADA COMO JA IMPORTADA (EXTRATO REPETIDO OU SOBREPOSTO).
       77 WS-QTD-DIAS          PIC 9(003) VALUE ZEROS.
       77 WS-DIA-IDX           PIC 9(003) VALUE ZEROS.
       01 WS-TAB-DIAS-EXTRATO.
          05 WS-DXT OCCURS 100 TIMES.
             10 WS-DXT-DATA       PIC 9(008).
             10 WS-DXT-SEQ        PIC 9(004).

      * PERIODO DA CONCILIACAO E DO RELATORIO.
       77 WS-DATA-INICIO       PIC 9(008) VALUE ZEROS.
       77 WS-DATA-FIM          PIC 9(008) VALUE ZEROS.
       77 WS-DIAS-INICIO       PIC 9(007) VALUE ZEROS.
       77 WS-DIAS-CREDITO      PIC 9(007) VALUE ZEROS.
       77 WS-DIAS-ALVO         PIC 9(007) VALUE ZEROS.
       77 WS-OFFSET            PIC 9(002) VALUE ZEROS.
       77 WS-ACHOU             PIC X(001) VALUE "N".
       77 WS-FORMA-GRUPO       PIC X(001) VALUE SPACES.
       77 WS-SOMA-GRUPO        PIC 9(013)V9(02) VALUE ZEROS.
       77 WS-QTD-CASADOS       PIC 9(005) VALUE ZEROS.

      * BAIXAS AINDA NAO CONCILIADAS (TRANSFERENCIA, BANCO E
      * CHEQUE) DO PERIODO, COM A TOLERANCIA ANTES DO INICIO, EM
      * MEMORIA PARA O CASAMENTO (ATE 3000 BAIXAS).
       77 WS-QTD-BAIXAS        PIC 9(004) VALUE ZEROS.
       77 WS-BXA-IDX           PIC 9(004) VALUE ZEROS.
       77 WS-BXA-ACHADA        PIC 9(004) VALUE ZEROS.
       77 WS-QTD-EXCEDENTES    PIC 9(005) VALUE ZEROS.
       77 WS-DATA-BAIXA        PIC 9(008) VALUE ZEROS.
       77 WS-EOF-CHQ           PIC X(001) VALUE "N".
       77 WS-CHQ-IDX           PIC 9(001) VALUE ZEROS.
       01 WS-TAB-BAIXAS.
          05 WS-BXA OCCURS 3000 TIMES.
             10 WS-BXA-NF         PIC 9(009).
             10 WS-BXA-PARCELA    PIC 9(002).
             10 WS-BXA-DIAS       PIC 9(007).
             10 WS-BXA-VALOR      PIC 9(011)V9(02).
             10 WS-BXA-FORMA      PIC X(001).
             10 WS-BXA-USADA      PIC X(001).

      * APLICACAO DE CREDITO NAO IDENTIFICADO EM TITULO EM ABERTO.
       77 WS-APL-DATA          PIC 9(008) VALUE ZEROS.
       77 WS-APL-SEQUENCIA     PIC 9(004) VALUE ZEROS.
       77 WS-APL-NF            PIC 9(009) VALUE ZEROS.
       77 WS-APL-PARCELA       PIC 9(002) VALUE ZEROS.
       77 WS-APL-SALDO         PIC 9(011)V9(02) VALUE ZEROS.
       77 WS-APL-VALOR         PIC 9(011)V9(02) VALUE ZEROS.
       77 WS-APL-LINHA         PIC 9(002) VALUE ZEROS.
       77 WS-APL-POSICAO       PIC 9(004) VALUE ZEROS.
       77 WS-APL-QTD-TITULOS   PIC 9(003) VALUE ZEROS.
      * TITULO BAIXADO COMO PERDA ("I", VER PDDTIT) QUITADO COM O
      * CREDITO: A BAIXA E UMA RECUPERACAO (VER SISRPPGER.CPY).
       77 WS-RECUPERACAO       PIC X(001) VALUE "N".
       77 WS-SEM-PERDA         PIC X(001) VALUE "N".
       77 WS-VALOR-EDT         PIC ZZ.ZZZ.ZZZ.ZZ9,99.
       01 WS-LINHA-CREDITO.
          03 WLC-SEQUENCIA     PIC 9(004).
          03 FILLER            PIC X(02) VALUE SPACES.
          03 WLC-VALOR         PIC ZZ.ZZZ.ZZZ.ZZ9,99.
          03 FILLER            PIC X(02) VALUE SPACES.
          03 WLC-SALDO         PIC ZZ.ZZZ.ZZZ.ZZ9,99.
          03 FILLER            PIC X(02) VALUE SPACES.
          03 WLC-DOCUMENTO     PIC X(020).

      * TOTAIS DO RELATORIO.
       77 WS-QTD-CONCILIADOS   PIC 9(005) VALUE ZEROS.
       77 WS-QTD-NAO-IDENT     PIC 9(005) VALUE ZEROS.
       77 WS-QTD-SEM-CREDITO   PIC 9(005) VALUE ZEROS.
       77 WS-TOT-CONCILIADO    PIC 9(013)V9(02) VALUE ZEROS.
       77 WS-TOT-NAO-IDENT     PIC 9(013)V9(02) VALUE ZEROS.
       77 WS-TOT-SEM-CREDITO   PIC 9(013)V9(02) VALUE ZEROS.

       01 CABEC.
          03 FILLER PIC X(33) VALUE
             "CONCILIACAO BANCARIA - PERIODO: ".
          03 CAB-INICIO PIC 9(008).
          03 FILLER PIC X(03) VALUE " A ".
          03 CAB-FIM    PIC 9(008).

       01 CABEC-CREDITO.
          03 FILLER PIC X(15) VALUE "DATA/SEQ".
          03 FILLER PIC X(22) VALUE "DOCUMENTO".
          03 FILLER PIC X(31) VALUE "HISTORICO".
          03 FILLER PIC X(17) VALUE "          VALOR".
          03 FILLER PIC X(17) VALUE "          SALDO".

       01 DET-CREDITO.
          03 DCR-DATA       PIC 9(008).
          03 FILLER         PIC X(01) VALUE "/".
          03 DCR-SEQUENCIA  PIC 9(004).
          03 FILLER         PIC X(02) VALUE SPACES.
          03 DCR-DOCUMENTO  PIC X(020).
          03 FILLER         PIC X(02) VALUE SPACES.
          03 DCR-HISTORICO  PIC X(030).
          03 FILLER         PIC X(01) VALUE SPACES.
          03 DCR-VALOR      PIC ZZ.ZZZ.ZZZ.ZZ9,99.
          03 FILLER         PIC X(01) VALUE SPACES.
          03 DCR-SALDO      PIC ZZ.ZZZ.ZZZ.ZZ9,99.

       01 DET-BAIXA.
          03 FILLER         PIC X(06) VALUE SPACES.
          03 DBX-NF         PIC 9(009).
          03 FILLER         PIC X(01) VALUE "/".
          03 DBX-PARCELA    PIC 9(002).
          03 FILLER         PIC X(02) VALUE SPACES.
          03 DBX-CLIENTE    PIC 9(007).
          03 FILLER         PIC X(02) VALUE SPACES.
          03 DBX-DATA       PIC 9(008).
          03 FILLER         PIC X(02) VALUE SPACES.
          03 DBX-FORMA      PIC X(001).
          03 FILLER         PIC X(02) VALUE SPACES.
          03 DBX-VALOR      PIC ZZ.ZZZ.ZZZ.ZZ9,99.
          03 FILLER         PIC X(02) VALUE SPACES.
          03 DBX-TIPO       PIC X(010).

       01 CABEC-BAIXA.
          03 FILLER PIC X(06) VALUE SPACES.
          03 FILLER PIC X(14) VALUE "NF/PARC".
          03 FILLER PIC X(09) VALUE "CLIENTE".
          03 FILLER PIC X(10) VALUE "PAGTO".
          03 FILLER PIC X(03) VALUE "F".
          03 FILLER PIC X(19) VALUE "       VALOR PAGO".
          03 FILLER PIC X(10) VALUE "CASAMENTO".

       01 DET-TOTAL.
          03 TOT-TITULO PIC X(40).
          03 TOT-QTD    PIC ZZ.ZZ9.
          03 FILLER     PIC X(02) VALUE SPACES.
          03 TOT-VALOR  PIC ZZZ.ZZZ.ZZZ.ZZ9,99.

       01 WS-MENS-TOTAL.
          03 FILLER     PIC X(24) VALUE "CONCILIACAO CONCLUIDA - ".
          03 WS-MENS-QTD PIC ZZZZ9.
          03 FILLER     PIC X(20) VALUE " CREDITO(S) CASADOS".

       LINKAGE SECTION.
       01 LS-ID PIC X(5).

       SCREEN SECTION.
       COPY "copybook\SISSTGER.CPY".

       01 TELA-CONBCO.
        02 BLANK SCREEN.
        02 LINE 02 COL 28 VALUE "Sistema de Franquia AMBEV".
        02 LINE 07 COL 28 VALUE "CONCILIACAO BANCARIA".
        02 LINE 09 COL 10 VALUE "1 - Importar Extrato do Banco".
        02 LINE 10 COL 10 VALUE "2 - Conciliar e Emitir Relatorio".
        02 LINE 11 COL 10 VALUE
          "3 - Aplicar Credito Nao Identificado".
        02 LINE 12 COL 10 VALUE "4 - Retornar".
        02 LINE 14 COL 10 VALUE
          "CADA CREDITO DO EXTRATO E CASADO COM AS BAIXAS POR".
        02 LINE 15 COL 10 VALUE
          "TRANSFERENCIA/BANCO DE MESMO VALOR OU COM O TOTAL DE".
        02 LINE 16 COL 10 VALUE
          "CHEQUES/COBRANCA DE UM DIA, ATE A TOLERANCIA DE DIAS.".
        02 LINE 20 COL 10 "Digite a opcao desejada[.]".
        02 OPCAO LINE 20 COL 34 PIC X(01) USING W-OPCAO AUTO.

       01 TELA-PERIODO-CONC.
        02 BLANK SCREEN.
        02 LINE 02 COL 28 VALUE "Sistema de Franquia AMBEV".
        02 LINE 07 COL 28 VALUE "CONCILIACAO BANCARIA".
        02 LINE 09 COL 10 VALUE "DATA INICIAL (AAAAMMDD): [        ]".
        02 LINE 10 COL 10 VALUE "DATA FINAL   (AAAAMMDD): [        ]".
        02 LINE 12 COL 10 VALUE
          "CASA OS CREDITOS PENDENTES DO PERIODO E GERA O".
        02 LINE 13 COL 10 VALUE
          "RELATORIO EM relatorios\CONCILIACAO.txt.".

       01 TELA-RESUMO-EXTRATO.
        02 BLANK SCREEN.
        02 LINE 02 COL 28 VALUE "Sistema de Franquia AMBEV".
        02 LINE 07 COL 26 VALUE "RESUMO DA IMPORTACAO DO EXTRATO".
        02 LINE 10 COL 01 VALUE "LANCAMENTOS LIDOS .....:".
        02 LINE 12 COL 01 VALUE "CREDITOS NOVOS ........:".
        02 LINE 13 COL 01 VALUE "JA IMPORTADOS .........:".
        02 LINE 14 COL 01 VALUE "DEBITOS (IGNORADOS) ...:".
        02 LINE 15 COL 01 VALUE "REJEITADOS ............:".
        02 LINE 18 COL 01 VALUE "RECONCILIACAO .........:".
        02 LINE 20 COL 01 VALUE "ARQUIVO DE ERRO .......:".

       01 TELA-APLICA.
        02 BLANK SCREEN.
        02 LINE 02 COL 28 VALUE "Sistema de Franquia AMBEV".
        02 LINE 04 COL 24 VALUE "APLICAR CREDITO NAO IDENTIFICADO".
        02 LINE 06 COL 10 VALUE "DATA DO CREDITO: [        ]".
        02 LINE 06 COL 40 VALUE "(DATA 0 SAI)".
        02 LINE 08 COL 10 VALUE
          "SEQ              VALOR              SALDO  DOCUMENTO".
        02 LINE 16 COL 10 VALUE "SEQUENCIA      : [    ]".
        02 LINE 17 COL 10 VALUE "SALDO          :".
        02 LINE 18 COL 10 VALUE "NOTA FISCAL    : [         ]".
        02 LINE 18 COL 40 VALUE "PARCELA: [  ]".
        02 LINE 18 COL 56 VALUE "(NF 0 SAI)".
        02 LINE 19 COL 10 VALUE "CLIENTE/VALOR  :".
        02 LINE 20 COL 10 VALUE "VALOR APLICADO : [             ]".
      *-----------------------------------------------------------------
       PROCEDURE DIVISION  USING LS-ID.
       INICIO.
      * RESOLVE OS CAMINHOS DA FILIAL SELECIONADA NO LOGIN ANTES DE
      * ABRIR QUALQUER ARQUIVO DE DADOS (VER SISFIPGER.CPY).
           MOVE LS-ID TO WS-SESSAO-ID
           PERFORM CARREGA-FILIAL
           MOVE WCF-ARQ-IMPRESSAO-CONCIL TO WRL-ARQ-IMPRESSAO
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-DATA-HOJE
           IF WS-FILIAL-ATUAL NOT = "001" AND
              WS-FILIAL-ATUAL NOT = "000"
              MOVE SPACES TO WS-NOME-EXTRATO
              STRING "importacao\entrada\F" WS-FILIAL-ATUAL
                     "-EXTRATO.TXT"
                  DELIMITED BY SIZE INTO WS-NOME-EXTRATO
              END-STRING
           END-IF
           MOVE "F" TO WFIM.
           PERFORM TELA-CONBCO-0 UNTIL WFIM = "T".
       TELA-CONBCO-0.
           MOVE SPACES TO W-OPCAO
           DISPLAY TELA-CONBCO
           ACCEPT TELA-CONBCO
           EVALUATE W-OPCAO
             WHEN "1"
                PERFORM IMPORTA-EXTRATO THRU IMPORTA-EXTRATO-FIM
             WHEN "2"
                PERFORM CONCILIA-PERIODO THRU CONCILIA-PERIODO-FIM
             WHEN "3"
                PERFORM APLICA-CREDITO THRU APLICA-CREDITO-FIM
             WHEN "4"
                MOVE "T" TO WFIM
                EXIT PROGRAM
           END-EVALUATE.

      ***************************
      * IMPORTACAO DO EXTRATO   *
      ***************************
      * GRAVA CADA CREDITO DO EXTRATO COMO "N" (NAO IDENTIFICADO,
      * SALDO INTEIRO); A CONCILIACAO E QUE DECIDE O QUE ELE COBRE.
      * DETALHE COM DATA/VALOR/NATUREZA INVALIDOS VAI PARA O ARQUIVO
      * DE ERRO CARIMBADO (IDEM importacao\ERRO_ DO CNBTIT).
       IMPORTA-EXTRATO.
           MOVE "EXTRATO" TO DOPCAO
           MOVE FUNCTION CURRENT-DATE(1:14) TO WS-DATA-HORA-EXECUCAO
           MOVE SPACES TO WTD-ARQERRO
           MOVE WS-DATA-HORA-EXECUCAO TO WTD-ARQERRO(1:14)
           MOVE "_EXTRATO.TXT" TO WTD-ARQERRO(15:12)

           OPEN INPUT ARQ-EXTRATO
           IF WS-FS NOT = "00"
              MOVE "*** SEM EXTRATO NA PASTA DE ENTREGA ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO IMPORTA-EXTRATO-FIM
           END-IF
           PERFORM OPEN-EXTBCO
           IF WS-RESULTADO-ACESSO NOT = "00"
              MOVE "ERRO NA ABERTURA DO ARQUIVO DE EXTRATO" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              CLOSE ARQ-EXTRATO
              GO TO IMPORTA-EXTRATO-FIM
           END-IF
           PERFORM OPEN-AUDITORIA

           MOVE ZEROS TO WS-QTD-LIDOS
                         WS-QTD-NOVOS
                         WS-QTD-JA-IMPORTADOS
                         WS-QTD-DEBITOS
                         WS-QTD-REJEITADOS
                         WS-GRAVACAO-ERRO
                         WS-QTD-DIAS
           MOVE "N" TO WS-EOF-SW
           PERFORM UNTIL EOF-SW
              READ ARQ-EXTRATO AT END
                 MOVE "Y" TO WS-EOF-SW
              END-READ
              IF WS-EOF-SW = "N"
                 IF EXT-TIPO = "1"
                    ADD 1 TO WS-QTD-LIDOS
                    PERFORM GRAVA-CREDITO-EXTRATO
                 END-IF
              END-IF
           END-PERFORM
           CLOSE ARQ-EXTRATO ARQ-EXTBCO
           IF WS-GRAVACAO-ERRO > 0
              CLOSE ARQ-ERR
           END-IF

           ADD WS-QTD-NOVOS WS-QTD-JA-IMPORTADOS WS-QTD-DEBITOS
               WS-QTD-REJEITADOS GIVING WS-QTD-PROCESSADOS
           IF WS-QTD-PROCESSADOS = WS-QTD-LIDOS
              MOVE "OK"         TO WS-RECONCILIACAO
           ELSE
              MOVE "DIVERGENTE" TO WS-RECONCILIACAO
           END-IF
           PERFORM GRAVA-AUDITORIA
           CLOSE ARQ-AUD

           DISPLAY TELA-RESUMO-EXTRATO
           DISPLAY WS-QTD-LIDOS         AT 1026
           DISPLAY WS-QTD-NOVOS         AT 1226
           DISPLAY WS-QTD-JA-IMPORTADOS AT 1326
           DISPLAY WS-QTD-DEBITOS       AT 1426
           DISPLAY WS-QTD-REJEITADOS    AT 1526
           DISPLAY WS-RECONCILIACAO     AT 1826
           IF WS-GRAVACAO-ERRO > 0
              DISPLAY WTD-ARQERRO(1:54)  AT 2026
              DISPLAY WTD-ARQERRO(55:30) AT 2101
           END-IF
           PERFORM ROT-MENS THRU ROT-MENS-FIM
           .
       IMPORTA-EXTRATO-FIM.
           EXIT.

       GRAVA-CREDITO-EXTRATO.
           MOVE "N" TO WS-REGISTRO-REJEITADO
           IF EXT-D-DATA NOT NUMERIC OR
              EXT-D-VALOR NOT NUMERIC
              MOVE "DATA/VALOR DO EXTRATO NAO NUMERICOS" TO MENS
              PERFORM GRAVACAO-ERRO
           ELSE
           IF EXT-D-DATA(5:2) < "01" OR EXT-D-DATA(5:2) > "12" OR
              EXT-D-DATA(7:2) < "01" OR EXT-D-DATA(7:2) > "31" OR
              EXT-D-VALOR = ZEROS
              MOVE "DATA/VALOR DO EXTRATO INVALIDOS" TO MENS
              PERFORM GRAVACAO-ERRO
           ELSE
           IF EXT-D-NATUREZA = "D"
              ADD 1 TO WS-QTD-DEBITOS
           ELSE
           IF EXT-D-NATUREZA NOT = "C"
              MOVE "NATUREZA DO LANCAMENTO INVALIDA (C/D)" TO MENS
              PERFORM GRAVACAO-ERRO
           ELSE
              PERFORM PROXIMA-SEQUENCIA-DIA
              MOVE SPACES TO REGEXB
              MOVE EXT-D-DATA          TO EXB_DATA
              MOVE WS-DXT-SEQ(WS-DIA-IDX) TO EXB_SEQUENCIA
              MOVE EXT-D-VALOR         TO EXB_VALOR
              MOVE EXT-D-DOCUMENTO     TO EXB_DOCUMENTO
              MOVE EXT-D-HISTORICO     TO EXB_HISTORICO
              MOVE "N"                 TO EXB_SITUACAO
              MOVE ZEROS               TO EXB_VALOR_APLICADO
              WRITE REGEXB
                  INVALID KEY
                     ADD 1 TO WS-QTD-JA-IMPORTADOS
                  NOT INVALID KEY
                     ADD 1 TO WS-QTD-NOVOS
              END-WRITE
              MOVE "00" TO WS-RESULTADO-ACESSO
           END-IF
           END-IF
           END-IF
           END-IF
           .

      * DIA NOVO ENTRA NA TABELA COM A SEQUENCIA ZERADA; ACIMA DE 100
      * DIAS NUM SO EXTRATO O ULTIMO CONTADOR E REAPROVEITADO.
       PROXIMA-SEQUENCIA-DIA.
           MOVE "N" TO WS-ACHOU
           PERFORM VARYING WS-DIA-IDX FROM 1 BY 1
                   UNTIL WS-DIA-IDX > WS-QTD-DIAS OR WS-ACHOU = "S"
              IF WS-DXT-DATA(WS-DIA-IDX) = EXT-D-DATA
                 MOVE "S" TO WS-ACHOU
              END-IF
           END-PERFORM
           IF WS-ACHOU = "S"
              SUBTRACT 1 FROM WS-DIA-IDX
           ELSE
              IF WS-QTD-DIAS < 100
                 ADD 1 TO WS-QTD-DIAS
              END-IF
              MOVE WS-QTD-DIAS TO WS-DIA-IDX
              MOVE EXT-D-DATA TO WS-DXT-DATA(WS-DIA-IDX)
              MOVE ZEROS      TO WS-DXT-SEQ(WS-DIA-IDX)
           END-IF
           ADD 1 TO WS-DXT-SEQ(WS-DIA-IDX)
           .

      ******************************
      * CONCILIACAO DO PERIODO     *
      ******************************
       CONCILIA-PERIODO.
           MOVE "CONCILIA" TO DOPCAO
           DISPLAY TELA-PERIODO-CONC
           MOVE WS-DATA-HOJE(1:6) TO WS-DATA-INICIO(1:6)
           MOVE "01"              TO WS-DATA-INICIO(7:2)
           MOVE WS-DATA-HOJE      TO WS-DATA-FIM
           MOVE 0 TO W-SEL
           PERFORM ENTRA-PERIODO UNTIL W-SEL > 0
           IF W-SN NOT = "S"
              GO TO CONCILIA-PERIODO-FIM
           END-IF

           OPEN INPUT ARQ-TITULO
           IF WS-RESULTADO-ACESSO NOT = "00"
              MOVE "*** NAO HA TITULOS GRAVADOS ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO CONCILIA-PERIODO-FIM
           END-IF
           OPEN INPUT ARQ-CLIENTE
           PERFORM OPEN-EXTBCO
           IF WS-RESULTADO-ACESSO NOT = "00"
              MOVE "*** NAO HA EXTRATO IMPORTADO ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              CLOSE ARQ-TITULO ARQ-CLIENTE
              GO TO CONCILIA-PERIODO-FIM
           END-IF
           PERFORM OPEN-CONCIL
           PERFORM OPEN-AUDITORIA

           PERFORM CARREGA-BAIXAS-PENDENTES
           PERFORM AJUSTA-BAIXAS-CHEQUE
           PERFORM CASA-CREDITOS-PERIODO
           PERFORM IMPRIME-CONCILIACAO

           CLOSE ARQ-TITULO ARQ-CLIENTE ARQ-EXTBCO ARQ-CONCIL
           PERFORM GRAVA-AUDITORIA
           CLOSE ARQ-AUD
           MOVE WS-QTD-CASADOS TO WS-MENS-QTD
           MOVE WS-MENS-TOTAL TO MENS
           PERFORM ROT-MENS THRU ROT-MENS-FIM
           .
       CONCILIA-PERIODO-FIM.
           EXIT.

       ENTRA-PERIODO.
           ACCEPT WS-DATA-INICIO WITH UPDATE AT 0936
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 02
              MOVE "N" TO W-SN
              MOVE 1 TO W-SEL
           ELSE
              ACCEPT WS-DATA-FIM WITH UPDATE AT 1036
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

      * BAIXAS "P" POR TRANSFERENCIA, BANCO OU CHEQUE DATADAS DENTRO
      * DO PERIODO (OU ATE A TOLERANCIA ANTES DO INICIO, CUJO
      * CREDITO PODE TER CAIDO NO PERIODO) AINDA SEM AMARRACAO.
       CARREGA-BAIXAS-PENDENTES.
           MOVE ZEROS TO WS-QTD-BAIXAS WS-QTD-EXCEDENTES
           COMPUTE WS-DIAS-INICIO =
               FUNCTION INTEGER-OF-DATE(WS-DATA-INICIO)
               - WCF-CONC-TOLERANCIA
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
                 IF TIT_SITUACAO = "P" AND
                    (TIT_FORMA_PAGTO = "T" OR "B" OR "C") AND
                    TIT_DATA_PAGAMENTO <= WS-DATA-FIM AND
                    TIT_DATA_PAGAMENTO > ZEROS
                    IF FUNCTION INTEGER-OF-DATE(TIT_DATA_PAGAMENTO)
                       >= WS-DIAS-INICIO
                       MOVE TIT_DATA_PAGAMENTO TO WS-DATA-BAIXA
                       PERFORM INCLUI-BAIXA-PENDENTE
                    END-IF
                 END-IF
              END-IF
           END-PERFORM
           .

       INCLUI-BAIXA-PENDENTE.
           MOVE TIT_CHAVE TO CON_CHAVE
           READ ARQ-CONCIL
               INVALID KEY
                  IF WS-QTD-BAIXAS < 3000
                     ADD 1 TO WS-QTD-BAIXAS
                     MOVE TIT_NUMERO_NF  TO WS-BXA-NF(WS-QTD-BAIXAS)
                     MOVE TIT_PARCELA    TO
                          WS-BXA-PARCELA(WS-QTD-BAIXAS)
                     COMPUTE WS-BXA-DIAS(WS-QTD-BAIXAS) =
                         FUNCTION INTEGER-OF-DATE(WS-DATA-BAIXA)
                     MOVE TIT_VALOR_PAGO TO
                          WS-BXA-VALOR(WS-QTD-BAIXAS)
                     MOVE TIT_FORMA_PAGTO TO
                          WS-BXA-FORMA(WS-QTD-BAIXAS)
                     MOVE "N" TO WS-BXA-USADA(WS-QTD-BAIXAS)
                  ELSE
                     ADD 1 TO WS-QTD-EXCEDENTES
                  END-IF
           END-READ
           MOVE "00" TO WS-RESULTADO-ACESSO
           .

      * CHEQUE SO CAI NO BANCO NO DEPOSITO (VER CHQCUS): A BAIXA EM
      * CHEQUE AINDA EM CUSTODIA NAO PODE CASAR COM NENHUM CREDITO, E
      * A DO CHEQUE DEPOSITADO CASA PELA DATA DO DEPOSITO - INCLUSIVE
      * O PRE-DATADO RECEBIDO ANTES DA JANELA DO PERIODO.
       AJUSTA-BAIXAS-CHEQUE.
           OPEN INPUT ARQ-CHEQUE
           IF WS-RESULTADO-ACESSO = "00"
              MOVE "N"   TO WS-EOF-CHQ
              MOVE ZEROS TO CHQ_CHAVE
              START ARQ-CHEQUE
                 KEY IS NOT LESS THAN CHQ_CHAVE
                    INVALID KEY
                       MOVE "Y" TO WS-EOF-CHQ
              END-START
              PERFORM UNTIL WS-EOF-CHQ = "Y"
                 READ ARQ-CHEQUE NEXT AT END
                    MOVE "Y" TO WS-EOF-CHQ
                 END-READ
                 IF WS-EOF-CHQ = "N"
                    IF CHQ_SITUACAO = "C" OR CHQ_SITUACAO = "D"
                       PERFORM VARYING WS-CHQ-IDX FROM 1 BY 1
                               UNTIL WS-CHQ-IDX > CHQ_QTD_TITULOS
                          PERFORM AJUSTA-BAIXA-DO-CHEQUE
                       END-PERFORM
                    END-IF
                 END-IF
              END-PERFORM
              CLOSE ARQ-CHEQUE
           END-IF
           MOVE "00" TO WS-RESULTADO-ACESSO
           .

       AJUSTA-BAIXA-DO-CHEQUE.
           MOVE ZEROS TO WS-BXA-ACHADA
           PERFORM VARYING WS-BXA-IDX FROM 1 BY 1
                   UNTIL WS-BXA-IDX > WS-QTD-BAIXAS OR
                         WS-BXA-ACHADA > ZEROS
              IF WS-BXA-NF(WS-BXA-IDX) = CHQ_TIT_NF(WS-CHQ-IDX) AND
                 WS-BXA-PARCELA(WS-BXA-IDX) =
                 CHQ_TIT_PARCELA(WS-CHQ-IDX)
                 MOVE WS-BXA-IDX TO WS-BXA-ACHADA
              END-IF
           END-PERFORM
           IF WS-BXA-ACHADA > ZEROS
              IF CHQ_SITUACAO = "C"
                 MOVE "X" TO WS-BXA-USADA(WS-BXA-ACHADA)
              ELSE
                 COMPUTE WS-BXA-DIAS(WS-BXA-ACHADA) =
                     FUNCTION INTEGER-OF-DATE(CHQ_DATA_DEPOSITO)
              END-IF
           ELSE
              IF CHQ_SITUACAO = "D" AND
                 CHQ_DATA_DEPOSITO <= WS-DATA-FIM AND
                 FUNCTION INTEGER-OF-DATE(CHQ_DATA_DEPOSITO)
                 >= WS-DIAS-INICIO
                 MOVE CHQ_TIT_NF(WS-CHQ-IDX)      TO TIT_NUMERO_NF
                 MOVE CHQ_TIT_PARCELA(WS-CHQ-IDX) TO TIT_PARCELA
                 READ ARQ-TITULO
                     NOT INVALID KEY
                        IF TIT_SITUACAO = "P" AND
                           TIT_FORMA_PAGTO = "C"
                           MOVE CHQ_DATA_DEPOSITO TO WS-DATA-BAIXA
                           PERFORM INCLUI-BAIXA-PENDENTE
                        END-IF
                 END-READ
              END-IF
           END-IF
           .

      * CADA CREDITO AINDA NAO IDENTIFICADO E SEM APLICACAO PARCIAL:
      * PRIMEIRO UMA BAIXA POR TRANSFERENCIA/BANCO DE MESMO VALOR
      * (DA MAIS RECENTE PARA TRAS, DENTRO DA TOLERANCIA); DEPOIS O
      * TOTAL DOS CHEQUES DE UM DIA (DEPOSITO DO DIA) E O TOTAL DAS
      * BAIXAS DE COBRANCA DE UM DIA (CREDITO CONSOLIDADO DO BANCO).
       CASA-CREDITOS-PERIODO.
           MOVE ZEROS TO WS-QTD-CASADOS
           MOVE "N" TO WS-EOF-EXB
           MOVE WS-DATA-INICIO TO EXB_DATA
           MOVE ZEROS          TO EXB_SEQUENCIA
           START ARQ-EXTBCO
              KEY IS NOT LESS THAN EXB_CHAVE
                 INVALID KEY
                    MOVE "Y" TO WS-EOF-EXB
           END-START
           PERFORM UNTIL WS-EOF-EXB = "Y"
              READ ARQ-EXTBCO NEXT AT END
                 MOVE "Y" TO WS-EOF-EXB
              END-READ
              IF WS-EOF-EXB = "N"
                 IF EXB_DATA > WS-DATA-FIM
                    MOVE "Y" TO WS-EOF-EXB
                 ELSE
                    IF EXB_SITUACAO = "N" AND
                       EXB_VALOR_APLICADO = ZEROS
                       PERFORM CASA-CREDITO
                    END-IF
                 END-IF
              END-IF
           END-PERFORM
           .

       CASA-CREDITO.
           COMPUTE WS-DIAS-CREDITO = FUNCTION INTEGER-OF-DATE(EXB_DATA)
           MOVE "N" TO WS-ACHOU
           PERFORM VARYING WS-OFFSET FROM 0 BY 1
                   UNTIL WS-OFFSET > WCF-CONC-TOLERANCIA OR
                         WS-ACHOU = "S"
              COMPUTE WS-DIAS-ALVO = WS-DIAS-CREDITO - WS-OFFSET
              PERFORM VARYING WS-BXA-IDX FROM 1 BY 1
                      UNTIL WS-BXA-IDX > WS-QTD-BAIXAS OR
                            WS-ACHOU = "S"
                 IF WS-BXA-USADA(WS-BXA-IDX) = "N" AND
                    WS-BXA-DIAS(WS-BXA-IDX) = WS-DIAS-ALVO AND
                    WS-BXA-VALOR(WS-BXA-IDX) = EXB_VALOR AND
                    (WS-BXA-FORMA(WS-BXA-IDX) = "T" OR "B")
                    MOVE "S" TO WS-ACHOU
                    MOVE WS-BXA-IDX TO WS-BXA-ACHADA
                 END-IF
              END-PERFORM
           END-PERFORM
           IF WS-ACHOU = "S"
              MOVE WS-BXA-ACHADA TO WS-BXA-IDX
              PERFORM AMARRA-BAIXA
           ELSE
              MOVE "C" TO WS-FORMA-GRUPO
              PERFORM CASA-GRUPO-DO-DIA
              IF WS-ACHOU = "N"
                 MOVE "B" TO WS-FORMA-GRUPO
                 PERFORM CASA-GRUPO-DO-DIA
              END-IF
           END-IF
           IF WS-ACHOU = "S"
              MOVE "C" TO EXB_SITUACAO
              MOVE EXB_VALOR TO EXB_VALOR_APLICADO
              REWRITE REGEXB
              ADD 1 TO WS-QTD-CASADOS
           END-IF
           MOVE "00" TO WS-RESULTADO-ACESSO
           .

      * SOMA DAS BAIXAS LIVRES DA FORMA WS-FORMA-GRUPO NUM MESMO DIA;
      * SE BATER COM O CREDITO, TODAS SAO AMARRADAS A ELE.
       CASA-GRUPO-DO-DIA.
           PERFORM VARYING WS-OFFSET FROM 0 BY 1
                   UNTIL WS-OFFSET > WCF-CONC-TOLERANCIA OR
                         WS-ACHOU = "S"
              COMPUTE WS-DIAS-ALVO = WS-DIAS-CREDITO - WS-OFFSET
              MOVE ZEROS TO WS-SOMA-GRUPO
              PERFORM VARYING WS-BXA-IDX FROM 1 BY 1
                      UNTIL WS-BXA-IDX > WS-QTD-BAIXAS
                 IF WS-BXA-USADA(WS-BXA-IDX) = "N" AND
                    WS-BXA-DIAS(WS-BXA-IDX) = WS-DIAS-ALVO AND
                    WS-BXA-FORMA(WS-BXA-IDX) = WS-FORMA-GRUPO
                    ADD WS-BXA-VALOR(WS-BXA-IDX) TO WS-SOMA-GRUPO
                 END-IF
              END-PERFORM
              IF WS-SOMA-GRUPO = EXB_VALOR
                 MOVE "S" TO WS-ACHOU
                 PERFORM VARYING WS-BXA-IDX FROM 1 BY 1
                         UNTIL WS-BXA-IDX > WS-QTD-BAIXAS
                    IF WS-BXA-USADA(WS-BXA-IDX) = "N" AND
                       WS-BXA-DIAS(WS-BXA-IDX) = WS-DIAS-ALVO AND
                       WS-BXA-FORMA(WS-BXA-IDX) = WS-FORMA-GRUPO
                       PERFORM AMARRA-BAIXA
                    END-IF
                 END-PERFORM
              END-IF
           END-PERFORM
           .

       AMARRA-BAIXA.
           MOVE "S" TO WS-BXA-USADA(WS-BXA-IDX)
           MOVE SPACES TO REGCON
           MOVE WS-BXA-NF(WS-BXA-IDX)      TO CON_NUMERO_NF
           MOVE WS-BXA-PARCELA(WS-BXA-IDX) TO CON_PARCELA
           MOVE EXB_DATA                   TO CON_EXT_DATA
           MOVE EXB_SEQUENCIA              TO CON_EXT_SEQUENCIA
           MOVE "A"                        TO CON_TIPO
           MOVE WS-DATA-HOJE               TO CON_DATA
           WRITE REGCON
               INVALID KEY
                  CONTINUE
           END-WRITE
           .

      **************************************************
      * RELATORIO: CREDITOS CONCILIADOS COM AS BAIXAS  *
      * QUE OS COBREM, CREDITOS SEM BAIXA E BAIXAS SEM *
      * CREDITO NO BANCO                               *
      **************************************************
       IMPRIME-CONCILIACAO.
           MOVE ZEROS TO WS-QTD-CONCILIADOS WS-QTD-NAO-IDENT
                         WS-QTD-SEM-CREDITO WS-TOT-CONCILIADO
                         WS-TOT-NAO-IDENT WS-TOT-SEM-CREDITO
           OPEN OUTPUT ARQIMP
           MOVE WS-DATA-INICIO TO CAB-INICIO
           MOVE WS-DATA-FIM    TO CAB-FIM
           WRITE REGIMP FROM CABEC
           MOVE SPACES TO REGIMP
           WRITE REGIMP

           MOVE "CREDITOS CONCILIADOS" TO REGIMP
           WRITE REGIMP
           WRITE REGIMP FROM CABEC-CREDITO
           WRITE REGIMP FROM CABEC-BAIXA
           MOVE SPACES TO REGIMP
           WRITE REGIMP
           MOVE "C" TO WS-FORMA-GRUPO
           PERFORM LISTA-CREDITOS-PERIODO
           MOVE SPACES TO REGIMP
           WRITE REGIMP

           MOVE "CREDITOS SEM BAIXA (DEPOSITOS NAO IDENTIFICADOS)"
             TO REGIMP
           WRITE REGIMP
           WRITE REGIMP FROM CABEC-CREDITO
           MOVE SPACES TO REGIMP
           WRITE REGIMP
           MOVE "N" TO WS-FORMA-GRUPO
           PERFORM LISTA-CREDITOS-PERIODO
           MOVE SPACES TO REGIMP
           WRITE REGIMP

           MOVE "BAIXAS SEM CREDITO NO BANCO" TO REGIMP
           WRITE REGIMP
           WRITE REGIMP FROM CABEC-BAIXA
           MOVE SPACES TO REGIMP
           WRITE REGIMP
           PERFORM LISTA-BAIXAS-SEM-CREDITO
           MOVE SPACES TO REGIMP
           WRITE REGIMP

           MOVE "CREDITOS CONCILIADOS/APLICADOS" TO TOT-TITULO
           MOVE WS-QTD-CONCILIADOS TO TOT-QTD
           MOVE WS-TOT-CONCILIADO  TO TOT-VALOR
           WRITE REGIMP FROM DET-TOTAL
           MOVE "CREDITOS NAO IDENTIFICADOS (SALDO)" TO TOT-TITULO
           MOVE WS-QTD-NAO-IDENT TO TOT-QTD
           MOVE WS-TOT-NAO-IDENT TO TOT-VALOR
           WRITE REGIMP FROM DET-TOTAL
           MOVE "BAIXAS SEM CREDITO NO BANCO" TO TOT-TITULO
           MOVE WS-QTD-SEM-CREDITO TO TOT-QTD
           MOVE WS-TOT-SEM-CREDITO TO TOT-VALOR
           WRITE REGIMP FROM DET-TOTAL
           IF WS-QTD-EXCEDENTES > ZEROS
              MOVE "*** BAIXAS ALEM DE 3000 NAO CASADAS ***"
                TO TOT-TITULO
              MOVE WS-QTD-EXCEDENTES TO TOT-QTD
              MOVE ZEROS TO TOT-VALOR
              WRITE REGIMP FROM DET-TOTAL
           END-IF
           CLOSE ARQIMP
      * COPIA DATADA + CATALOGO DE SPOOL (VER SISSPPGER.CPY).
           MOVE "CONBCO" TO WS-SPL-PROGRAMA
           MOVE WRL-ARQ-IMPRESSAO TO WS-SPL-ORIGEM
           PERFORM REGISTRA-SPOOL THRU REGISTRA-SPOOL-FIM
           .

      * WS-FORMA-GRUPO "C" LISTA OS CREDITOS CONCILIADOS OU
      * APLICADOS, COM AS BAIXAS AMARRADAS; "N" LISTA OS NAO
      * IDENTIFICADOS COM O SALDO AINDA SEM APLICACAO.
       LISTA-CREDITOS-PERIODO.
           MOVE "N" TO WS-EOF-EXB
           MOVE WS-DATA-INICIO TO EXB_DATA
           MOVE ZEROS          TO EXB_SEQUENCIA
           START ARQ-EXTBCO
              KEY IS NOT LESS THAN EXB_CHAVE
                 INVALID KEY
                    MOVE "Y" TO WS-EOF-EXB
           END-START
           PERFORM UNTIL WS-EOF-EXB = "Y"
              READ ARQ-EXTBCO NEXT AT END
                 MOVE "Y" TO WS-EOF-EXB
              END-READ
              IF WS-EOF-EXB = "N"
                 IF EXB_DATA > WS-DATA-FIM
                    MOVE "Y" TO WS-EOF-EXB
                 ELSE
                    IF WS-FORMA-GRUPO = "N" AND EXB_SITUACAO = "N"
                       PERFORM IMPRIME-CREDITO
                       ADD 1 TO WS-QTD-NAO-IDENT
                       COMPUTE WS-TOT-NAO-IDENT = WS-TOT-NAO-IDENT +
                           EXB_VALOR - EXB_VALOR_APLICADO
                    END-IF
                    IF WS-FORMA-GRUPO = "C" AND
                       (EXB_SITUACAO = "C" OR EXB_SITUACAO = "A" OR
                        EXB_VALOR_APLICADO > ZEROS)
                       PERFORM IMPRIME-CREDITO
                       PERFORM IMPRIME-BAIXAS-DO-CREDITO
                       ADD 1 TO WS-QTD-CONCILIADOS
                       ADD EXB_VALOR_APLICADO TO WS-TOT-CONCILIADO
                    END-IF
                 END-IF
              END-IF
           END-PERFORM
           .

       IMPRIME-CREDITO.
           MOVE EXB_DATA       TO DCR-DATA
           MOVE EXB_SEQUENCIA  TO DCR-SEQUENCIA
           MOVE EXB_DOCUMENTO  TO DCR-DOCUMENTO
           MOVE EXB_HISTORICO  TO DCR-HISTORICO
           MOVE EXB_VALOR      TO DCR-VALOR
           COMPUTE DCR-SALDO = EXB_VALOR - EXB_VALOR_APLICADO
           WRITE REGIMP FROM DET-CREDITO
           .

      * AS BAIXAS DO CREDITO SAEM PELA CHAVE ALTERNATIVA DO ARQ-CONCIL;
      * O REGISTRO DO EXTRATO CORRENTE E PRESERVADO (SO O ARQ-CONCIL
      * E O ARQ-TITULO SAO LIDOS AQUI).
       IMPRIME-BAIXAS-DO-CREDITO.
           MOVE "N" TO WS-EOF-CON
           MOVE EXB_DATA      TO CON_EXT_DATA
           MOVE EXB_SEQUENCIA TO CON_EXT_SEQUENCIA
           START ARQ-CONCIL
              KEY IS EQUAL TO CON_EXTRATO
                 INVALID KEY
                    MOVE "Y" TO WS-EOF-CON
           END-START
           PERFORM UNTIL WS-EOF-CON = "Y"
              READ ARQ-CONCIL NEXT AT END
                 MOVE "Y" TO WS-EOF-CON
              END-READ
              IF WS-EOF-CON = "N"
                 IF CON_EXT_DATA NOT = EXB_DATA OR
                    CON_EXT_SEQUENCIA NOT = EXB_SEQUENCIA
                    MOVE "Y" TO WS-EOF-CON
                 ELSE
                    MOVE CON_NUMERO_NF TO TIT_NUMERO_NF
                    MOVE CON_PARCELA   TO TIT_PARCELA
                    READ ARQ-TITULO
                        INVALID KEY
                           MOVE ZEROS TO TIT_CODIGO_CLIENTE
                                         TIT_DATA_PAGAMENTO
                                         TIT_VALOR_PAGO
                           MOVE SPACES TO TIT_FORMA_PAGTO
                    END-READ
                    PERFORM MONTA-DET-BAIXA
                    IF CON_TIPO = "M"
                       MOVE "APLICADO" TO DBX-TIPO
                    ELSE
                       MOVE "AUTOMATICO" TO DBX-TIPO
                    END-IF
                    WRITE REGIMP FROM DET-BAIXA
                 END-IF
              END-IF
           END-PERFORM
           MOVE "00" TO WS-RESULTADO-ACESSO
           .

      * BAIXAS DO PERIODO (TRANSFERENCIA, BANCO, CHEQUE) QUE NENHUM
      * CREDITO DO EXTRATO COBRIU: DINHEIRO QUE O CAIXA DEU COMO
      * RECEBIDO E QUE NAO APARECEU NO BANCO.
       LISTA-BAIXAS-SEM-CREDITO.
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
                 IF TIT_SITUACAO = "P" AND
                    (TIT_FORMA_PAGTO = "T" OR "B" OR "C") AND
                    TIT_DATA_PAGAMENTO >= WS-DATA-INICIO AND
                    TIT_DATA_PAGAMENTO <= WS-DATA-FIM
                    MOVE TIT_CHAVE TO CON_CHAVE
                    READ ARQ-CONCIL
                        INVALID KEY
                           PERFORM MONTA-DET-BAIXA
                           MOVE SPACES TO DBX-TIPO
                           WRITE REGIMP FROM DET-BAIXA
                           ADD 1 TO WS-QTD-SEM-CREDITO
                           ADD TIT_VALOR_PAGO TO WS-TOT-SEM-CREDITO
                    END-READ
                    MOVE "00" TO WS-RESULTADO-ACESSO
                 END-IF
              END-IF
           END-PERFORM
           .

       MONTA-DET-BAIXA.
           MOVE TIT_NUMERO_NF      TO DBX-NF
           MOVE TIT_PARCELA        TO DBX-PARCELA
           MOVE TIT_CODIGO_CLIENTE TO DBX-CLIENTE
           MOVE TIT_DATA_PAGAMENTO TO DBX-DATA
           MOVE TIT_FORMA_PAGTO    TO DBX-FORMA
           MOVE TIT_VALOR_PAGO     TO DBX-VALOR
           .

      ********************************************
      * APLICACAO DE CREDITO NAO IDENTIFICADO    *
      ********************************************
      * O OPERADOR ESCOLHE O CREDITO PELA DATA + SEQUENCIA E BAIXA
      * COM ELE UM OU MAIS TITULOS EM ABERTO DO CLIENTE QUE FEZ O
      * DEPOSITO: FORMA "T", DATA DO CREDITO, VALOR ATE O SALDO. A
      * BAIXA E JORNALIZADA COMO NO CADTIT E FICA AMARRADA AO
      * CREDITO ("M"), ENTAO NAO VOLTA COMO BAIXA SEM CREDITO.
       APLICA-CREDITO.
           MOVE "APLICA" TO DOPCAO
           OPEN I-O ARQ-TITULO
           IF WS-RESULTADO-ACESSO NOT = "00"
              MOVE "ERRO NA ABERTURA DO ARQUIVO DE TITULOS" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO APLICA-CREDITO-FIM
           END-IF
           PERFORM OPEN-EXTBCO
           IF WS-RESULTADO-ACESSO NOT = "00"
              MOVE "*** NAO HA EXTRATO IMPORTADO ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              CLOSE ARQ-TITULO
              GO TO APLICA-CREDITO-FIM
           END-IF
           OPEN INPUT ARQ-CLIENTE
           PERFORM OPEN-CONCIL
           PERFORM ABRE-PERIODOS
           PERFORM ABRE-NEGATIVACAO
           PERFORM ABRE-PERDA
           PERFORM OPEN-AUDITORIA
           PERFORM OPEN-JORNAL
           MOVE "CONBCO" TO WS-JRN-PROGRAMA
           MOVE LS-ID    TO WS-JRN-OPERADOR
           MOVE "TIT"    TO WS-JRN-ARQUIVO
           MOVE ZEROS    TO WS-JRN-LOTE

           MOVE ZEROS TO WS-APL-DATA
           MOVE 0 TO W-SEL
           PERFORM APLICA-CREDITO-0 UNTIL W-SEL = 9

           CLOSE ARQ-TITULO ARQ-EXTBCO ARQ-CLIENTE ARQ-CONCIL
                 ARQ-AUD ARQ-JRN
           PERFORM FECHA-PERIODOS
           PERFORM FECHA-NEGATIVACAO
           PERFORM FECHA-PERDA
           .
       APLICA-CREDITO-FIM.
           EXIT.

       APLICA-CREDITO-0.
           DISPLAY TELA-APLICA
           ACCEPT WS-APL-DATA WITH UPDATE AT 0628
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 02 OR WS-APL-DATA = ZEROS
              MOVE 9 TO W-SEL
           ELSE
              PERFORM MOSTRA-CREDITOS-DIA
              IF WS-APL-LINHA = ZEROS
                 MOVE "*** SEM CREDITO NAO IDENTIFICADO NA DATA ***"
                   TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
              ELSE
                 PERFORM ESCOLHE-CREDITO
              END-IF
           END-IF
           .

      * ATE 7 CREDITOS "N" DA DATA NA TELA (LINHAS 9 A 15).
       MOSTRA-CREDITOS-DIA.
           MOVE ZEROS TO WS-APL-LINHA
           MOVE "N" TO WS-EOF-EXB
           MOVE WS-APL-DATA TO EXB_DATA
           MOVE ZEROS       TO EXB_SEQUENCIA
           START ARQ-EXTBCO
              KEY IS NOT LESS THAN EXB_CHAVE
                 INVALID KEY
                    MOVE "Y" TO WS-EOF-EXB
           END-START
           PERFORM UNTIL WS-EOF-EXB = "Y" OR WS-APL-LINHA = 7
              READ ARQ-EXTBCO NEXT AT END
                 MOVE "Y" TO WS-EOF-EXB
              END-READ
              IF WS-EOF-EXB = "N"
                 IF EXB_DATA NOT = WS-APL-DATA
                    MOVE "Y" TO WS-EOF-EXB
                 ELSE
                    IF EXB_SITUACAO = "N"
                       ADD 1 TO WS-APL-LINHA
                       MOVE EXB_SEQUENCIA TO WLC-SEQUENCIA
                       MOVE EXB_VALOR     TO WLC-VALOR
                       COMPUTE WLC-SALDO =
                           EXB_VALOR - EXB_VALOR_APLICADO
                       MOVE EXB_DOCUMENTO TO WLC-DOCUMENTO
                       COMPUTE WS-APL-POSICAO =
                           (WS-APL-LINHA + 8) * 100 + 10
                       DISPLAY WS-LINHA-CREDITO AT WS-APL-POSICAO
                    END-IF
                 END-IF
              END-IF
           END-PERFORM
           MOVE "00" TO WS-RESULTADO-ACESSO
           .

       ESCOLHE-CREDITO.
           MOVE ZEROS TO WS-APL-SEQUENCIA
           ACCEPT WS-APL-SEQUENCIA AT 1628
           MOVE WS-APL-DATA      TO EXB_DATA
           MOVE WS-APL-SEQUENCIA TO EXB_SEQUENCIA
           READ ARQ-EXTBCO WITH LOCK
           IF WS-RESULTADO-ACESSO = "9D"
              MOVE "*** CREDITO EM USO EM OUTRO TERMINAL ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
           ELSE
           IF WS-RESULTADO-ACESSO NOT = "00"
              MOVE "*** CREDITO NAO ENCONTRADO ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
           ELSE
           IF EXB_SITUACAO NOT = "N"
              MOVE "*** CREDITO JA CONCILIADO/APLICADO ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
           ELSE
              MOVE EXB_DATA TO WS-PERIODO-DATA
              PERFORM VERIFICA-PERIODO-FECHADO
              IF WS-PERIODO-FECHADO = "S"
                 MOVE "*** COMPETENCIA FECHADA P/ BAIXA ***" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
              ELSE
                 MOVE ZEROS TO WS-APL-QTD-TITULOS
                 COMPUTE WS-APL-SALDO = EXB_VALOR - EXB_VALOR_APLICADO
                 MOVE 0 TO W-SEL
                 PERFORM APLICA-EM-TITULO
                     UNTIL W-SEL > 0 OR WS-APL-SALDO = ZEROS
                 MOVE 0 TO W-SEL
                 IF WS-APL-QTD-TITULOS > ZEROS
                    MOVE "*** CREDITO APLICADO ***" TO MENS
                    PERFORM ROT-MENS THRU ROT-MENS-FIM
                 END-IF
              END-IF
           END-IF
           END-IF
           END-IF
           UNLOCK ARQ-EXTBCO
           MOVE "00" TO WS-RESULTADO-ACESSO
           .

       APLICA-EM-TITULO.
           MOVE WS-APL-SALDO TO WS-VALOR-EDT
           DISPLAY WS-VALOR-EDT AT 1728
           MOVE ZEROS TO WS-APL-NF WS-APL-PARCELA
           ACCEPT WS-APL-NF AT 1828
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 02 OR WS-APL-NF = ZEROS
              MOVE 1 TO W-SEL
           ELSE
              ACCEPT WS-APL-PARCELA AT 1850
              IF WS-APL-PARCELA = ZEROS
                 MOVE 01 TO WS-APL-PARCELA
              END-IF
              MOVE WS-APL-NF      TO TIT_NUMERO_NF
              MOVE WS-APL-PARCELA TO TIT_PARCELA
              READ ARQ-TITULO WITH LOCK
              IF WS-RESULTADO-ACESSO = "9D"
                 MOVE "*** TITULO EM USO EM OUTRO TERMINAL ***"
                   TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
              ELSE
              IF WS-RESULTADO-ACESSO NOT = "00"
                 MOVE "*** TITULO NAO ENCONTRADO ***" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
              ELSE
      * "I" (BAIXADO COMO PERDA) AINDA E DEVIDO: O CREDITO ENTRA
      * COMO RECUPERACAO, MESMA REGRA DO CADTIT.
              IF TIT_SITUACAO NOT = "A" AND
                 TIT_SITUACAO NOT = "I" AND
                 TIT_SITUACAO NOT = SPACE
                 MOVE "*** TITULO NAO ESTA EM ABERTO ***" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
              ELSE
                 PERFORM ENTRA-VALOR-APLICADO
              END-IF
              END-IF
              END-IF
              UNLOCK ARQ-TITULO
              MOVE "00" TO WS-RESULTADO-ACESSO
           END-IF
           .

      * SUGERE O MENOR ENTRE O VALOR DO TITULO E O SALDO DO CREDITO;
      * O QUE PASSAR DO VALOR DO TITULO FICA COMO JUROS/MULTA, IDEM
      * A BAIXA DO CADTIT.
       ENTRA-VALOR-APLICADO.
           MOVE SPACES TO CLI_RAZAO_SOCIAL
           MOVE TIT_CODIGO_CLIENTE TO CLI_CODIGO_CLIENTE
           READ ARQ-CLIENTE
               INVALID KEY
                  MOVE SPACES TO CLI_RAZAO_SOCIAL
           END-READ
           MOVE TIT_VALOR TO WS-VALOR-EDT
           DISPLAY CLI_RAZAO_SOCIAL(1:30) AT 1928
           DISPLAY WS-VALOR-EDT           AT 1960
           IF TIT_VALOR < WS-APL-SALDO
              MOVE TIT_VALOR TO WS-APL-VALOR
           ELSE
              MOVE WS-APL-SALDO TO WS-APL-VALOR
           END-IF
           ACCEPT WS-APL-VALOR WITH UPDATE AT 2028
           IF WS-APL-VALOR = ZEROS OR WS-APL-VALOR > WS-APL-SALDO
              MOVE "VALOR ZERADO OU MAIOR QUE O SALDO" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
           ELSE
              MOVE 0 TO W-SEL
              PERFORM CONFIRMA-TELA UNTIL W-SEL > 0
              MOVE 0 TO W-SEL
              IF W-SN = "S"
                 PERFORM BAIXA-TITULO-CREDITO
              END-IF
           END-IF
           .

       BAIXA-TITULO-CREDITO.
           MOVE "N" TO WS-RECUPERACAO
           IF TIT_SITUACAO = "I"
              MOVE "S" TO WS-RECUPERACAO
           END-IF
           MOVE REGTIT       TO WS-JRN-ANTES
           MOVE EXB_DATA     TO TIT_DATA_PAGAMENTO
           MOVE WS-APL-VALOR TO TIT_VALOR_PAGO
           MOVE "T"          TO TIT_FORMA_PAGTO
           MOVE ZEROS        TO TIT_VALOR_JUROS
           IF WS-APL-VALOR > TIT_VALOR
              COMPUTE TIT_VALOR_JUROS = WS-APL-VALOR - TIT_VALOR
           END-IF
           MOVE "P"          TO TIT_SITUACAO
           REWRITE REGTIT
           IF WS-RESULTADO-ACESSO NOT = "00"
              MOVE "ERRO NA BAIXA DO TITULO" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
           ELSE
              MOVE "A" TO WS-JRN-OPERACAO
              COMPUTE WS-JRN-CHAVE =
                  TIT_NUMERO_NF * 100 + TIT_PARCELA
              MOVE REGTIT TO WS-JRN-DEPOIS
              PERFORM GRAVA-JORNAL
              PERFORM SOLICITA-BAIXA-NEGATIVACAO
              IF WS-RECUPERACAO = "S"
                 MOVE EXB_DATA     TO WS-RPD-DATA
                 MOVE WS-APL-VALOR TO WS-RPD-VALOR
                 PERFORM REGISTRA-RECUPERACAO
              END-IF

              MOVE SPACES TO REGCON
              MOVE TIT_NUMERO_NF  TO CON_NUMERO_NF
              MOVE TIT_PARCELA    TO CON_PARCELA
              MOVE EXB_DATA       TO CON_EXT_DATA
              MOVE EXB_SEQUENCIA  TO CON_EXT_SEQUENCIA
              MOVE "M"            TO CON_TIPO
              MOVE WS-DATA-HOJE   TO CON_DATA
              WRITE REGCON
                  INVALID KEY
                     REWRITE REGCON
              END-WRITE

              ADD WS-APL-VALOR TO EXB_VALOR_APLICADO
              SUBTRACT WS-APL-VALOR FROM WS-APL-SALDO
              IF WS-APL-SALDO = ZEROS
                 MOVE "A" TO EXB_SITUACAO
              END-IF
              REWRITE REGEXB
              ADD 1 TO WS-APL-QTD-TITULOS
      * A AUDITORIA DA RECUPERACAO SAI COMO "RECUPERA", IDEM CADTIT.
              IF WS-RECUPERACAO = "S"
                 MOVE "RECUPERA" TO DOPCAO
              END-IF
              PERFORM GRAVA-AUDITORIA
              MOVE "APLICA" TO DOPCAO
           END-IF
           MOVE "00" TO WS-RESULTADO-ACESSO
           .

      *******************************
      * ROTINAS DE APOIO            *
      *******************************
      * OS DOIS ARQUIVOS DA CONCILIACAO SAO CRIADOS NA PRIMEIRA
      * ABERTURA (MESMO IDIOMA DO OPEN-CONTAB DO CADCTB).
       OPEN-EXTBCO.
           OPEN I-O ARQ-EXTBCO
           IF WS-RESULTADO-ACESSO = "05" OR "35"
              OPEN OUTPUT ARQ-EXTBCO
              CLOSE ARQ-EXTBCO
              OPEN I-O ARQ-EXTBCO
           END-IF
           .

       OPEN-CONCIL.
           OPEN I-O ARQ-CONCIL
           IF WS-RESULTADO-ACESSO = "05" OR "35"
              OPEN OUTPUT ARQ-CONCIL
              CLOSE ARQ-CONCIL
              OPEN I-O ARQ-CONCIL
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
           MOVE MENS    TO ERRO-MSG
           MOVE REG-EXT TO ERRO-REG
           WRITE REGERR
           .

       GRAVA-AUDITORIA.
           MOVE FUNCTION CURRENT-DATE(1:14) TO AUD-DATA-HORA
           MOVE "CONBCO"  TO AUD-PROGRAMA
           MOVE LS-ID     TO AUD-OPERADOR
           MOVE DOPCAO    TO AUD-OPERACAO
           MOVE SPACES    TO AUD-RESULTADO
           EVALUATE DOPCAO
             WHEN "EXTRATO"
                MOVE WS-QTD-NOVOS TO AUD-CODIGO
                IF WS-GRAVACAO-ERRO > 0
                   MOVE "EXTRATO COM REJEICOES" TO AUD-RESULTADO
                ELSE
                   MOVE "EXTRATO IMPORTADO OK" TO AUD-RESULTADO
                END-IF
             WHEN "CONCILIA"
                MOVE WS-QTD-CASADOS TO AUD-CODIGO
                STRING "PERIODO " WS-DATA-INICIO " A " WS-DATA-FIM
                    DELIMITED BY SIZE INTO AUD-RESULTADO
                END-STRING
             WHEN OTHER
                MOVE TIT_CODIGO_CLIENTE TO AUD-CODIGO
                STRING "NF " TIT_NUMERO_NF "/" TIT_PARCELA
                       " CRED " EXB_DATA "/" EXB_SEQUENCIA
                    DELIMITED BY SIZE INTO AUD-RESULTADO
                END-STRING
           END-EVALUATE
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

      * ABRE-PERIODOS, VERIFICA-PERIODO-FECHADO E FECHA-PERIODOS:
      * VER COPYBOOK, COMPARTILHADO COM CADPED/FATPED/CADTIT.
       COPY "copybook\SISPEPGER.CPY".

      * ABRE-NEGATIVACAO, SOLICITA-BAIXA-NEGATIVACAO E
      * FECHA-NEGATIVACAO: VER COPYBOOK, COMPARTILHADO COM
      * CADTIT/CNBTIT.
       COPY "copybook\SISNGPGER.CPY".

      * ABRE-PERDA, REGISTRA-RECUPERACAO E FECHA-PERDA: VER COPYBOOK,
      * COMPARTILHADO COM CADTIT/CNBTIT.
       COPY "copybook\SISRPPGER.CPY".

      * GRAVA-JORNAL E OPEN-JORNAL: VER COPYBOOK, COMPARTILHADO COM
      * OS DEMAIS GRAVADORES DO JORNAL DE IMAGENS.
       COPY "copybook\SISJRPGER.CPY".

      * REGISTRA-SPOOL: VER COPYBOOK, COMPARTILHADO PELOS PROGRAMAS
      * DE RELATORIO.
       COPY "copybook\SISSPPGER.CPY".

      * CARREGA-FILIAL E MONTA-CAMINHOS-FILIAL: VER COPYBOOK,
      * COMPARTILHADO POR TODOS OS PROGRAMAS DA FILIAL.
       COPY "copybook\SISFIPGER.CPY".
