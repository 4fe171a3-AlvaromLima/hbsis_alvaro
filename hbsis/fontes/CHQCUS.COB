      **************************************************
      * CUSTODIA DE CHEQUES: LISTA DO DIA A DEPOSITAR, *
      * DEVOLUCAO DE CHEQUE (REABRE OS TITULOS COM A   *
      * TARIFA E BLOQUEIA O CLIENTE) E REINCIDENTES    *
      **************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CHQCUS.
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

      * "S" = EXECUCAO DISPARADA SEM OPERADOR NA TELA (LS-ID =
      * "BATCH"), MESMO IDIOMA DO DISTVEN/COBCLI: SO EMITE A LISTA
      * DO DIA, SEM CONFIRMAR DEPOSITO.
       77 WS-MODO-BATCH        PIC X(001) VALUE "N".

       77 WS-DATA-HOJE         PIC 9(008) VALUE ZEROS.
       77 WS-DATA-REF          PIC 9(008) VALUE ZEROS.
       77 WS-EOF-CHQ           PIC X(001) VALUE "N".
       77 WS-CHQ-IDX           PIC 9(001) VALUE ZEROS.
       77 WS-POSICAO           PIC 9(004) VALUE ZEROS.

       77 WS-QTD-CHEQUES       PIC 9(005) VALUE ZEROS.
       77 WS-TOT-CHEQUES       PIC 9(013)V9(02) VALUE ZEROS.
       77 WS-QTD-DEPOSITADOS   PIC 9(005) VALUE ZEROS.

      * DEVOLUCAO: DATA, ALINEA DO BANCO E TARIFA (SUGERIDA PELA
      * CONFIGURACAO); A TARIFA ENTRA NA PRIMEIRA PARCELA REABERTA.
       77 WS-DEV-DATA          PIC 9(008) VALUE ZEROS.
       77 WS-DEV-ALINEA        PIC 9(002) VALUE ZEROS.
       77 WS-DEV-TARIFA        PIC 9(007)V9(02) VALUE ZEROS.
       77 WS-DEV-TARIFA-PEND   PIC 9(007)V9(02) VALUE ZEROS.
       77 WS-QTD-REABERTOS     PIC 9(001) VALUE ZEROS.
       01 WS-CHQ-CHAVE.
          03 WS-CHQ-BANCO      PIC 9(003).
          03 WS-CHQ-AGENCIA    PIC 9(004).
          03 WS-CHQ-CONTA      PIC 9(010).
          03 WS-CHQ-NUMERO     PIC 9(006).
       01 WS-LINHA-TITULO.
          03 WLT-NF            PIC 9(009).
          03 FILLER            PIC X(01) VALUE "/".
          03 WLT-PARCELA       PIC 9(002).
          03 FILLER            PIC X(02) VALUE SPACES.
          03 WLT-SITUACAO      PIC X(001).
          03 FILLER            PIC X(02) VALUE SPACES.
          03 WLT-VALOR         PIC ZZ.ZZZ.ZZZ.ZZ9,99.

      * REINCIDENTES: QUEBRA POR CLIENTE NA CHAVE ALTERNATIVA.
       77 WS-HOJE-INTEIRO      PIC 9(008) VALUE ZEROS.
       77 WS-DEV-INTEIRO       PIC 9(008) VALUE ZEROS.
       77 WS-CLIENTE-ANTERIOR  PIC 9(007) VALUE ZEROS.
       77 WS-QTD-DEV-CLIENTE   PIC 9(003) VALUE ZEROS.
       77 WS-VAL-DEV-CLIENTE   PIC 9(013)V9(02) VALUE ZEROS.
       77 WS-ULT-DEV-CLIENTE   PIC 9(008) VALUE ZEROS.
       77 WS-QTD-REINCIDENTES  PIC 9(005) VALUE ZEROS.

       01 CABEC-DEPOSITO.
          03 FILLER PIC X(46) VALUE
             "CHEQUES EM CUSTODIA A DEPOSITAR - BOM PARA ATE".
          03 FILLER PIC X(01) VALUE SPACES.
          03 CAB-DATA-REF PIC 9(008).

       01 CABEC2-DEPOSITO.
          03 FILLER PIC X(29) VALUE "BCO AGEN CONTA      CHEQUE".
          03 FILLER PIC X(09) VALUE "CLIENTE".
          03 FILLER PIC X(32) VALUE "EMITENTE".
          03 FILLER PIC X(10) VALUE "RECEBIDO".
          03 FILLER PIC X(10) VALUE "BOM PARA".
          03 FILLER PIC X(17) VALUE "            VALOR".

       01 DET-CHEQUE.
          03 DCH-BANCO      PIC 9(003).
          03 FILLER         PIC X(01) VALUE SPACES.
          03 DCH-AGENCIA    PIC 9(004).
          03 FILLER         PIC X(01) VALUE SPACES.
          03 DCH-CONTA      PIC 9(010).
          03 FILLER         PIC X(01) VALUE SPACES.
          03 DCH-NUMERO     PIC 9(006).
          03 FILLER         PIC X(03) VALUE SPACES.
          03 DCH-CLIENTE    PIC 9(007).
          03 FILLER         PIC X(02) VALUE SPACES.
          03 DCH-EMITENTE   PIC X(030).
          03 FILLER         PIC X(02) VALUE SPACES.
          03 DCH-RECEBIDO   PIC 9(008).
          03 FILLER         PIC X(02) VALUE SPACES.
          03 DCH-BOM-PARA   PIC 9(008).
          03 FILLER         PIC X(02) VALUE SPACES.
          03 DCH-VALOR      PIC ZZ.ZZZ.ZZZ.ZZ9,99.

       01 CABEC-REINCIDENTE.
          03 FILLER PIC X(42) VALUE
             "CLIENTES COM CHEQUES DEVOLVIDOS - ULTIMOS ".
          03 CAB-DIAS   PIC ZZ9.
          03 FILLER     PIC X(17) VALUE " DIAS - MINIMO DE".
          03 CAB-MINIMO PIC ZZ9.
          03 FILLER     PIC X(13) VALUE " DEVOLUCOES -".
          03 CAB-DATA   PIC 9(008).

       01 CABEC2-REINCIDENTE.
          03 FILLER PIC X(09) VALUE "CLIENTE".
          03 FILLER PIC X(42) VALUE "RAZAO SOCIAL".
          03 FILLER PIC X(06) VALUE "QTDE".
          03 FILLER PIC X(19) VALUE "    VALOR+TARIFAS".
          03 FILLER PIC X(12) VALUE "ULTIMA DEV.".
          03 FILLER PIC X(05) VALUE "BLOQ".

       01 DET-REINCIDENTE.
          03 DRE-CLIENTE    PIC 9(007).
          03 FILLER         PIC X(02) VALUE SPACES.
          03 DRE-RAZAO      PIC X(040).
          03 FILLER         PIC X(02) VALUE SPACES.
          03 DRE-QTD        PIC ZZ9.
          03 FILLER         PIC X(02) VALUE SPACES.
          03 DRE-VALOR      PIC ZZ.ZZZ.ZZZ.ZZ9,99.
          03 FILLER         PIC X(03) VALUE SPACES.
          03 DRE-DATA       PIC 9(008).
          03 FILLER         PIC X(05) VALUE SPACES.
          03 DRE-BLOQUEIO   PIC X(001).

       01 DET-TOTAL.
          03 TOT-TITULO PIC X(40).
          03 TOT-QTD    PIC ZZ.ZZ9.
          03 FILLER     PIC X(02) VALUE SPACES.
          03 TOT-VALOR  PIC ZZZ.ZZZ.ZZZ.ZZ9,99.

       LINKAGE SECTION.
       01 LS-ID PIC X(5).

       SCREEN SECTION.
       COPY "copybook\SISSTGER.CPY".

       01 TELA-CHQCUS.
        02 BLANK SCREEN.
        02 LINE 02 COL 28 VALUE "Sistema de Franquia AMBEV".
        02 LINE 07 COL 28 VALUE "CUSTODIA DE CHEQUES".
        02 LINE 09 COL 10 VALUE
          "1 - Cheques a Depositar (Lista do Dia)".
        02 LINE 10 COL 10 VALUE "2 - Devolucao de Cheque".
        02 LINE 11 COL 10 VALUE "3 - Clientes com Cheques Devolvidos".
        02 LINE 12 COL 10 VALUE "4 - Retornar".
        02 LINE 14 COL 10 VALUE
          "O CHEQUE ENTRA NA CUSTODIA PELA BAIXA EM CHEQUE (CADTIT)".
        02 LINE 15 COL 10 VALUE
          "E SAI PELO DEPOSITO NO BOM PARA OU PELA DEVOLUCAO.".
        02 LINE 20 COL 10 "Digite a opcao desejada[.]".
        02 OPCAO LINE 20 COL 34 PIC X(01) USING W-OPCAO AUTO.

       01 TELA-DATA-DEPOSITO.
        02 BLANK SCREEN.
        02 LINE 02 COL 28 VALUE "Sistema de Franquia AMBEV".
        02 LINE 07 COL 28 VALUE "CHEQUES A DEPOSITAR".
        02 LINE 09 COL 10 VALUE "BOM PARA ATE (AAAAMMDD): [        ]".
        02 LINE 11 COL 10 VALUE
          "LISTA OS CHEQUES EM CUSTODIA COM BOM PARA ATE A DATA".
        02 LINE 12 COL 10 VALUE
          "E, CONFIRMADO O DEPOSITO, MARCA-OS COMO DEPOSITADOS.".

       01 TELA-DEVOLUCAO.
        02 BLANK SCREEN.
        02 LINE 02 COL 28 VALUE "Sistema de Franquia AMBEV".
        02 LINE 04 COL 30 VALUE "DEVOLUCAO DE CHEQUE".
        02 LINE 06 COL 10 VALUE
          "BCO/AG/CONTA : [   ] [    ] [          ]".
        02 LINE 06 COL 52 VALUE "CHEQUE: [      ]".
        02 LINE 07 COL 10 VALUE "(BANCO 0 SAI)".
        02 LINE 08 COL 10 VALUE "CLIENTE      :".
        02 LINE 09 COL 10 VALUE "EMITENTE     :".
        02 LINE 10 COL 10 VALUE "VALOR        :".
        02 LINE 10 COL 45 VALUE "BOM PARA:".
        02 LINE 11 COL 10 VALUE "SITUACAO     :".
        02 LINE 11 COL 30 VALUE "C=CUSTODIA D=DEPOSITADO V=DEVOLVIDO".
        02 LINE 12 COL 10 VALUE "PARCELAS PAGAS COM O CHEQUE:".
        02 LINE 19 COL 10 VALUE "DATA DEVOL.  : [        ]".
        02 LINE 19 COL 40 VALUE "ALINEA: [  ]".
        02 LINE 20 COL 10 VALUE "TARIFA       : [         ]".

       01 TELA-REINCIDENTES.
        02 BLANK SCREEN.
        02 LINE 02 COL 28 VALUE "Sistema de Franquia AMBEV".
        02 LINE 07 COL 22 VALUE "CLIENTES COM CHEQUES DEVOLVIDOS".
        02 LINE 09 COL 10 VALUE
          "LISTA QUEM TEVE CHEQUES DEVOLVIDOS ACIMA DO MINIMO".
        02 LINE 10 COL 10 VALUE
          "CONFIGURADO NA JANELA DE DIAS DA CONFIGURACAO.".
      *-----------------------------------------------------------------
       PROCEDURE DIVISION  USING LS-ID.
       INICIO.
      * RESOLVE OS CAMINHOS DA FILIAL SELECIONADA NO LOGIN ANTES DE
      * ABRIR QUALQUER ARQUIVO DE DADOS (VER SISFIPGER.CPY).
           MOVE LS-ID TO WS-SESSAO-ID
           PERFORM CARREGA-FILIAL
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-DATA-HOJE
           COMPUTE WS-HOJE-INTEIRO =
               FUNCTION INTEGER-OF-DATE(WS-DATA-HOJE)
           MOVE "N" TO WS-MODO-BATCH
           IF LS-ID = "BATCH"
              MOVE "S" TO WS-MODO-BATCH
              MOVE WS-DATA-HOJE TO WS-DATA-REF
              PERFORM LISTA-A-DEPOSITAR THRU LISTA-A-DEPOSITAR-FIM
              EXIT PROGRAM
           END-IF
           MOVE "F" TO WFIM.
           PERFORM TELA-CHQCUS-0 UNTIL WFIM = "T".
       TELA-CHQCUS-0.
           MOVE SPACES TO W-OPCAO
           DISPLAY TELA-CHQCUS
           ACCEPT TELA-CHQCUS
           EVALUATE W-OPCAO
             WHEN "1"
                PERFORM CHEQUES-A-DEPOSITAR
             WHEN "2"
                PERFORM DEVOLUCAO-CHEQUE THRU DEVOLUCAO-CHEQUE-FIM
             WHEN "3"
                PERFORM CLIENTES-REINCIDENTES
             WHEN "4"
                MOVE "T" TO WFIM
                EXIT PROGRAM
           END-EVALUATE.

      ************************************
      * LISTA DO DIA: CHEQUES A DEPOSITAR*
      ************************************
       CHEQUES-A-DEPOSITAR.
           DISPLAY TELA-DATA-DEPOSITO
           MOVE WS-DATA-HOJE TO WS-DATA-REF
           ACCEPT WS-DATA-REF WITH UPDATE AT 0936
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT NOT = 02 AND WS-DATA-REF NOT = ZEROS
              PERFORM LISTA-A-DEPOSITAR THRU LISTA-A-DEPOSITAR-FIM
           END-IF
           .

      * CHEQUES "C" COM BOM PARA ATE A DATA DE REFERENCIA, PELA CHAVE
      * ALTERNATIVA (OS ATRASADOS, QUE NINGUEM DEPOSITOU NO DIA,
      * CONTINUAM SAINDO ATE SEREM DEPOSITADOS).
       LISTA-A-DEPOSITAR.
           MOVE "DEPOSITO" TO DOPCAO
           PERFORM OPEN-CHEQUE
           IF WS-RESULTADO-ACESSO NOT = "00"
              MOVE "ERRO NA ABERTURA DA CUSTODIA DE CHEQUES" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO LISTA-A-DEPOSITAR-FIM
           END-IF
           PERFORM OPEN-AUDITORIA
           MOVE ZEROS TO WS-QTD-CHEQUES WS-TOT-CHEQUES
                         WS-QTD-DEPOSITADOS
           MOVE WCF-ARQ-IMPRESSAO-CHQDEP TO WRL-ARQ-IMPRESSAO
           OPEN OUTPUT ARQIMP
           MOVE WS-DATA-REF TO CAB-DATA-REF
           WRITE REGIMP FROM CABEC-DEPOSITO
           WRITE REGIMP FROM CABEC2-DEPOSITO
           MOVE SPACES TO REGIMP
           WRITE REGIMP

           PERFORM POSICIONA-BOM-PARA
           PERFORM UNTIL WS-EOF-CHQ = "Y"
              READ ARQ-CHEQUE NEXT AT END
                 MOVE "Y" TO WS-EOF-CHQ
              END-READ
              IF WS-EOF-CHQ = "N"
                 IF CHQ_DATA_BOM_PARA > WS-DATA-REF
                    MOVE "Y" TO WS-EOF-CHQ
                 ELSE
                    IF CHQ_SITUACAO = "C"
                       PERFORM IMPRIME-CHEQUE
                    END-IF
                 END-IF
              END-IF
           END-PERFORM

           MOVE SPACES TO REGIMP
           WRITE REGIMP
           MOVE "TOTAL A DEPOSITAR" TO TOT-TITULO
           MOVE WS-QTD-CHEQUES TO TOT-QTD
           MOVE WS-TOT-CHEQUES TO TOT-VALOR
           WRITE REGIMP FROM DET-TOTAL
           CLOSE ARQIMP
      * COPIA DATADA + CATALOGO DE SPOOL (VER SISSPPGER.CPY).
           MOVE "CHQCUS" TO WS-SPL-PROGRAMA
           MOVE WRL-ARQ-IMPRESSAO TO WS-SPL-ORIGEM
           PERFORM REGISTRA-SPOOL THRU REGISTRA-SPOOL-FIM

           IF WS-MODO-BATCH NOT = "S" AND WS-QTD-CHEQUES > ZEROS
              MOVE "*** LISTA EMITIDA - CONFIRME O DEPOSITO ***"
                TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              MOVE 0 TO W-SEL
              PERFORM CONFIRMA-TELA UNTIL W-SEL > 0
              IF W-SN = "S"
                 PERFORM MARCA-DEPOSITADOS
              END-IF
           END-IF

           MOVE FUNCTION CURRENT-DATE(1:14) TO AUD-DATA-HORA
           MOVE "CHQCUS"          TO AUD-PROGRAMA
           MOVE LS-ID             TO AUD-OPERADOR
           MOVE DOPCAO            TO AUD-OPERACAO
           MOVE WS-QTD-CHEQUES    TO AUD-CODIGO
           MOVE SPACES TO AUD-RESULTADO
           STRING "LISTA " WS-DATA-REF " DEPOSITADOS "
                  WS-QTD-DEPOSITADOS
               DELIMITED BY SIZE INTO AUD-RESULTADO
           END-STRING
           WRITE REGAUD
           CLOSE ARQ-CHEQUE ARQ-AUD
           IF WS-MODO-BATCH NOT = "S"
              MOVE "*** LISTA DE CHEQUES CONCLUIDA ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
           END-IF
           .
       LISTA-A-DEPOSITAR-FIM.
           EXIT.

       POSICIONA-BOM-PARA.
           MOVE "N"   TO WS-EOF-CHQ
           MOVE ZEROS TO CHQ_DATA_BOM_PARA
           START ARQ-CHEQUE
              KEY IS NOT LESS THAN CHQ_DATA_BOM_PARA
                 INVALID KEY
                    MOVE "Y" TO WS-EOF-CHQ
           END-START
           .

       IMPRIME-CHEQUE.
           ADD 1 TO WS-QTD-CHEQUES
           ADD CHQ_VALOR TO WS-TOT-CHEQUES
           MOVE CHQ_BANCO            TO DCH-BANCO
           MOVE CHQ_AGENCIA          TO DCH-AGENCIA
           MOVE CHQ_CONTA            TO DCH-CONTA
           MOVE CHQ_NUMERO           TO DCH-NUMERO
           MOVE CHQ_CODIGO_CLIENTE   TO DCH-CLIENTE
           MOVE CHQ_EMITENTE         TO DCH-EMITENTE
           MOVE CHQ_DATA_RECEBIMENTO TO DCH-RECEBIDO
           MOVE CHQ_DATA_BOM_PARA    TO DCH-BOM-PARA
           MOVE CHQ_VALOR            TO DCH-VALOR
           WRITE REGIMP FROM DET-CHEQUE
           .

      * SEGUNDA PASSADA, SO APOS A CONFIRMACAO DO OPERADOR: OS
      * CHEQUES LISTADOS VIRAM "D" COM A DATA DE REFERENCIA COMO
      * DATA DO DEPOSITO (E POR ELA QUE O CONBCO CASA O CREDITO).
       MARCA-DEPOSITADOS.
           PERFORM POSICIONA-BOM-PARA
           PERFORM UNTIL WS-EOF-CHQ = "Y"
              READ ARQ-CHEQUE NEXT AT END
                 MOVE "Y" TO WS-EOF-CHQ
              END-READ
              IF WS-EOF-CHQ = "N"
                 IF CHQ_DATA_BOM_PARA > WS-DATA-REF
                    MOVE "Y" TO WS-EOF-CHQ
                 ELSE
                    IF CHQ_SITUACAO = "C"
                       MOVE "D"         TO CHQ_SITUACAO
                       MOVE WS-DATA-REF TO CHQ_DATA_DEPOSITO
                       REWRITE REGCHQ
                       IF WS-RESULTADO-ACESSO = "00"
                          ADD 1 TO WS-QTD-DEPOSITADOS
                       END-IF
                    END-IF
                 END-IF
              END-IF
           END-PERFORM
           MOVE "00" TO WS-RESULTADO-ACESSO
           .

      ************************************
      * DEVOLUCAO DE CHEQUE              *
      ************************************
      * O CHEQUE VOLTOU DO BANCO: CADA PARCELA PAGA COM ELE VOLTA A
      * "A" (SEM OS DADOS DA BAIXA, COM O VENCIMENTO ORIGINAL), A
      * TARIFA E SOMADA A PRIMEIRA PARCELA REABERTA E O CLIENTE FICA
      * BLOQUEADO PARA PEDIDOS COMO NO COBCLI (CLI_BLOQUEIO "S"). A
      * DATA DA DEVOLUCAO PRECISA ESTAR EM COMPETENCIA ABERTA.
       DEVOLUCAO-CHEQUE.
           MOVE "DEVOLUCAO" TO DOPCAO
           PERFORM OPEN-CHEQUE
           IF WS-RESULTADO-ACESSO NOT = "00"
              MOVE "ERRO NA ABERTURA DA CUSTODIA DE CHEQUES" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO DEVOLUCAO-CHEQUE-FIM
           END-IF
           OPEN I-O ARQ-TITULO
           IF WS-RESULTADO-ACESSO NOT = "00"
              MOVE "ERRO NA ABERTURA DO ARQUIVO DE TITULOS" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              CLOSE ARQ-CHEQUE
              GO TO DEVOLUCAO-CHEQUE-FIM
           END-IF
           OPEN I-O ARQ-CLIENTE
           IF WS-RESULTADO-ACESSO NOT = "00"
              MOVE "ERRO NA ABERTURA DO ARQUIVO CLIENTE" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              CLOSE ARQ-CHEQUE ARQ-TITULO
              GO TO DEVOLUCAO-CHEQUE-FIM
           END-IF
           PERFORM ABRE-PERIODOS
           PERFORM OPEN-AUDITORIA
           PERFORM OPEN-JORNAL
           MOVE "CHQCUS" TO WS-JRN-PROGRAMA
           MOVE LS-ID    TO WS-JRN-OPERADOR
           MOVE ZEROS    TO WS-JRN-LOTE

           MOVE 0 TO W-SEL
           PERFORM DEVOLUCAO-000 UNTIL W-SEL = 9

           CLOSE ARQ-CHEQUE ARQ-TITULO ARQ-CLIENTE ARQ-AUD ARQ-JRN
           PERFORM FECHA-PERIODOS
           .
       DEVOLUCAO-CHEQUE-FIM.
           EXIT.

       DEVOLUCAO-000.
           DISPLAY TELA-DEVOLUCAO
           MOVE ZEROS TO WS-CHQ-CHAVE
           ACCEPT WS-CHQ-BANCO AT 0626
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 02 OR WS-CHQ-BANCO = ZEROS
              MOVE 9 TO W-SEL
           ELSE
              ACCEPT WS-CHQ-AGENCIA AT 0632
              ACCEPT WS-CHQ-CONTA   AT 0639
              ACCEPT WS-CHQ-NUMERO  AT 0661
              MOVE WS-CHQ-CHAVE TO CHQ_CHAVE
              READ ARQ-CHEQUE WITH LOCK
              IF WS-RESULTADO-ACESSO = "9D"
                 MOVE "*** CHEQUE EM USO EM OUTRO TERMINAL ***"
                        TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
              ELSE
              IF WS-RESULTADO-ACESSO NOT = "00"
                 MOVE "*** CHEQUE NAO ESTA NA CUSTODIA ***" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
              ELSE
                 PERFORM MOSTRA-CHEQUE
                 IF CHQ_SITUACAO = "V"
                    MOVE "*** CHEQUE JA DEVOLVIDO ***" TO MENS
                    PERFORM ROT-MENS THRU ROT-MENS-FIM
                 ELSE
                    PERFORM ENTRA-DEVOLUCAO
                 END-IF
              END-IF
              END-IF
              UNLOCK ARQ-CHEQUE
              MOVE 0 TO W-SEL
           END-IF
           .

       MOSTRA-CHEQUE.
           MOVE CHQ_CODIGO_CLIENTE TO CLI_CODIGO_CLIENTE
           READ ARQ-CLIENTE
               INVALID KEY
                  MOVE SPACES TO CLI_RAZAO_SOCIAL
           END-READ
           DISPLAY CHQ_CODIGO_CLIENTE     AT 0826
           DISPLAY CLI_RAZAO_SOCIAL(1:40) AT 0835
           DISPLAY CHQ_EMITENTE           AT 0926
           MOVE CHQ_VALOR TO WLT-VALOR
           DISPLAY WLT-VALOR              AT 1026
           DISPLAY CHQ_DATA_BOM_PARA      AT 1055
           DISPLAY CHQ_SITUACAO           AT 1126
           PERFORM VARYING WS-CHQ-IDX FROM 1 BY 1
                   UNTIL WS-CHQ-IDX > CHQ_QTD_TITULOS
              MOVE CHQ_TIT_NF(WS-CHQ-IDX)      TO TIT_NUMERO_NF
              MOVE CHQ_TIT_PARCELA(WS-CHQ-IDX) TO TIT_PARCELA
              READ ARQ-TITULO
                  INVALID KEY
                     MOVE SPACES TO TIT_SITUACAO
                     MOVE ZEROS  TO TIT_VALOR_PAGO
              END-READ
              MOVE TIT_NUMERO_NF  TO WLT-NF
              MOVE TIT_PARCELA    TO WLT-PARCELA
              MOVE TIT_SITUACAO   TO WLT-SITUACAO
              MOVE TIT_VALOR_PAGO TO WLT-VALOR
              COMPUTE WS-POSICAO = (WS-CHQ-IDX + 12) * 100 + 12
              DISPLAY WS-LINHA-TITULO AT WS-POSICAO
           END-PERFORM
           MOVE "00" TO WS-RESULTADO-ACESSO
           .

       ENTRA-DEVOLUCAO.
           MOVE WS-DATA-HOJE TO WS-DEV-DATA
           ACCEPT WS-DEV-DATA WITH UPDATE AT 1926
           MOVE ZEROS TO WS-DEV-ALINEA
           ACCEPT WS-DEV-ALINEA AT 1949
           MOVE WCF-CHQ-TARIFA-DEVOLUCAO TO WS-DEV-TARIFA
           ACCEPT WS-DEV-TARIFA WITH UPDATE AT 2026
           MOVE WS-DEV-DATA TO WS-PERIODO-DATA
           PERFORM VERIFICA-PERIODO-FECHADO
           IF WS-PERIODO-FECHADO = "S"
              MOVE "*** COMPETENCIA FECHADA P/ DEVOLUCAO ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
           ELSE
           IF WS-DEV-DATA = ZEROS OR
              WS-DEV-DATA < CHQ_DATA_RECEBIMENTO
              MOVE "DATA DE DEVOLUCAO INVALIDA" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
           ELSE
              MOVE 0 TO W-SEL
              PERFORM CONFIRMA-TELA UNTIL W-SEL > 0
              IF W-SN = "S"
                 PERFORM DEVOLVE-CHEQUE
              END-IF
           END-IF
           END-IF
           .

       DEVOLVE-CHEQUE.
           MOVE ZEROS TO WS-QTD-REABERTOS
           MOVE WS-DEV-TARIFA TO WS-DEV-TARIFA-PEND
           MOVE "TIT" TO WS-JRN-ARQUIVO
           PERFORM VARYING WS-CHQ-IDX FROM 1 BY 1
                   UNTIL WS-CHQ-IDX > CHQ_QTD_TITULOS
              PERFORM REABRE-TITULO
           END-PERFORM
           PERFORM BLOQUEIA-CLIENTE

           MOVE "V"           TO CHQ_SITUACAO
           MOVE WS-DEV-DATA   TO CHQ_DATA_DEVOLUCAO
           MOVE WS-DEV-ALINEA TO CHQ_ALINEA
           MOVE WS-DEV-TARIFA TO CHQ_TARIFA
           REWRITE REGCHQ
           IF WS-RESULTADO-ACESSO NOT = "00"
              MOVE "ERRO NA ATUALIZACAO DO CHEQUE" TO MENS
           ELSE
              IF WS-QTD-REABERTOS = ZEROS
                 MOVE "*** DEVOLVIDO - NENHUMA PARCELA REABERTA ***"
                   TO MENS
              ELSE
                 MOVE "*** CHEQUE DEVOLVIDO - PARCELAS REABERTAS ***"
                   TO MENS
              END-IF
           END-IF
           PERFORM GRAVA-AUDITORIA
           PERFORM ROT-MENS THRU ROT-MENS-FIM
           MOVE "00" TO WS-RESULTADO-ACESSO
           .

      * SO REABRE PARCELA AINDA BAIXADA EM CHEQUE ("P" + FORMA "C");
      * O QUE JA FOI MEXIDO POR OUTRA ROTINA FICA COMO ESTA.
       REABRE-TITULO.
           MOVE CHQ_TIT_NF(WS-CHQ-IDX)      TO TIT_NUMERO_NF
           MOVE CHQ_TIT_PARCELA(WS-CHQ-IDX) TO TIT_PARCELA
           READ ARQ-TITULO WITH LOCK
           IF WS-RESULTADO-ACESSO = "00"
              IF TIT_SITUACAO = "P" AND TIT_FORMA_PAGTO = "C"
                 MOVE REGTIT TO WS-JRN-ANTES
                 MOVE "A"    TO TIT_SITUACAO
                 MOVE ZEROS  TO TIT_VALOR_PAGO
                                TIT_DATA_PAGAMENTO
                                TIT_VALOR_JUROS
                 MOVE SPACE  TO TIT_FORMA_PAGTO
                 ADD WS-DEV-TARIFA-PEND TO TIT_VALOR
                 REWRITE REGTIT
                 IF WS-RESULTADO-ACESSO = "00"
                    MOVE ZEROS TO WS-DEV-TARIFA-PEND
                    ADD 1 TO WS-QTD-REABERTOS
                    MOVE "A" TO WS-JRN-OPERACAO
                    COMPUTE WS-JRN-CHAVE =
                        TIT_NUMERO_NF * 100 + TIT_PARCELA
                    MOVE REGTIT TO WS-JRN-DEPOIS
                    PERFORM GRAVA-JORNAL
                 END-IF
              END-IF
              UNLOCK ARQ-TITULO
           END-IF
           MOVE "00" TO WS-RESULTADO-ACESSO
           .

      * MESMO BLOQUEIO (E MESMO JORNAL) DO AJUSTA-BLOQUEIO DO COBCLI;
      * O COBCLI SO LIBERA DEPOIS QUE AS PARCELAS REABERTAS FOREM
      * PAGAS.
       BLOQUEIA-CLIENTE.
           MOVE CHQ_CODIGO_CLIENTE TO CLI_CODIGO_CLIENTE
           READ ARQ-CLIENTE WITH LOCK
           IF WS-RESULTADO-ACESSO = "00"
              IF CLI_BLOQUEIO NOT = "S"
                 MOVE REGCLI TO WS-JRN-ANTES
                 MOVE "S" TO CLI_BLOQUEIO
                 REWRITE REGCLI
                 IF WS-RESULTADO-ACESSO = "00"
                    MOVE "CLI" TO WS-JRN-ARQUIVO
                    MOVE "A"   TO WS-JRN-OPERACAO
                    MOVE CLI_CODIGO_CLIENTE TO WS-JRN-CHAVE
                    MOVE REGCLI TO WS-JRN-DEPOIS
                    PERFORM GRAVA-JORNAL
                 END-IF
              END-IF
              UNLOCK ARQ-CLIENTE
           END-IF
           MOVE "00" TO WS-RESULTADO-ACESSO
           .

      ************************************
      * CLIENTES COM CHEQUES DEVOLVIDOS  *
      ************************************
      * QUEBRA POR CLIENTE NA CHAVE ALTERNATIVA DA CUSTODIA; CONTA AS
      * DEVOLUCOES DENTRO DA JANELA DE DIAS E LISTA QUEM CHEGOU AO
      * MINIMO DE REINCIDENCIA DA CONFIGURACAO.
       CLIENTES-REINCIDENTES.
           DISPLAY TELA-REINCIDENTES
           MOVE 0 TO W-SEL
           PERFORM CONFIRMA-TELA UNTIL W-SEL > 0
           IF W-SN = "S"
              PERFORM LISTA-REINCIDENTES
           END-IF
           .

       LISTA-REINCIDENTES.
           MOVE "REINCIDENT" TO DOPCAO
           OPEN INPUT ARQ-CHEQUE
           IF WS-RESULTADO-ACESSO NOT = "00"
              MOVE "*** NAO HA CHEQUES EM CUSTODIA ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
           ELSE
              OPEN INPUT ARQ-CLIENTE
              PERFORM OPEN-AUDITORIA
              MOVE ZEROS TO WS-QTD-REINCIDENTES WS-CLIENTE-ANTERIOR
              MOVE WCF-ARQ-IMPRESSAO-CHQDEV TO WRL-ARQ-IMPRESSAO
              OPEN OUTPUT ARQIMP
              MOVE WCF-CHQ-DIAS-REINCIDENCIA TO CAB-DIAS
              MOVE WCF-CHQ-QTD-REINCIDENCIA  TO CAB-MINIMO
              MOVE WS-DATA-HOJE              TO CAB-DATA
              WRITE REGIMP FROM CABEC-REINCIDENTE
              WRITE REGIMP FROM CABEC2-REINCIDENTE
              MOVE SPACES TO REGIMP
              WRITE REGIMP
              PERFORM ZERA-CLIENTE

              MOVE "N"   TO WS-EOF-CHQ
              MOVE ZEROS TO CHQ_CODIGO_CLIENTE
              START ARQ-CHEQUE
                 KEY IS NOT LESS THAN CHQ_CODIGO_CLIENTE
                    INVALID KEY
                       MOVE "Y" TO WS-EOF-CHQ
              END-START
              PERFORM UNTIL WS-EOF-CHQ = "Y"
                 READ ARQ-CHEQUE NEXT AT END
                    MOVE "Y" TO WS-EOF-CHQ
                 END-READ
                 IF WS-EOF-CHQ = "N"
                    IF CHQ_CODIGO_CLIENTE NOT = WS-CLIENTE-ANTERIOR
                       PERFORM QUEBRA-CLIENTE
                       MOVE CHQ_CODIGO_CLIENTE TO WS-CLIENTE-ANTERIOR
                    END-IF
                    IF CHQ_SITUACAO = "V"
                       PERFORM CONTA-DEVOLUCAO
                    END-IF
                 END-IF
              END-PERFORM
              PERFORM QUEBRA-CLIENTE

              MOVE SPACES TO REGIMP
              WRITE REGIMP
              MOVE "CLIENTES REINCIDENTES" TO TOT-TITULO
              MOVE WS-QTD-REINCIDENTES TO TOT-QTD
              MOVE ZEROS TO TOT-VALOR
              WRITE REGIMP FROM DET-TOTAL
              CLOSE ARQIMP
              MOVE "CHQCUS" TO WS-SPL-PROGRAMA
              MOVE WRL-ARQ-IMPRESSAO TO WS-SPL-ORIGEM
              PERFORM REGISTRA-SPOOL THRU REGISTRA-SPOOL-FIM

              MOVE FUNCTION CURRENT-DATE(1:14) TO AUD-DATA-HORA
              MOVE "CHQCUS"            TO AUD-PROGRAMA
              MOVE LS-ID               TO AUD-OPERADOR
              MOVE DOPCAO              TO AUD-OPERACAO
              MOVE WS-QTD-REINCIDENTES TO AUD-CODIGO
              MOVE "RELATORIO DE REINCIDENTES EMITIDO"
                TO AUD-RESULTADO
              WRITE REGAUD
              CLOSE ARQ-CHEQUE ARQ-CLIENTE ARQ-AUD
              MOVE "*** RELATORIO EMITIDO ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
           END-IF
           .

       CONTA-DEVOLUCAO.
           COMPUTE WS-DEV-INTEIRO =
               FUNCTION INTEGER-OF-DATE(CHQ_DATA_DEVOLUCAO)
           IF WS-HOJE-INTEIRO - WS-DEV-INTEIRO
              NOT > WCF-CHQ-DIAS-REINCIDENCIA
              ADD 1 TO WS-QTD-DEV-CLIENTE
              ADD CHQ_VALOR CHQ_TARIFA TO WS-VAL-DEV-CLIENTE
              IF CHQ_DATA_DEVOLUCAO > WS-ULT-DEV-CLIENTE
                 MOVE CHQ_DATA_DEVOLUCAO TO WS-ULT-DEV-CLIENTE
              END-IF
           END-IF
           .

       QUEBRA-CLIENTE.
           IF WS-QTD-DEV-CLIENTE NOT < WCF-CHQ-QTD-REINCIDENCIA AND
              WS-QTD-DEV-CLIENTE > ZEROS
              ADD 1 TO WS-QTD-REINCIDENTES
              MOVE WS-CLIENTE-ANTERIOR TO CLI_CODIGO_CLIENTE
              READ ARQ-CLIENTE
                  INVALID KEY
                     MOVE SPACES TO CLI_RAZAO_SOCIAL CLI_BLOQUEIO
              END-READ
              MOVE WS-CLIENTE-ANTERIOR TO DRE-CLIENTE
              MOVE CLI_RAZAO_SOCIAL    TO DRE-RAZAO
              MOVE WS-QTD-DEV-CLIENTE  TO DRE-QTD
              MOVE WS-VAL-DEV-CLIENTE  TO DRE-VALOR
              MOVE WS-ULT-DEV-CLIENTE  TO DRE-DATA
              MOVE CLI_BLOQUEIO        TO DRE-BLOQUEIO
              WRITE REGIMP FROM DET-REINCIDENTE
           END-IF
           PERFORM ZERA-CLIENTE
           .

       ZERA-CLIENTE.
           MOVE ZEROS TO WS-QTD-DEV-CLIENTE
                         WS-VAL-DEV-CLIENTE
                         WS-ULT-DEV-CLIENTE
           .

      *******************************
      * ROTINAS DE APOIO            *
      *******************************
       GRAVA-AUDITORIA.
           MOVE FUNCTION CURRENT-DATE(1:14) TO AUD-DATA-HORA
           MOVE "CHQCUS"           TO AUD-PROGRAMA
           MOVE LS-ID              TO AUD-OPERADOR
           MOVE DOPCAO             TO AUD-OPERACAO
           MOVE CHQ_CODIGO_CLIENTE TO AUD-CODIGO
           MOVE MENS               TO AUD-RESULTADO
           WRITE REGAUD
           .

      * A CUSTODIA E CRIADA NA PRIMEIRA ABERTURA (MESMO IDIOMA DO
      * OPEN-CONTAB DO CADCTB).
       OPEN-CHEQUE.
           OPEN I-O ARQ-CHEQUE
           IF WS-RESULTADO-ACESSO = "05" OR "35"
              OPEN OUTPUT ARQ-CHEQUE
              CLOSE ARQ-CHEQUE
              OPEN I-O ARQ-CHEQUE
           END-IF
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

      * ABRE-PERIODOS, VERIFICA-PERIODO-FECHADO E FECHA-PERIODOS:
      * VER COPYBOOK, COMPARTILHADO COM CADPED/FATPED/CADTIT.
       COPY "copybook\SISPEPGER.CPY".

      * GRAVA-JORNAL E OPEN-JORNAL: VER COPYBOOK, COMPARTILHADO COM
      * OS DEMAIS GRAVADORES DO JORNAL DE IMAGENS.
       COPY "copybook\SISJRPGER.CPY".

      * REGISTRA-SPOOL: VER COPYBOOK, COMPARTILHADO PELOS PROGRAMAS
      * DE RELATORIO.
       COPY "copybook\SISSPPGER.CPY".

      * CARREGA-FILIAL E MONTA-CAMINHOS-FILIAL: VER COPYBOOK,
      * COMPARTILHADO POR TODOS OS PROGRAMAS DA FILIAL.
       COPY "copybook\SISFIPGER.CPY".
