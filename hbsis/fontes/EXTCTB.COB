      **************************************************
      * LANCAMENTOS CONTABEIS DO MES (PARTIDA DOBRADA) *
      * PARA IMPORTACAO NO SISTEMA DO CONTADOR         *
      **************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. EXTCTB.
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

       77 WS-MODO-BATCH        PIC X(001) VALUE "N".
       77 WS-ANO-MES           PIC 9(006) VALUE ZEROS.
       77 WS-ANO-AUX           PIC 9(004) VALUE ZEROS.
       77 WS-MES-AUX           PIC 9(002) VALUE ZEROS.
       77 WS-EOF-NF            PIC X(001) VALUE "N".
       77 WS-EOF-TIT           PIC X(001) VALUE "N".
       77 WS-EOF-DEV           PIC X(001) VALUE "N".
       77 WS-EOF-CTB           PIC X(001) VALUE "N".
       77 WS-EOF-CTW           PIC X(001) VALUE "N".
       77 WS-EOF-PDA           PIC X(001) VALUE "N".
       77 WS-EOF-BON           PIC X(001) VALUE "N".
       77 WS-SEM-TITULOS       PIC X(001) VALUE "N".
       77 WS-SEM-DEVOL         PIC X(001) VALUE "N".
       77 WS-SEM-CONTAB        PIC X(001) VALUE "N".
       77 WS-SEM-PERDA         PIC X(001) VALUE "N".
       77 WS-SEM-BONIF         PIC X(001) VALUE "N".
       77 WS-ACHOU             PIC X(001) VALUE "N".
       77 WS-LIBERADO          PIC X(001) VALUE "N".

      * DE-PARA DO ARQ-CONTAB CARREGADO NA ABERTURA. EVENTO COM
      * MOVIMENTO QUE NAO ESTA NO ARQUIVO ENTRA NA TABELA SEM CONTAS
      * (E SEGURA A LIBERACAO, COMO A CONTA EM BRANCO). QTD/VALOR
      * ACUMULAM O MOVIMENTO DO MES POR EVENTO PARA O BALANCETE.
       77 WS-QTD-EVENTOS       PIC 9(003) VALUE ZEROS.
       77 WS-EVM-IDX           PIC 9(003) VALUE ZEROS.
       01 WS-TAB-MAPA.
          05 WS-EVM OCCURS 40 TIMES.
             10 WS-EVM-CODIGO     PIC X(006).
             10 WS-EVM-DESCRICAO  PIC X(030).
             10 WS-EVM-DEBITO     PIC X(020).
             10 WS-EVM-CREDITO    PIC X(020).
             10 WS-EVM-HISTORICO  PIC X(030).
             10 WS-EVM-QTD        PIC 9(007).
             10 WS-EVM-VALOR      PIC 9(013)V9(02).

      * RAZAO RESUMIDO DO MES: DEBITOS E CREDITOS POR CONTA (ATE 200
      * CONTAS, MAIS DO QUE O DE-PARA CONSEGUE REFERENCIAR).
       77 WS-QTD-CONTAS        PIC 9(003) VALUE ZEROS.
       77 WS-CTA-IDX           PIC 9(003) VALUE ZEROS.
       01 WS-TAB-CONTAS.
          05 WS-CTA OCCURS 200 TIMES.
             10 WS-CTA-CODIGO     PIC X(020).
             10 WS-CTA-DEBITO     PIC 9(013)V9(02).
             10 WS-CTA-CREDITO    PIC 9(013)V9(02).
       77 WS-PROCURA-CONTA     PIC X(020) VALUE SPACES.

      * RENEGOCIACAO POR DIA DO MES: TOTAL DOS TITULOS FECHADOS NO
      * ACORDO X TOTAL DAS PARCELAS NOVAS. A DIFERENCA DO DIA VIRA
      * ACRESCIMO (RENACR) OU DESCONTO (RENDES) DO ACORDO.
       77 WS-DIA-IDX           PIC 9(002) VALUE ZEROS.
       01 WS-TAB-RENEG.
          05 WS-REN-DIA OCCURS 31 TIMES.
             10 WS-REN-FECHADO    PIC 9(013)V9(02).
             10 WS-REN-NOVO       PIC 9(013)V9(02).

      * LANCAMENTO CORRENTE E TOTAIS DO BALANCETE.
       77 WS-LAN-EVENTO        PIC X(006) VALUE SPACES.
       77 WS-LAN-DATA          PIC 9(008) VALUE ZEROS.
       77 WS-LAN-VALOR         PIC 9(013)V9(02) VALUE ZEROS.
       77 WS-LAN-DOCUMENTO     PIC X(015) VALUE SPACES.
       77 WS-LAN-DEBITO        PIC X(020) VALUE SPACES.
       77 WS-LAN-CREDITO       PIC X(020) VALUE SPACES.
       77 WS-TOT-DEBITO        PIC 9(015)V9(02) VALUE ZEROS.
       77 WS-TOT-CREDITO       PIC 9(015)V9(02) VALUE ZEROS.
       77 WS-QTD-LANCAMENTOS   PIC 9(007) VALUE ZEROS.
       77 WS-QTD-SEM-CONTA     PIC 9(007) VALUE ZEROS.
       77 WS-QTD-EXCEDENTES    PIC 9(005) VALUE ZEROS.

      * MONTAGEM DA LINHA DATA;DEBITO;CREDITO;VALOR;HISTORICO;DOC.
       77 WS-CTB-PTR           PIC 9(003) VALUE ZEROS.
       77 WS-CTB-CAMPO         PIC X(060) VALUE SPACES.
       77 WS-CTB-VALOR-EDT     PIC Z(012)9,99.
       77 WS-NUMERO-EDT        PIC 9(009) VALUE ZEROS.
       77 WS-PARCELA-EDT       PIC 9(002) VALUE ZEROS.
       01 WS-CTB-DATA-EDT.
          03 WS-CTB-DATA-DIA   PIC X(002).
          03 FILLER            PIC X(001) VALUE "/".
          03 WS-CTB-DATA-MES   PIC X(002).
          03 FILLER            PIC X(001) VALUE "/".
          03 WS-CTB-DATA-ANO   PIC X(004).

       01 CABEC.
          03 FILLER PIC X(40) VALUE
             "BALANCETE DOS LANCAMENTOS CONTABEIS - ".
          03 FILLER PIC X(05) VALUE "MES: ".
          03 CAB-ANOMES PIC 9(006).

       01 CABEC-EVENTO.
          03 FILLER PIC X(08) VALUE "EVENTO".
          03 FILLER PIC X(31) VALUE "DESCRICAO".
          03 FILLER PIC X(08) VALUE "   QTD".
          03 FILLER PIC X(19) VALUE "            VALOR".
          03 FILLER PIC X(21) VALUE "DEBITO".
          03 FILLER PIC X(20) VALUE "CREDITO".

       01 DETAL-EVENTO.
          03 LEV-CODIGO     PIC X(006).
          03 FILLER         PIC X(02) VALUE SPACES.
          03 LEV-DESCRICAO  PIC X(030).
          03 FILLER         PIC X(01) VALUE SPACES.
          03 LEV-QTD        PIC ZZZZZZ9.
          03 FILLER         PIC X(01) VALUE SPACES.
          03 LEV-VALOR      PIC ZZZ.ZZZ.ZZZ.ZZ9,99.
          03 FILLER         PIC X(01) VALUE SPACES.
          03 LEV-DEBITO     PIC X(020).
          03 FILLER         PIC X(01) VALUE SPACES.
          03 LEV-CREDITO    PIC X(020).

       01 CABEC-CONTA.
          03 FILLER PIC X(22) VALUE "CONTA".
          03 FILLER PIC X(21) VALUE "              DEBITOS".
          03 FILLER PIC X(21) VALUE "             CREDITOS".

       01 DETAL-CONTA.
          03 DCT-CODIGO     PIC X(020).
          03 FILLER         PIC X(02) VALUE SPACES.
          03 DCT-DEBITO     PIC ZZZ.ZZZ.ZZZ.ZZZ.ZZ9,99.
          03 FILLER         PIC X(01) VALUE SPACES.
          03 DCT-CREDITO    PIC ZZZ.ZZZ.ZZZ.ZZZ.ZZ9,99.

       01 LINHA-ARQUIVO.
          03 FILLER       PIC X(10) VALUE "ARQUIVO: ".
          03 LIN-ARQUIVO  PIC X(100).

       01 LINHA-QTD.
          03 LIN-ROTULO-Q PIC X(40).
          03 LIN-QTD      PIC ZZZ.ZZ9.

       01 WS-MENS-TOTAL.
          03 FILLER     PIC X(31) VALUE
             "LANCAMENTOS LIBERADOS OK - ".
          03 WS-MENS-QTD PIC ZZZZZZ9.
          03 FILLER     PIC X(09) VALUE " LINHA(S)".

       LINKAGE SECTION.
       01 LS-ID PIC X(5).

       SCREEN SECTION.
       COPY "copybook\SISSTGER.CPY".

       01 TELA-CONTABIL.
        02 BLANK SCREEN.
        02 LINE 02 COL 28 VALUE "Sistema de Franquia AMBEV".
        02 LINE 07 COL 24 VALUE
          "LANCAMENTOS CONTABEIS DO MES".
        02 LINE 09 COL 10 VALUE "ANO/MES (AAAAMM)     : [      ]".
        02 LINE 11 COL 10 VALUE
          "FATURAMENTO, BAIXAS, JUROS, DEVOLUCOES, ESTORNOS E".
        02 LINE 12 COL 10 VALUE
          "RENEGOCIACOES DO MES PELAS CONTAS DO DE-PARA (07.11).".
        02 LINE 13 COL 10 VALUE
          "O ARQUIVO SO E LIBERADO SE DEBITO = CREDITO; O".
        02 LINE 14 COL 10 VALUE
          "BALANCETE SAI EM relatorios\BALANCETECTB.txt.".
      *-------------------------------------------------------
       PROCEDURE DIVISION  USING LS-ID.
       INICIO.
      * RESOLVE OS CAMINHOS DA FILIAL SELECIONADA NO LOGIN ANTES DE
      * ABRIR QUALQUER ARQUIVO DE DADOS (VER SISFIPGER.CPY).
           MOVE LS-ID TO WS-SESSAO-ID
           PERFORM CARREGA-FILIAL
           MOVE WCF-ARQ-IMPRESSAO-CONTAB TO WRL-ARQ-IMPRESSAO

           MOVE "N" TO WS-MODO-BATCH
           IF LS-ID = "BATCH"
              MOVE "S" TO WS-MODO-BATCH
              MOVE "S" TO W-SN
              PERFORM CALCULA-MES-ANTERIOR
           ELSE
              DISPLAY TELA-CONTABIL
              MOVE 0 TO W-SEL
              PERFORM ENTRA-ANO-MES UNTIL W-SEL > 0
              IF W-SN NOT = "N"
                 MOVE 0 TO W-SEL
                 PERFORM CONFIRMA-TELA UNTIL W-SEL > 0
              END-IF
           END-IF

           IF W-SN = "S"
              PERFORM GERA-LANCAMENTOS THRU GERA-LANCAMENTOS-FIM
           END-IF
           EXIT PROGRAM
           .

      * NA RODADA AGENDADA SEM OPERADOR O MES E SEMPRE O ANTERIOR AO
      * CORRENTE, MESMO CRITERIO DO CALCOM.
       CALCULA-MES-ANTERIOR.
           MOVE FUNCTION CURRENT-DATE(1:4) TO WS-ANO-AUX
           MOVE FUNCTION CURRENT-DATE(5:2) TO WS-MES-AUX
           IF WS-MES-AUX = 01
              SUBTRACT 1 FROM WS-ANO-AUX
              MOVE 12 TO WS-MES-AUX
           ELSE
              SUBTRACT 1 FROM WS-MES-AUX
           END-IF
           COMPUTE WS-ANO-MES = WS-ANO-AUX * 100 + WS-MES-AUX
           .

       ENTRA-ANO-MES.
           ACCEPT WS-ANO-MES AT 0934
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 02
              MOVE "N" TO W-SN
              MOVE 1 TO W-SEL
           ELSE
              IF WS-ANO-MES < 190001 OR
                 WS-ANO-MES(5:2) < "01" OR
                 WS-ANO-MES(5:2) > "12"
                 MOVE "ANO/MES INVALIDO (AAAAMM)" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
              ELSE
                 MOVE 1 TO W-SEL
              END-IF
           END-IF
           .

      **************************************************
      * GERACAO: OS LANCAMENTOS VAO PARA UM ARQUIVO DE *
      * TRABALHO; SO DEPOIS DO BALANCETE FECHAR SAO    *
      * COPIADOS PARA O ARQUIVO DO CONTADOR            *
      **************************************************
       GERA-LANCAMENTOS.
           MOVE ZEROS TO WS-QTD-EVENTOS WS-QTD-CONTAS
                         WS-TOT-DEBITO WS-TOT-CREDITO
                         WS-QTD-LANCAMENTOS WS-QTD-SEM-CONTA
                         WS-QTD-EXCEDENTES
           MOVE ZEROS TO WS-TAB-RENEG
           MOVE "N" TO WS-LIBERADO
           MOVE SPACES TO WS-ARQ-CTBEXP

           OPEN INPUT ARQ-NF
           IF WS-RESULTADO-ACESSO NOT = "00"
              MOVE "*** NAO HA FATURAMENTO GRAVADO ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO GERA-LANCAMENTOS-FIM
           END-IF
           PERFORM ABRE-AUXILIARES
           PERFORM CARREGA-MAPA

           OPEN OUTPUT ARQ-CTBWRK
           IF WS-FS-CTW NOT = "00"
              MOVE "*** ERRO AO CRIAR O ARQUIVO DE TRABALHO ***"
                TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              PERFORM FECHA-AUXILIARES
              CLOSE ARQ-NF
              GO TO GERA-LANCAMENTOS-FIM
           END-IF

           PERFORM LANCA-NOTAS
           IF WS-SEM-TITULOS NOT = "S"
              PERFORM LANCA-TITULOS
              PERFORM LANCA-DIFERENCA-ACORDOS
           END-IF
           IF WS-SEM-PERDA NOT = "S"
              PERFORM LANCA-PERDAS
           END-IF
           IF WS-SEM-DEVOL NOT = "S"
              PERFORM LANCA-DEVOLUCOES
           END-IF
           IF WS-SEM-BONIF NOT = "S"
              PERFORM LANCA-BONIFICACOES
           END-IF
           CLOSE ARQ-CTBWRK
           PERFORM FECHA-AUXILIARES
           CLOSE ARQ-NF

      * SO LIBERA COM DEBITO = CREDITO E TODO EVENTO COM MOVIMENTO
      * MAPEADO NAS DUAS PONTAS; SENAO O ARQUIVO DE TRABALHO FICA
      * EM temp PARA CONFERENCIA E O DO CONTADOR NAO E GERADO.
           IF WS-TOT-DEBITO = WS-TOT-CREDITO AND
              WS-QTD-SEM-CONTA = ZEROS
              PERFORM LIBERA-ARQUIVO
           END-IF
           PERFORM IMPRIME-BALANCETE

           IF WS-LIBERADO = "S"
              PERFORM OPEN-AUDITORIA
              PERFORM GRAVA-AUDITORIA
              CLOSE ARQ-AUD
              MOVE WS-QTD-LANCAMENTOS TO WS-MENS-QTD
              MOVE WS-MENS-TOTAL TO MENS
           ELSE
              MOVE "*** DESBALANCEADO - ARQUIVO NAO LIBERADO ***"
                TO MENS
           END-IF
           PERFORM ROT-MENS THRU ROT-MENS-FIM
           .
       GERA-LANCAMENTOS-FIM.
           EXIT.

      * TITULOS, DEVOLUCOES, PERDAS E BONIFICACOES SAO OPCIONAIS:
      * SEM ELES O MES
      * SAI SO COM O FATURAMENTO E OS ESTORNOS. SEM O DE-PARA TODO
      * EVENTO FICA SEM CONTA E O ARQUIVO NAO E LIBERADO.
       ABRE-AUXILIARES.
           MOVE "N" TO WS-SEM-TITULOS WS-SEM-DEVOL WS-SEM-CONTAB
                       WS-SEM-PERDA WS-SEM-BONIF
           OPEN INPUT ARQ-TITULO
           IF WS-RESULTADO-ACESSO NOT = "00"
              MOVE "S" TO WS-SEM-TITULOS
              MOVE "00" TO WS-RESULTADO-ACESSO
           END-IF
           OPEN INPUT ARQ-DEVOL
           IF WS-RESULTADO-ACESSO NOT = "00"
              MOVE "S" TO WS-SEM-DEVOL
              MOVE "00" TO WS-RESULTADO-ACESSO
           END-IF
           OPEN INPUT ARQ-CONTAB
           IF WS-RESULTADO-ACESSO NOT = "00"
              MOVE "S" TO WS-SEM-CONTAB
              MOVE "00" TO WS-RESULTADO-ACESSO
           END-IF
           OPEN INPUT ARQ-PERDA
           IF WS-RESULTADO-ACESSO NOT = "00"
              MOVE "S" TO WS-SEM-PERDA
              MOVE "00" TO WS-RESULTADO-ACESSO
           END-IF
           OPEN INPUT ARQ-BONIF
           IF WS-RESULTADO-ACESSO NOT = "00"
              MOVE "S" TO WS-SEM-BONIF
              MOVE "00" TO WS-RESULTADO-ACESSO
           END-IF
           .

       FECHA-AUXILIARES.
           IF WS-SEM-TITULOS NOT = "S"
              CLOSE ARQ-TITULO
           END-IF
           IF WS-SEM-DEVOL NOT = "S"
              CLOSE ARQ-DEVOL
           END-IF
           IF WS-SEM-CONTAB NOT = "S"
              CLOSE ARQ-CONTAB
           END-IF
           IF WS-SEM-PERDA NOT = "S"
              CLOSE ARQ-PERDA
           END-IF
           IF WS-SEM-BONIF NOT = "S"
              CLOSE ARQ-BONIF
           END-IF
           .

       CARREGA-MAPA.
           MOVE SPACES TO WS-TAB-MAPA
           IF WS-SEM-CONTAB NOT = "S"
              MOVE "N" TO WS-EOF-CTB
              MOVE LOW-VALUES TO CTB_EVENTO
              START ARQ-CONTAB
                 KEY IS GREATER THAN CTB_EVENTO
                    INVALID KEY
                       MOVE "Y" TO WS-EOF-CTB
              END-START
              PERFORM UNTIL WS-EOF-CTB = "Y"
                 READ ARQ-CONTAB NEXT AT END
                    MOVE "Y" TO WS-EOF-CTB
                 END-READ
                 IF WS-EOF-CTB = "N" AND WS-QTD-EVENTOS < 40
                    ADD 1 TO WS-QTD-EVENTOS
                    MOVE CTB_EVENTO
                      TO WS-EVM-CODIGO(WS-QTD-EVENTOS)
                    MOVE CTB_DESCRICAO
                      TO WS-EVM-DESCRICAO(WS-QTD-EVENTOS)
                    MOVE CTB_CONTA_DEBITO
                      TO WS-EVM-DEBITO(WS-QTD-EVENTOS)
                    MOVE CTB_CONTA_CREDITO
                      TO WS-EVM-CREDITO(WS-QTD-EVENTOS)
                    MOVE CTB_HISTORICO
                      TO WS-EVM-HISTORICO(WS-QTD-EVENTOS)
                    MOVE ZEROS TO WS-EVM-QTD(WS-QTD-EVENTOS)
                                  WS-EVM-VALOR(WS-QTD-EVENTOS)
                 END-IF
              END-PERFORM
           END-IF
           .

      **************************************************
      * EVENTOS DO MES                                 *
      **************************************************
      * FATURAMENTO PELA DATA DE EMISSAO (INCLUSIVE A NOTA CANCELADA
      * DEPOIS, QUE TEM O ESTORNO PROPRIO) E ESTORNO PELA DATA DO
      * CANCELAMENTO, MESMO CRITERIO DO CALCOM.
       LANCA-NOTAS.
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
                 MOVE NF_NUMERO TO WS-NUMERO-EDT
                 MOVE SPACES TO WS-LAN-DOCUMENTO
                 STRING "NF" WS-NUMERO-EDT DELIMITED BY SIZE
                     INTO WS-LAN-DOCUMENTO
                 END-STRING
                 MOVE NF_VALOR_TOTAL TO WS-LAN-VALOR
      * REMESSA EM BONIFICACAO (NF_TIPO "B", SEM RECEITA NEM TITULO)
      * TEM EVENTOS PROPRIOS, PARA O CONTADOR LANCAR COMO DESPESA.
                 IF NF_DATA_EMISSAO(1:6) = WS-ANO-MES
                    IF NF_TIPO = "B"
                       MOVE "BONMER" TO WS-LAN-EVENTO
                    ELSE
                       MOVE "FATVEN" TO WS-LAN-EVENTO
                    END-IF
                    MOVE NF_DATA_EMISSAO TO WS-LAN-DATA
                    PERFORM GRAVA-LANCAMENTO
                 END-IF
                 IF NF_SITUACAO = "C" AND
                    NF_DATA_CANC(1:6) = WS-ANO-MES
                    IF NF_TIPO = "B"
                       MOVE "ESTBON" TO WS-LAN-EVENTO
                    ELSE
                       MOVE "ESTNF" TO WS-LAN-EVENTO
                    END-IF
                    MOVE NF_DATA_CANC TO WS-LAN-DATA
                    PERFORM GRAVA-LANCAMENTO
                 END-IF
              END-IF
           END-PERFORM
           .

      * BAIXAS DO MES PELA DATA DE PAGAMENTO: OS JUROS/MULTA ENTRAM
      * NO CLIENTE E SAEM PELA BAIXA JUNTO COM O PRINCIPAL; O QUE
      * FALTOU PARA O VALOR + JUROS E DESCONTO CONCEDIDO. NO ACORDO
      * O TITULO FECHADO ("R", DATA DO ACORDO EM TIT_DATA_PAGAMENTO)
      * SAI PELO VALOR EM ABERTO E A PARCELA NOVA ENTRA PELA EMISSAO.
       LANCA-TITULOS.
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
                 MOVE TIT_NUMERO_NF TO WS-NUMERO-EDT
                 MOVE TIT_PARCELA   TO WS-PARCELA-EDT
                 MOVE SPACES TO WS-LAN-DOCUMENTO
                 STRING "NF" WS-NUMERO-EDT "/" WS-PARCELA-EDT
                     DELIMITED BY SIZE INTO WS-LAN-DOCUMENTO
                 END-STRING
                 IF TIT_SITUACAO = "P" AND
                    TIT_DATA_PAGAMENTO(1:6) = WS-ANO-MES
                    PERFORM LANCA-BAIXA
                 END-IF
                 IF TIT_SITUACAO = "R" AND
                    TIT_DATA_PAGAMENTO(1:6) = WS-ANO-MES
                    MOVE "RENEG" TO WS-LAN-EVENTO
                    MOVE TIT_DATA_PAGAMENTO TO WS-LAN-DATA
                    MOVE TIT_VALOR TO WS-LAN-VALOR
                    PERFORM GRAVA-LANCAMENTO
                    MOVE TIT_DATA_PAGAMENTO(7:2) TO WS-DIA-IDX
                    ADD TIT_VALOR TO WS-REN-FECHADO(WS-DIA-IDX)
                 END-IF
                 IF TIT_RENEG_ORIGEM > ZEROS AND
                    TIT_DATA_EMISSAO(1:6) = WS-ANO-MES
                    MOVE "RENNOV" TO WS-LAN-EVENTO
                    MOVE TIT_DATA_EMISSAO TO WS-LAN-DATA
                    MOVE TIT_VALOR TO WS-LAN-VALOR
                    PERFORM GRAVA-LANCAMENTO
                    MOVE TIT_DATA_EMISSAO(7:2) TO WS-DIA-IDX
                    ADD TIT_VALOR TO WS-REN-NOVO(WS-DIA-IDX)
                 END-IF
              END-IF
           END-PERFORM
           .

      * TITULO QUE ESTAVA BAIXADO COMO PERDA E FOI PAGO (RECUPERACAO
      * REGISTRADA PELO CADTIT NO ARQ-PERDA) JA SAIU DO CLIENTE PELA
      * PERDA: O RECEBIDO ENTRA INTEIRO COMO RECEITA DE RECUPERACAO.
       LANCA-BAIXA.
           MOVE TIT_DATA_PAGAMENTO TO WS-LAN-DATA
           IF WS-SEM-PERDA NOT = "S"
              MOVE TIT_CHAVE TO PDA_CHAVE
              READ ARQ-PERDA
                  INVALID KEY
                     MOVE SPACE TO PDA_SITUACAO
              END-READ
              MOVE "00" TO WS-RESULTADO-ACESSO
              IF PDA_SITUACAO = "R" AND
                 PDA_DATA_RECUPERACAO = TIT_DATA_PAGAMENTO
                 MOVE "RECUP" TO WS-LAN-EVENTO
                 MOVE TIT_VALOR_PAGO TO WS-LAN-VALOR
                 PERFORM GRAVA-LANCAMENTO
                 EXIT PARAGRAPH
              END-IF
           END-IF
           IF TIT_VALOR_JUROS > ZEROS
              MOVE "JUROS" TO WS-LAN-EVENTO
              MOVE TIT_VALOR_JUROS TO WS-LAN-VALOR
              PERFORM GRAVA-LANCAMENTO
           END-IF
           EVALUATE TIT_FORMA_PAGTO
              WHEN "D"   MOVE "BXDIN" TO WS-LAN-EVENTO
              WHEN "C"   MOVE "BXCHQ" TO WS-LAN-EVENTO
              WHEN "T"   MOVE "BXTRF" TO WS-LAN-EVENTO
              WHEN "B"   MOVE "BXBCO" TO WS-LAN-EVENTO
              WHEN OTHER MOVE "BXOUT" TO WS-LAN-EVENTO
           END-EVALUATE
           MOVE TIT_VALOR_PAGO TO WS-LAN-VALOR
           PERFORM GRAVA-LANCAMENTO
           IF TIT_VALOR + TIT_VALOR_JUROS > TIT_VALOR_PAGO
              MOVE "DESCON" TO WS-LAN-EVENTO
              COMPUTE WS-LAN-VALOR =
                  TIT_VALOR + TIT_VALOR_JUROS - TIT_VALOR_PAGO
              PERFORM GRAVA-LANCAMENTO
           END-IF
           .

      * TITULOS BAIXADOS COMO PERDA NO MES (PDDTIT) PELO VALOR EM
      * ABERTO NA BAIXA, MESMO QUE RECUPERADOS DEPOIS.
       LANCA-PERDAS.
           MOVE "N"   TO WS-EOF-PDA
           MOVE ZEROS TO PDA_CHAVE
           START ARQ-PERDA
              KEY IS NOT LESS THAN PDA_CHAVE
                 INVALID KEY
                    MOVE "Y" TO WS-EOF-PDA
           END-START
           PERFORM UNTIL WS-EOF-PDA = "Y"
              READ ARQ-PERDA NEXT AT END
                 MOVE "Y" TO WS-EOF-PDA
              END-READ
              IF WS-EOF-PDA = "N"
                 IF PDA_DATA_BAIXA(1:6) = WS-ANO-MES
                    MOVE PDA_NUMERO_NF TO WS-NUMERO-EDT
                    MOVE PDA_PARCELA   TO WS-PARCELA-EDT
                    MOVE SPACES TO WS-LAN-DOCUMENTO
                    STRING "NF" WS-NUMERO-EDT "/" WS-PARCELA-EDT
                        DELIMITED BY SIZE INTO WS-LAN-DOCUMENTO
                    END-STRING
                    MOVE "PERDA" TO WS-LAN-EVENTO
                    MOVE PDA_DATA_BAIXA TO WS-LAN-DATA
                    MOVE PDA_VALOR TO WS-LAN-VALOR
                    PERFORM GRAVA-LANCAMENTO
                 END-IF
              END-IF
           END-PERFORM
           .

      * DIFERENCA ENTRE AS PARCELAS NOVAS E OS TITULOS FECHADOS NO
      * MESMO DIA: ACRESCIMO OU DESCONTO CONCEDIDO NO ACORDO.
       LANCA-DIFERENCA-ACORDOS.
           MOVE SPACES TO WS-LAN-DOCUMENTO
           MOVE "ACORDOS DO DIA" TO WS-LAN-DOCUMENTO
           PERFORM VARYING WS-DIA-IDX FROM 1 BY 1
                   UNTIL WS-DIA-IDX > 31
              COMPUTE WS-LAN-DATA =
                  WS-ANO-MES * 100 + WS-DIA-IDX
              IF WS-REN-NOVO(WS-DIA-IDX) >
                 WS-REN-FECHADO(WS-DIA-IDX)
                 MOVE "RENACR" TO WS-LAN-EVENTO
                 COMPUTE WS-LAN-VALOR = WS-REN-NOVO(WS-DIA-IDX) -
                                        WS-REN-FECHADO(WS-DIA-IDX)
                 PERFORM GRAVA-LANCAMENTO
              END-IF
              IF WS-REN-FECHADO(WS-DIA-IDX) >
                 WS-REN-NOVO(WS-DIA-IDX)
                 MOVE "RENDES" TO WS-LAN-EVENTO
                 COMPUTE WS-LAN-VALOR = WS-REN-FECHADO(WS-DIA-IDX) -
                                        WS-REN-NOVO(WS-DIA-IDX)
                 PERFORM GRAVA-LANCAMENTO
              END-IF
           END-PERFORM
           .

      * DEVOLUCAO ATIVA DO MES PELO VALOR DEVOLVIDO (O CREDITO DO
      * CLIENTE, ABATIDO OU NAO EM PARCELA).
       LANCA-DEVOLUCOES.
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
                 IF DEV_SITUACAO = "A" AND
                    DEV_DATA(1:6) = WS-ANO-MES
                    MOVE DEV_NUMERO TO WS-NUMERO-EDT
                    MOVE SPACES TO WS-LAN-DOCUMENTO
                    STRING "DV" WS-NUMERO-EDT DELIMITED BY SIZE
                        INTO WS-LAN-DOCUMENTO
                    END-STRING
                    MOVE "DEVOL" TO WS-LAN-EVENTO
                    MOVE DEV_DATA TO WS-LAN-DATA
                    MOVE DEV_VALOR TO WS-LAN-VALOR
                    PERFORM GRAVA-LANCAMENTO
                 END-IF
              END-IF
           END-PERFORM
           .

      * BONIFICACAO DE RAPPEL EMITIDA NO MES (PELA DATA DA APROVACAO)
      * PELO VALOR CONCEDIDO, ABATIDO OU NAO EM PARCELA - MESMA REGRA
      * DA DEVOLUCAO. O DOCUMENTO E "BN" + ACORDO + ANO/MES APURADO.
       LANCA-BONIFICACOES.
           MOVE "N"   TO WS-EOF-BON
           MOVE ZEROS TO BON_CODIGO_ACORDO
                         BON_ANO_MES
                         BON_CODIGO_CLIENTE
           START ARQ-BONIF
              KEY IS NOT LESS THAN BON_CHAVE
                 INVALID KEY
                    MOVE "Y" TO WS-EOF-BON
           END-START
           PERFORM UNTIL WS-EOF-BON = "Y"
              READ ARQ-BONIF NEXT AT END
                 MOVE "Y" TO WS-EOF-BON
              END-READ
              IF WS-EOF-BON = "N"
                 IF BON_SITUACAO = "E" AND
                    BON_DATA_DECISAO(1:6) = WS-ANO-MES
                    MOVE SPACES TO WS-LAN-DOCUMENTO
                    STRING "BN" BON_CODIGO_ACORDO BON_ANO_MES
                        DELIMITED BY SIZE
                        INTO WS-LAN-DOCUMENTO
                    END-STRING
                    MOVE "BONIF" TO WS-LAN-EVENTO
                    MOVE BON_DATA_DECISAO TO WS-LAN-DATA
                    MOVE BON_VALOR TO WS-LAN-VALOR
                    PERFORM GRAVA-LANCAMENTO
                 END-IF
              END-IF
           END-PERFORM
           .

      **************************************************
      * GRAVACAO DO LANCAMENTO E ACUMULO DO BALANCETE  *
      **************************************************
      * CONTA EM BRANCO NAO VAI AO RAZAO: O LADO MAPEADO ACUMULA
      * SOZINHO E O LANCAMENTO CONTA COMO SEM CONTA, O QUE IMPEDE A
      * LIBERACAO DO ARQUIVO.
       GRAVA-LANCAMENTO.
           IF WS-LAN-VALOR = ZEROS
              EXIT PARAGRAPH
           END-IF
           PERFORM LOCALIZA-EVENTO
           ADD 1 TO WS-EVM-QTD(WS-EVM-IDX)
           ADD WS-LAN-VALOR TO WS-EVM-VALOR(WS-EVM-IDX)
           MOVE WS-EVM-DEBITO(WS-EVM-IDX)  TO WS-LAN-DEBITO
           MOVE WS-EVM-CREDITO(WS-EVM-IDX) TO WS-LAN-CREDITO
           IF WS-LAN-DEBITO = SPACES OR WS-LAN-CREDITO = SPACES
              ADD 1 TO WS-QTD-SEM-CONTA
           END-IF
           IF WS-LAN-DEBITO NOT = SPACES
              MOVE WS-LAN-DEBITO TO WS-PROCURA-CONTA
              PERFORM LOCALIZA-CONTA
              IF WS-CTA-IDX > ZEROS
                 ADD WS-LAN-VALOR TO WS-CTA-DEBITO(WS-CTA-IDX)
              END-IF
              ADD WS-LAN-VALOR TO WS-TOT-DEBITO
           END-IF
           IF WS-LAN-CREDITO NOT = SPACES
              MOVE WS-LAN-CREDITO TO WS-PROCURA-CONTA
              PERFORM LOCALIZA-CONTA
              IF WS-CTA-IDX > ZEROS
                 ADD WS-LAN-VALOR TO WS-CTA-CREDITO(WS-CTA-IDX)
              END-IF
              ADD WS-LAN-VALOR TO WS-TOT-CREDITO
           END-IF

           MOVE SPACES TO REGCTW
           MOVE 1 TO WS-CTB-PTR
           MOVE WS-LAN-DATA(7:2) TO WS-CTB-DATA-DIA
           MOVE WS-LAN-DATA(5:2) TO WS-CTB-DATA-MES
           MOVE WS-LAN-DATA(1:4) TO WS-CTB-DATA-ANO
           MOVE WS-CTB-DATA-EDT TO WS-CTB-CAMPO
           PERFORM ACRESCENTA-CAMPO-CTB
           MOVE WS-LAN-DEBITO TO WS-CTB-CAMPO
           PERFORM ACRESCENTA-CAMPO-CTB
           MOVE WS-LAN-CREDITO TO WS-CTB-CAMPO
           PERFORM ACRESCENTA-CAMPO-CTB
           MOVE WS-LAN-VALOR TO WS-CTB-VALOR-EDT
           MOVE WS-CTB-VALOR-EDT TO WS-CTB-CAMPO
           PERFORM ACRESCENTA-CAMPO-CTB
           MOVE SPACES TO WS-CTB-CAMPO
           STRING WS-EVM-HISTORICO(WS-EVM-IDX) DELIMITED BY "  "
                  " "                          DELIMITED BY SIZE
                  WS-LAN-DOCUMENTO             DELIMITED BY "  "
               INTO WS-CTB-CAMPO
           END-STRING
           PERFORM ACRESCENTA-CAMPO-CTB
           MOVE WS-LAN-DOCUMENTO TO WS-CTB-CAMPO
           PERFORM ACRESCENTA-CAMPO-CTB
           WRITE REGCTW
           ADD 1 TO WS-QTD-LANCAMENTOS
           .

      * EVENTO FORA DO DE-PARA ENTRA NA TABELA SEM CONTAS, PARA O
      * BALANCETE MOSTRAR O QUE FALTA CADASTRAR NO 07.11.
       LOCALIZA-EVENTO.
           MOVE "N" TO WS-ACHOU
           PERFORM VARYING WS-EVM-IDX FROM 1 BY 1
                   UNTIL WS-EVM-IDX > WS-QTD-EVENTOS OR WS-ACHOU = "S"
              IF WS-EVM-CODIGO(WS-EVM-IDX) = WS-LAN-EVENTO
                 MOVE "S" TO WS-ACHOU
              END-IF
           END-PERFORM
           IF WS-ACHOU = "S"
              SUBTRACT 1 FROM WS-EVM-IDX
           ELSE
              IF WS-QTD-EVENTOS < 40
                 ADD 1 TO WS-QTD-EVENTOS
              END-IF
              MOVE WS-QTD-EVENTOS TO WS-EVM-IDX
              MOVE WS-LAN-EVENTO TO WS-EVM-CODIGO(WS-EVM-IDX)
              MOVE "*** FORA DO DE-PARA ***"
                TO WS-EVM-DESCRICAO(WS-EVM-IDX)
              MOVE SPACES TO WS-EVM-DEBITO(WS-EVM-IDX)
                             WS-EVM-CREDITO(WS-EVM-IDX)
                             WS-EVM-HISTORICO(WS-EVM-IDX)
              MOVE ZEROS TO WS-EVM-QTD(WS-EVM-IDX)
                            WS-EVM-VALOR(WS-EVM-IDX)
           END-IF
           .

      * CONTA NOVA ENTRA NO FIM DA TABELA; ACIMA DE 200 CONTAS O
      * VALOR SO VAI AOS TOTAIS (WS-CTA-IDX = ZEROS) E O EXCEDENTE E
      * AVISADO NO BALANCETE.
       LOCALIZA-CONTA.
           MOVE "N" TO WS-ACHOU
           PERFORM VARYING WS-CTA-IDX FROM 1 BY 1
                   UNTIL WS-CTA-IDX > WS-QTD-CONTAS OR WS-ACHOU = "S"
              IF WS-CTA-CODIGO(WS-CTA-IDX) = WS-PROCURA-CONTA
                 MOVE "S" TO WS-ACHOU
              END-IF
           END-PERFORM
           IF WS-ACHOU = "S"
              SUBTRACT 1 FROM WS-CTA-IDX
           ELSE
              IF WS-QTD-CONTAS < 200
                 ADD 1 TO WS-QTD-CONTAS
                 MOVE WS-QTD-CONTAS TO WS-CTA-IDX
                 MOVE WS-PROCURA-CONTA TO WS-CTA-CODIGO(WS-CTA-IDX)
                 MOVE ZEROS TO WS-CTA-DEBITO(WS-CTA-IDX)
                               WS-CTA-CREDITO(WS-CTA-IDX)
              ELSE
                 ADD 1 TO WS-QTD-EXCEDENTES
                 MOVE ZEROS TO WS-CTA-IDX
              END-IF
           END-IF
           .

      * CAMPO SEM BRANCOS NAS PONTAS, SEPARADO POR ";" DO ANTERIOR;
      * O ";" E O SEPARADOR DO LEIAUTE E NAO PODE IR DENTRO DO CAMPO.
       ACRESCENTA-CAMPO-CTB.
           INSPECT WS-CTB-CAMPO REPLACING ALL ";" BY ","
           IF WS-CTB-PTR > 1
              STRING ";" DELIMITED BY SIZE
                  INTO REGCTW WITH POINTER WS-CTB-PTR
              END-STRING
           END-IF
           IF WS-CTB-CAMPO NOT = SPACES
              STRING FUNCTION TRIM(WS-CTB-CAMPO) DELIMITED BY SIZE
                  INTO REGCTW WITH POINTER WS-CTB-PTR
              END-STRING
           END-IF
           .

      * COPIA O ARQUIVO DE TRABALHO PARA exportacao\CONTAB<AAAAMM>.txt
      * (COM O PREFIXO DA FILIAL FORA DA MATRIZ, VER SISFIPGER).
       LIBERA-ARQUIVO.
           MOVE SPACES TO WS-ARQ-CTBEXP
           STRING WCF-DIR-CONTAB DELIMITED BY SPACE
                  "CONTAB"       DELIMITED BY SIZE
                  WS-ANO-MES     DELIMITED BY SIZE
                  ".txt"         DELIMITED BY SIZE
               INTO WS-ARQ-CTBEXP
           END-STRING
           OPEN INPUT ARQ-CTBWRK
           IF WS-FS-CTW NOT = "00"
              EXIT PARAGRAPH
           END-IF
           OPEN OUTPUT ARQ-CTBEXP
           IF WS-FS-CTE NOT = "00"
              CLOSE ARQ-CTBWRK
              EXIT PARAGRAPH
           END-IF
           MOVE "N" TO WS-EOF-CTW
           PERFORM UNTIL WS-EOF-CTW = "Y"
              READ ARQ-CTBWRK AT END
                 MOVE "Y" TO WS-EOF-CTW
              END-READ
              IF WS-EOF-CTW = "N"
                 WRITE REGCTE FROM REGCTW
              END-IF
           END-PERFORM
           CLOSE ARQ-CTBWRK ARQ-CTBEXP
           MOVE "S" TO WS-LIBERADO
           .

      **************************************************
      * BALANCETE: MOVIMENTO POR EVENTO, DEBITOS E     *
      * CREDITOS POR CONTA E O RESULTADO DA LIBERACAO  *
      **************************************************
       IMPRIME-BALANCETE.
           OPEN OUTPUT ARQIMP
           MOVE WS-ANO-MES TO CAB-ANOMES
           WRITE REGIMP FROM CABEC
           MOVE SPACES TO REGIMP
           WRITE REGIMP
           WRITE REGIMP FROM CABEC-EVENTO
           MOVE SPACES TO REGIMP
           WRITE REGIMP
           PERFORM VARYING WS-EVM-IDX FROM 1 BY 1
                   UNTIL WS-EVM-IDX > WS-QTD-EVENTOS
              IF WS-EVM-QTD(WS-EVM-IDX) > ZEROS
                 MOVE WS-EVM-CODIGO(WS-EVM-IDX)    TO LEV-CODIGO
                 MOVE WS-EVM-DESCRICAO(WS-EVM-IDX) TO LEV-DESCRICAO
                 MOVE WS-EVM-QTD(WS-EVM-IDX)       TO LEV-QTD
                 MOVE WS-EVM-VALOR(WS-EVM-IDX)     TO LEV-VALOR
                 MOVE WS-EVM-DEBITO(WS-EVM-IDX)    TO LEV-DEBITO
                 MOVE WS-EVM-CREDITO(WS-EVM-IDX)   TO LEV-CREDITO
                 IF LEV-DEBITO = SPACES
                    MOVE "*** SEM CONTA ***" TO LEV-DEBITO
                 END-IF
                 IF LEV-CREDITO = SPACES
                    MOVE "*** SEM CONTA ***" TO LEV-CREDITO
                 END-IF
                 WRITE REGIMP FROM DETAL-EVENTO
              END-IF
           END-PERFORM
           MOVE SPACES TO REGIMP
           WRITE REGIMP

           WRITE REGIMP FROM CABEC-CONTA
           MOVE SPACES TO REGIMP
           WRITE REGIMP
           PERFORM VARYING WS-CTA-IDX FROM 1 BY 1
                   UNTIL WS-CTA-IDX > WS-QTD-CONTAS
              MOVE WS-CTA-CODIGO(WS-CTA-IDX)  TO DCT-CODIGO
              MOVE WS-CTA-DEBITO(WS-CTA-IDX)  TO DCT-DEBITO
              MOVE WS-CTA-CREDITO(WS-CTA-IDX) TO DCT-CREDITO
              WRITE REGIMP FROM DETAL-CONTA
           END-PERFORM
           MOVE SPACES TO REGIMP
           WRITE REGIMP
           MOVE "TOTAL" TO DCT-CODIGO
           MOVE WS-TOT-DEBITO  TO DCT-DEBITO
           MOVE WS-TOT-CREDITO TO DCT-CREDITO
           WRITE REGIMP FROM DETAL-CONTA
           MOVE SPACES TO REGIMP
           WRITE REGIMP

           MOVE "LANCAMENTOS NO MES" TO LIN-ROTULO-Q
           MOVE WS-QTD-LANCAMENTOS TO LIN-QTD
           WRITE REGIMP FROM LINHA-QTD
           IF WS-QTD-SEM-CONTA > ZEROS
              MOVE "*** LANCAMENTOS COM EVENTO SEM CONTA ***"
                TO LIN-ROTULO-Q
              MOVE WS-QTD-SEM-CONTA TO LIN-QTD
              WRITE REGIMP FROM LINHA-QTD
           END-IF
           IF WS-QTD-EXCEDENTES > ZEROS
              MOVE "*** CONTAS ALEM DE 200 (SO NO TOTAL) ***"
                TO LIN-ROTULO-Q
              MOVE WS-QTD-EXCEDENTES TO LIN-QTD
              WRITE REGIMP FROM LINHA-QTD
           END-IF
           MOVE SPACES TO REGIMP
           WRITE REGIMP
           IF WS-LIBERADO = "S"
              MOVE WS-ARQ-CTBEXP TO LIN-ARQUIVO
              WRITE REGIMP FROM LINHA-ARQUIVO
           ELSE
              MOVE "*** DESBALANCEADO - ARQUIVO NAO LIBERADO ***"
                TO REGIMP
              WRITE REGIMP
           END-IF
           CLOSE ARQIMP
      * COPIA DATADA + CATALOGO DE SPOOL (VER SISSPPGER.CPY).
           MOVE "EXTCTB" TO WS-SPL-PROGRAMA
           MOVE WRL-ARQ-IMPRESSAO TO WS-SPL-ORIGEM
           PERFORM REGISTRA-SPOOL THRU REGISTRA-SPOOL-FIM
           .

      * SO O MES LIBERADO GRAVA AUDITORIA: E POR ELA QUE O STRCTL
      * RECONHECE O PASSO COMO CONCLUIDO.
       GRAVA-AUDITORIA.
           MOVE FUNCTION CURRENT-DATE(1:14) TO AUD-DATA-HORA
           MOVE "EXTCTB"   TO AUD-PROGRAMA
           MOVE LS-ID      TO AUD-OPERADOR
           MOVE "CONTABIL" TO AUD-OPERACAO
           MOVE WS-QTD-LANCAMENTOS TO AUD-CODIGO
           MOVE "LANCAMENTOS CONTABEIS LIBERADOS" TO AUD-RESULTADO
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
