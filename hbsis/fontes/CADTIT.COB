      * (RELCXA) FECHA A GAVETA POR FORMA.
       77 WS-FORMA-PAGTO       PIC X(001) VALUE SPACES.
       77 WS-DIAS-ATRASO       PIC S9(005) VALUE ZEROS.
       77 WS-VALOR-ENCARGOS    PIC 9(011)V9(02) VALUE ZEROS.

      * CHEQUE RECEBIDO NA BAIXA (FORMA "C"): VAI PARA A CUSTODIA
      * (ARQ-CHEQUE) ATE O DEPOSITO NO BOM PARA. O MESMO CHEQUE PODE
      * PAGAR MAIS DE UMA PARCELA DO CLIENTE: DIGITADO DE NOVO, A
      * PARCELA E SOMADA AO CHEQUE QUE JA ESTA EM CUSTODIA.
       77 WS-CHQ-EXISTENTE     PIC X(001) VALUE "N".
       77 WS-CHQ-OK            PIC X(001) VALUE "N".
       77 WS-CHQ-BOM-PARA      PIC 9(008) VALUE ZEROS.
       77 WS-CHQ-EMITENTE      PIC X(030) VALUE SPACES.
       01 WS-CHQ-CHAVE.
          03 WS-CHQ-BANCO      PIC 9(003).
          03 WS-CHQ-AGENCIA    PIC 9(004).
          03 WS-CHQ-CONTA      PIC 9(010).
          03 WS-CHQ-NUMERO     PIC 9(006).

      * TITULO BAIXADO COMO PERDA ("I", VER PDDTIT) PAGO DEPOIS: A
      * BAIXA E UMA RECUPERACAO, REGISTRADA NO ARQ-PERDA PARA O
      * EXTCTB LANCAR COMO RECEITA E NAO COMO BAIXA DO CLIENTE.
       77 WS-RECUPERACAO       PIC X(001) VALUE "N".
       77 WS-SEM-PERDA         PIC X(001) VALUE "N".

       LINKAGE SECTION.
       01 LS-ID PIC X(5).

        02 LINE 13 COL 40 VALUE "VENCIMENTO: [        ]".
        02 LINE 14 COL 10 VALUE "VALOR        : [             ]".
        02 LINE 15 COL 10 VALUE "SITUACAO     : [ ]".
        02 LINE 15 COL 40 VALUE "A=ABERTO P=PAGO I=PERDA".
        02 LINE 16 COL 10 VALUE
          "BCO/AG/CONTA : [   ] [    ] [          ]".
        02 LINE 16 COL 52 VALUE "CHEQUE: [      ]".
        02 LINE 17 COL 10 VALUE "BOM PARA     : [        ]".
        02 LINE 17 COL 36 VALUE "EMITENTE: [".
        02 LINE 17 COL 77 VALUE "]".
        02 LINE 18 COL 10 VALUE "DATA PAGTO   : [        ]".
        02 LINE 19 COL 10 VALUE "JUROS/MULTA  : [             ]".
        02 LINE 20 COL 10 VALUE "VALOR PAGO   : [             ]".
      * PAGA, "C" FOI CANCELADA PELO ESTORNO (ESTNF), "D" ABATIDA
      * POR DEVOLUCAO (CADDEV) E "R" RENEGOCIADA (RENTIT) - BAIXAR
      * QUALQUER UMA DELAS DOBRARIA O CAIXA. BRANCO E BASE ANTERIOR
      * AO CONTROLE DE SITUACAO E SEGUE ACEITO. "I" (BAIXADO COMO
      * PERDA) AINDA E DEVIDO: O PAGAMENTO ENTRA COMO RECUPERACAO.
              MOVE "N" TO WS-RECUPERACAO
              IF TIT_SITUACAO = "I"
                 MOVE "S" TO WS-RECUPERACAO
                 MOVE "*** TITULO BAIXADO COMO PERDA - RECUPERACAO ***"
                   TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
              END-IF
              IF TIT_SITUACAO NOT = "A" AND
                 TIT_SITUACAO NOT = "I" AND
                 TIT_SITUACAO NOT = SPACE
                 MOVE "*** TITULO NAO ESTA EM ABERTO ***" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 IF W-SN = "S"
                    PERFORM BAIXA-TITULO
                    PERFORM GRAVA-AUDITORIA
                    MOVE "BAIXA" TO DOPCAO
                 END-IF
                 UNLOCK ARQ-CHEQUE
              END-IF
              UNLOCK ARQ-TITULO
           ELSE
                 MOVE "FORMA INVALIDA (D/C/T)" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
              ELSE
                 MOVE "S" TO WS-CHQ-OK
                 IF WS-FORMA-PAGTO = "C"
                    PERFORM ENTRA-CHEQUE
                 END-IF
                 IF WS-CHQ-OK = "S"
                    MOVE 0 TO W-SEL
                    PERFORM CONFIRMA-DADOS UNTIL W-SEL > 0
                 END-IF
              END-IF
           END-IF
           .

      * DADOS DO CHEQUE PARA A CUSTODIA. BOM PARA ANTERIOR AO
      * PAGAMENTO NAO EXISTE (CHEQUE A VISTA TEM BOM PARA = DATA DO
      * PAGAMENTO). CHEQUE JA CUSTODIADO SO RECEBE MAIS PARCELAS SE
      * FOR DO MESMO CLIENTE E AINDA NAO FOI DEPOSITADO.
       ENTRA-CHEQUE.
           MOVE "N" TO WS-CHQ-OK
           MOVE "N" TO WS-CHQ-EXISTENTE
           MOVE ZEROS TO WS-CHQ-CHAVE
           ACCEPT WS-CHQ-BANCO   AT 1626
           ACCEPT WS-CHQ-AGENCIA AT 1632
           ACCEPT WS-CHQ-CONTA   AT 1639
           ACCEPT WS-CHQ-NUMERO  AT 1661
           MOVE WS-DATA-PAGAMENTO TO WS-CHQ-BOM-PARA
           ACCEPT WS-CHQ-BOM-PARA WITH UPDATE AT 1726
           MOVE WS-RAZAO-CLIENTE TO WS-CHQ-EMITENTE
           ACCEPT WS-CHQ-EMITENTE WITH UPDATE AT 1747
           IF WS-CHQ-BANCO = ZEROS OR WS-CHQ-AGENCIA = ZEROS OR
              WS-CHQ-NUMERO = ZEROS
              MOVE "BANCO/AGENCIA/NUMERO DO CHEQUE INVALIDOS" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
           ELSE
           IF WS-CHQ-BOM-PARA < WS-DATA-PAGAMENTO
              MOVE "BOM PARA ANTERIOR AO PAGAMENTO" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
           ELSE
              MOVE WS-CHQ-CHAVE TO CHQ_CHAVE
              READ ARQ-CHEQUE WITH LOCK
              IF WS-RESULTADO-ACESSO = "9D"
                 MOVE "*** CHEQUE EM USO EM OUTRO TERMINAL ***"
                        TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
              ELSE
              IF WS-RESULTADO-ACESSO = "00"
                 IF CHQ_SITUACAO NOT = "C" OR
                    CHQ_CODIGO_CLIENTE NOT = TIT_CODIGO_CLIENTE OR
                    CHQ_QTD_TITULOS NOT < 5
                    MOVE "*** CHEQUE JA USADO/DEPOSITADO ***" TO MENS
                    PERFORM ROT-MENS THRU ROT-MENS-FIM
                    UNLOCK ARQ-CHEQUE
                 ELSE
                    MOVE "S" TO WS-CHQ-EXISTENTE
                    MOVE "S" TO WS-CHQ-OK
                 END-IF
              ELSE
                 MOVE "S" TO WS-CHQ-OK
              END-IF
              END-IF
           END-IF
           END-IF
           MOVE "00" TO WS-RESULTADO-ACESSO
           .

      * ENCARGOS DE BAIXA EM ATRASO: MULTA FIXA SOBRE O VALOR DA
      * ENCARGO. O OPERADOR PODE AJUSTAR O VALOR PAGO SUGERIDO
      * (NEGOCIACAO NO BALCAO), MAS O ENCARGO CALCULADO FICA
      * GRAVADO NO TITULO PARA O CAIXA DEMONSTRAR.
      * VENCIMENTO EM SABADO, DOMINGO OU FERIADO DA CIDADE DO CLIENTE
      * (LIDO EM MOSTRA-DADOS) E PRORROGADO PARA O DIA UTIL SEGUINTE:
      * PAGO ATE ELE NAO HA ENCARGO, E OS JUROS CONTAM A PARTIR DELE
      * (VER CALCULA-ATRASO-UTIL EM SISFRPGER.CPY).
       CALCULA-ENCARGOS.
           MOVE ZEROS TO WS-VALOR-ENCARGOS WS-DIAS-ATRASO
           MOVE TIT_DATA_VENCIMENTO TO WS-FER-VENCIMENTO
           MOVE WS-DATA-PAGAMENTO   TO WS-FER-PAGAMENTO
           PERFORM CALCULA-ATRASO-UTIL
           IF WS-FER-DIAS-ATRASO > ZEROS
              MOVE WS-FER-DIAS-ATRASO TO WS-DIAS-ATRASO
              COMPUTE WS-VALOR-ENCARGOS ROUNDED =
                  (TIT_VALOR * WCF-PERC-MULTA / 100) +
                  (TIT_VALOR * WCF-PERC-JUROS-DIA / 100 *
                  TIT_NUMERO_NF * 100 + TIT_PARCELA
              MOVE REGTIT TO WS-JRN-DEPOIS
              PERFORM GRAVA-JORNAL
              IF WS-FORMA-PAGTO = "C"
                 PERFORM GRAVA-CUSTODIA-CHEQUE
              END-IF
      * TITULO NEGATIVADO/PROTESTADO: A BAIXA DA NEGATIVACAO SAI NA
      * PROXIMA REMESSA DO NEGCOB.
              PERFORM SOLICITA-BAIXA-NEGATIVACAO
              IF WS-NEG-BAIXA-SOLICITADA = "S"
                 MOVE "*** TITULO BAIXADO - NEGATIVACAO SERA RETIRADA"
                   TO MENS
              ELSE
                 MOVE "*** TITULO BAIXADO ***" TO MENS
              END-IF
      * RECUPERACAO DE PERDA: A AUDITORIA DA BAIXA SAI COMO
      * "RECUPERA".
              IF WS-RECUPERACAO = "S"
                 MOVE "RECUPERA" TO DOPCAO
                 MOVE WS-DATA-PAGAMENTO TO WS-RPD-DATA
                 MOVE WS-VALOR-PAGO     TO WS-RPD-VALOR
                 PERFORM REGISTRA-RECUPERACAO
                 IF WS-RPD-REGISTRADA = "S"
                    MOVE "*** RECUPERACAO DE PERDA REGISTRADA ***"
                      TO MENS
                 END-IF
              END-IF
              PERFORM ROT-MENS THRU ROT-MENS-FIM
           ELSE
              MOVE "ERRO NA BAIXA DO TITULO" TO MENS
           END-IF
           .

      * AMARRA A PARCELA BAIXADA AO CHEQUE EM CUSTODIA (NOVO OU O
      * QUE JA ESTAVA LA, LIDO COM LOCK NO ENTRA-CHEQUE).
       GRAVA-CUSTODIA-CHEQUE.
           IF WS-CHQ-EXISTENTE = "S"
              ADD 1 TO CHQ_QTD_TITULOS
              MOVE TIT_NUMERO_NF TO CHQ_TIT_NF(CHQ_QTD_TITULOS)
              MOVE TIT_PARCELA   TO CHQ_TIT_PARCELA(CHQ_QTD_TITULOS)
              ADD WS-VALOR-PAGO  TO CHQ_VALOR
              REWRITE REGCHQ
              UNLOCK ARQ-CHEQUE
           ELSE
              INITIALIZE REGCHQ
              MOVE WS-CHQ-CHAVE       TO CHQ_CHAVE
              MOVE TIT_CODIGO_CLIENTE TO CHQ_CODIGO_CLIENTE
              MOVE WS-CHQ-EMITENTE    TO CHQ_EMITENTE
              MOVE WS-VALOR-PAGO      TO CHQ_VALOR
              MOVE WS-DATA-PAGAMENTO  TO CHQ_DATA_RECEBIMENTO
              MOVE WS-CHQ-BOM-PARA    TO CHQ_DATA_BOM_PARA
              MOVE "C"                TO CHQ_SITUACAO
              MOVE 1                  TO CHQ_QTD_TITULOS
              MOVE TIT_NUMERO_NF      TO CHQ_TIT_NF(1)
              MOVE TIT_PARCELA        TO CHQ_TIT_PARCELA(1)
              WRITE REGCHQ
           END-IF
           IF WS-RESULTADO-ACESSO NOT = "00"
              MOVE "ERRO NA GRAVACAO DA CUSTODIA DO CHEQUE" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
           END-IF
           MOVE "00" TO WS-RESULTADO-ACESSO
           .

       GRAVA-AUDITORIA.
           MOVE FUNCTION CURRENT-DATE(1:14) TO AUD-DATA-HORA
           MOVE "CADTIT"        TO AUD-PROGRAMA
           READ ARQ-CLIENTE
               INVALID KEY
                  MOVE SPACES TO WS-RAZAO-CLIENTE
                                 WS-FER-UF WS-FER-CIDADE
               NOT INVALID KEY
                  MOVE CLI_RAZAO_SOCIAL    TO WS-RAZAO-CLIENTE
                  MOVE CLI_ENDERECO_UF     TO WS-FER-UF
                  MOVE CLI_ENDERECO_CIDADE TO WS-FER-CIDADE
           END-READ
           DISPLAY WS-RAZAO-CLIENTE AT 1136
           .
              CLOSE ARQ-TITULO
              EXIT PROGRAM
              .
           PERFORM OPEN-CHEQUE
           PERFORM ABRE-PERDA
           PERFORM ABRE-PERIODOS
           PERFORM ABRE-NEGATIVACAO
           PERFORM OPEN-AUDITORIA
           PERFORM OPEN-JORNAL
           PERFORM ABRE-FERIADOS
           MOVE "CADTIT" TO WS-JRN-PROGRAMA
           MOVE LS-ID    TO WS-JRN-OPERADOR
           MOVE "TIT"    TO WS-JRN-ARQUIVO
           END-IF
           .

      * A CUSTODIA E CRIADA NA PRIMEIRA BAIXA EM CHEQUE (MESMO
      * IDIOMA DO OPEN-CONTAB DO CADCTB).
       OPEN-CHEQUE.
           OPEN I-O ARQ-CHEQUE
           IF WS-RESULTADO-ACESSO = "05" OR "35"
              OPEN OUTPUT ARQ-CHEQUE
              CLOSE ARQ-CHEQUE
              OPEN I-O ARQ-CHEQUE
           END-IF
           MOVE "00" TO WS-RESULTADO-ACESSO
           .

       CLOSE-TITULO.
           CLOSE ARQ-TITULO
           CLOSE ARQ-CLIENTE
           CLOSE ARQ-CHEQUE
           PERFORM FECHA-PERDA
           CLOSE ARQ-AUD
           CLOSE ARQ-JRN
           PERFORM FECHA-PERIODOS
           PERFORM FECHA-NEGATIVACAO
           PERFORM FECHA-FERIADOS
           .

      **********************
      * VER COPYBOOK, COMPARTILHADO COM CADPED/FATPED.
       COPY "copybook\SISPEPGER.CPY".

      * ABRE-NEGATIVACAO, SOLICITA-BAIXA-NEGATIVACAO E
      * FECHA-NEGATIVACAO: VER COPYBOOK, COMPARTILHADO COM
      * CNBTIT/CONBCO.
       COPY "copybook\SISNGPGER.CPY".

      * GRAVA-JORNAL E OPEN-JORNAL: VER COPYBOOK, COMPARTILHADO COM
      * OS DEMAIS GRAVADORES DO JORNAL DE IMAGENS.
       COPY "copybook\SISJRPGER.CPY".

      * ABRE-FERIADOS E CALCULA-ATRASO-UTIL: VER COPYBOOK,
      * COMPARTILHADO COM FATPED/RENTIT/CNBTIT.
       COPY "copybook\SISFRPGER.CPY".

      * ABRE-PERDA, REGISTRA-RECUPERACAO E FECHA-PERDA: VER COPYBOOK,
      * COMPARTILHADO COM CNBTIT/CONBCO.
       COPY "copybook\SISRPPGER.CPY".

      * CARREGA-FILIAL E MONTA-CAMINHOS-FILIAL: VER COPYBOOK,
      * COMPARTILHADO POR TODOS OS PROGRAMAS DA FILIAL.
       COPY "copybook\SISFIPGER.CPY".
