                 IF W-SN = "S"
                    PERFORM EXECUTA-RENEGOCIACAO
                    PERFORM GRAVA-AUDITORIA
                    MOVE
                      "*** RENEGOCIACAO GRAVADA, BOLETOS IMPRESSOS ***"
                      TO MENS
                    PERFORM ROT-MENS THRU ROT-MENS-FIM
                 END-IF
              END-IF
      * FECHA OS VENCIDOS COMO "R" (JORNALIZADO) E GRAVA AS PARCELAS
      * NOVAS SOB A NF DE AMARRACAO, COM A SOBRA DE CENTAVOS NA
      * PRIMEIRA (MESMO CRITERIO DO PARCELAMENTO DO FATPED) E A
      * ORIGEM GRAVADA EM TIT_RENEG_ORIGEM. CADA PARCELA NOVA SAI COM
      * O SEU BOLETO (VER SISBOPGER.CPY), NUM ARQUIVO POR ACORDO.
       EXECUTA-RENEGOCIACAO.
           MOVE "RENTIT" TO WS-JRN-PROGRAMA
           MOVE LS-ID    TO WS-JRN-OPERADOR
           COMPUTE WS-VALOR-PRIMEIRA =
               WS-VALOR-ACORDADO -
               (WS-VALOR-PARCELA * (WS-QTD-PARCELAS - 1))
           PERFORM ABRE-ARQ-BOLETO
           MOVE "N" TO WS-BOL-SEGUNDA-VIA WS-BOL-SEM-CLIENTE
      * PARCELA QUE CAIRIA EM SABADO, DOMINGO OU FERIADO DA CIDADE
      * DO CLIENTE VENCE NO PRIMEIRO DIA UTIL (VER SISFRPGER.CPY).
           MOVE CLI_ENDERECO_UF     TO WS-FER-UF
           MOVE CLI_ENDERECO_CIDADE TO WS-FER-CIDADE
           PERFORM GERA-PARCELA-NOVA
               VARYING WS-PARC-IDX FROM 1 BY 1
               UNTIL WS-PARC-IDX > WS-QTD-PARCELAS
           PERFORM FECHA-ARQ-BOLETO
           .

       FECHA-UM-TITULO.
           MOVE REGTIT TO WS-JRN-ANTES
           MOVE "R" TO TIT_SITUACAO
      * DATA DO ACORDO NO TITULO FECHADO: E POR ELA QUE O EXTCTB
      * LANCA A RENEGOCIACAO NO MES CERTO.
           MOVE WS-DATA-HOJE TO TIT_DATA_PAGAMENTO
           REWRITE REGTIT
           IF WS-RESULTADO-ACESSO = "00" OR "02"
              ADD 1 TO WS-QTD-FECHADOS
           COMPUTE WS-DIAS-INTEIRO =
               FUNCTION INTEGER-OF-DATE(WS-PRIMEIRO-VENC) +
               (WS-INTERVALO-DIAS * (WS-PARC-IDX - 1))
           COMPUTE WS-FER-DATA =
               FUNCTION DATE-OF-INTEGER(WS-DIAS-INTEIRO)
           PERFORM PROXIMO-DIA-UTIL
           MOVE WS-FER-DATA TO TIT_DATA_VENCIMENTO
           IF WS-PARC-IDX = 1
              MOVE WS-VALOR-PRIMEIRA TO TIT_VALOR
           ELSE
              MOVE SPACES TO WS-JRN-ANTES
              MOVE REGTIT TO WS-JRN-DEPOIS
              PERFORM GRAVA-JORNAL
              PERFORM IMPRIME-BOLETO
           ELSE
              MOVE "ERRO NA GRAVACAO DA PARCELA NOVA" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              .
           PERFORM OPEN-AUDITORIA
           PERFORM OPEN-JORNAL
           PERFORM ABRE-FERIADOS
           .

      * ARQ-AUD E CUMULATIVO ENTRE EXECUCOES (OPEN EXTEND); SO CRIA O
                 ARQ-CLIENTE
                 ARQ-AUD
                 ARQ-JRN
           PERFORM FECHA-FERIADOS
           .

      **********************
      * CADCLI/CADVEN/DISTVEN.
       COPY "copybook\SISJRPGER.CPY".

      * ABRE-ARQ-BOLETO, IMPRIME-BOLETO E FECHA-ARQ-BOLETO: VER
      * COPYBOOK, COMPARTILHADO COM FATPED/CNBTIT.
       COPY "copybook\SISBOPGER.CPY".

      * ABRE-FERIADOS, PROXIMO-DIA-UTIL E CALCULA-ATRASO-UTIL: VER
      * COPYBOOK, COMPARTILHADO COM FATPED/CADTIT/CNBTIT.
       COPY "copybook\SISFRPGER.CPY".

      * REGISTRA-SPOOL: VER COPYBOOK, COMPARTILHADO PELOS PROGRAMAS
      * DE RELATORIO.
       COPY "copybook\SISSPPGER.CPY".

      * CARREGA-FILIAL E MONTA-CAMINHOS-FILIAL: VER COPYBOOK,
      * COMPARTILHADO POR TODOS OS PROGRAMAS DA FILIAL.
       COPY "copybook\SISFIPGER.CPY".
