       77 WS-RECONCILIACAO     PIC X(010) VALUE SPACES.
       77 WS-REGISTRO-REJEITADO PIC X(001) VALUE "N".

      * TITULO BAIXADO COMO PERDA ("I", VER PDDTIT) PAGO PELO BANCO:
      * A BAIXA E UMA RECUPERACAO (VER SISRPPGER.CPY).
       77 WS-RECUPERACAO       PIC X(001) VALUE "N".
       77 WS-SEM-PERDA         PIC X(001) VALUE "N".
       77 WS-QTD-RECUPERADOS   PIC 9(005) VALUE ZEROS.

      * SEGUNDA VIA DO BOLETO (VER SEGUNDA-VIA-BOLETO): TITULO
      * PEDIDO PELO CLIENTE E O NOVO VENCIMENTO COMBINADO.
       77 WS-SV-NF             PIC 9(009) VALUE ZEROS.
       77 WS-SV-PARCELA        PIC 9(002) VALUE ZEROS.
       77 WS-SV-VENCIMENTO     PIC 9(008) VALUE ZEROS.
       77 WS-SV-VALOR-EDT      PIC ZZ.ZZZ.ZZZ.ZZ9,99.

       LINKAGE SECTION.
       01 LS-ID PIC X(5).

        02 LINE 07 COL 26 VALUE "INTEGRACAO BANCARIA (CNAB)".
        02 LINE 09 COL 10 VALUE "1 - Gerar Remessa de Titulos".
        02 LINE 10 COL 10 VALUE "2 - Importar Retorno do Banco".
        02 LINE 11 COL 10 VALUE "3 - Segunda Via de Boleto".
        02 LINE 12 COL 10 VALUE "4 - Retornar".
        02 LINE 14 COL 10 VALUE
          "REMESSA: TODOS OS TITULOS EM ABERTO, UM DETALHE".
        02 LINE 15 COL 10 VALUE
          "POR NF/PARCELA. RETORNO: BAIXA AUTOMATICA DOS".
        02 LINE 16 COL 10 VALUE
          "PAGOS, COM AS DIVERGENCIAS NUM ARQUIVO DE ERRO.".
        02 LINE 20 COL 10 "Digite a opcao desejada[.]".
        02 OPCAO LINE 20 COL 34 PIC X(01) USING W-OPCAO AUTO.

       01 TELA-SEGUNDA-VIA.
        02 BLANK SCREEN.
        02 LINE 02 COL 28 VALUE "Sistema de Franquia AMBEV".
        02 LINE 07 COL 27 VALUE "SEGUNDA VIA DE BOLETO".
        02 LINE 09 COL 10 VALUE "NOTA FISCAL  : [         ]".
        02 LINE 10 COL 10 VALUE "PARCELA      : [  ]".
        02 LINE 11 COL 10 VALUE "CLIENTE      :".
        02 LINE 12 COL 10 VALUE "VENCIMENTO   :".
        02 LINE 13 COL 10 VALUE "VALOR        :".
        02 LINE 15 COL 10 VALUE "NOVO VENCTO  : [        ]".
        02 LINE 16 COL 10 VALUE "VALOR ATUAL. :".
        02 LINE 18 COL 10 VALUE
          "PAGAMENTO DEPOIS DO VENCIMENTO ORIGINAL SOMA A MULTA".
        02 LINE 19 COL 10 VALUE
          "E OS JUROS POR DIA ATE O NOVO VENCIMENTO.".
      *-----------------------------------------------------------------
       PROCEDURE DIVISION  USING LS-ID.
       INICIO.
                PERFORM IMPORTA-RETORNO THRU
                        IMPORTA-RETORNO-FIM
             WHEN "3"
                PERFORM SEGUNDA-VIA-BOLETO THRU
                        SEGUNDA-VIA-BOLETO-FIM
             WHEN "4"
                MOVE "T" TO WFIM
                EXIT PROGRAM
           END-EVALUATE.
              CLOSE ARQ-RETORNO
              GO TO IMPORTA-RETORNO-FIM
           END-IF
      * O RETORNO ENTRA NO REGISTRO DE RECEBIDOS ANTES DE BAIXAR
      * QUALQUER TITULO; O MESMO RETORNO DE NOVO SO PASSA FORCADO POR
      * UM SUPERVISOR (VER SISRCPGER.CPY). QUANDO O BANCO MANDA O
      * HEADER "H" (MESMO DESENHO DO DA REMESSA: LITERAL, DATA E
      * SEQUENCIA), A DATA E A SEQUENCIA DELE TAMBEM IDENTIFICAM O
      * ARQUIVO.
           MOVE "CNBTIT"        TO WS-RCB-INTERFACE
           MOVE WS-NOME-RETORNO TO WS-RCB-ARQUIVO
           PERFORM IDENTIFICA-RECEBIDO
           IF WS-RCB-PRIMEIRA-LINHA(1:1) = "H"
              MOVE WS-RCB-PRIMEIRA-LINHA(17:6) TO WS-RCB-HDR-SEQUENCIA
              IF WS-RCB-PRIMEIRA-LINHA(9:8) IS NUMERIC
                 MOVE WS-RCB-PRIMEIRA-LINHA(9:8) TO WS-RCB-HDR-DATA
              END-IF
           END-IF
           PERFORM CONFERE-RECEBIDO
           IF WS-RCB-LIBERADO NOT = "S"
              CLOSE ARQ-RETORNO ARQ-TITULO
              PERFORM OPEN-AUDITORIA
              PERFORM GRAVA-AUDITORIA
              CLOSE ARQ-AUD
              MOVE SPACES TO MENS
              STRING "*** RETORNO RECUSADO: " WS-RCB-MOTIVO
                  DELIMITED BY SIZE INTO MENS
              END-STRING
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO IMPORTA-RETORNO-FIM
           END-IF
           PERFORM ABRE-NEGATIVACAO
           PERFORM ABRE-PERDA
           PERFORM OPEN-AUDITORIA
           PERFORM OPEN-JORNAL
           MOVE "CNBTIT" TO WS-JRN-PROGRAMA
                         WS-QTD-BAIXADOS
                         WS-QTD-JA-BAIXADOS
                         WS-QTD-REJEITADOS
                         WS-QTD-RECUPERADOS
                         WS-GRAVACAO-ERRO
           MOVE "N" TO WS-EOF-SW
           PERFORM UNTIL EOF-SW
              END-IF
           END-PERFORM
           CLOSE ARQ-RETORNO ARQ-TITULO ARQ-JRN
           PERFORM FECHA-NEGATIVACAO
           PERFORM FECHA-PERDA
           IF WS-GRAVACAO-ERRO > 0
              CLOSE ARQ-ERR
           END-IF

      * REJEICAO AQUI E POR TITULO (VAI PARA O ERRO_): O RETORNO EM
      * SI FOI APLICADO.
           MOVE "A" TO WS-RCB-SITUACAO
           MOVE WS-QTD-BAIXADOS TO WS-RCB-QTD-APLICADA
           PERFORM FINALIZA-RECEBIDO
           PERFORM VERIFICA-RECONCILIACAO
           PERFORM GRAVA-AUDITORIA
           CLOSE ARQ-AUD
                  IF TIT_SITUACAO = "P"
                     ADD 1 TO WS-QTD-JA-BAIXADOS
                  ELSE
      * "I" (BAIXADO COMO PERDA) AINDA E DEVIDO: O PAGAMENTO DO
      * BANCO ENTRA COMO RECUPERACAO, MESMA REGRA DO CADTIT.
                  IF TIT_SITUACAO NOT = "A" AND
                     TIT_SITUACAO NOT = "I"
                     MOVE "TITULO NAO ESTA EM ABERTO" TO MENS
                     PERFORM GRAVACAO-ERRO
                  ELSE
                     MOVE "DATA/VALOR DO RETORNO INVALIDOS" TO MENS
                     PERFORM GRAVACAO-ERRO
                  ELSE
                     MOVE "N" TO WS-RECUPERACAO
                     IF TIT_SITUACAO = "I"
                        MOVE "S" TO WS-RECUPERACAO
                     END-IF
                     MOVE REGTIT TO WS-JRN-ANTES
                     MOVE RET-D-DATA-PGTO  TO TIT_DATA_PAGAMENTO
                     MOVE RET-D-VALOR-PAGO TO TIT_VALOR_PAGO
                            TIT_NUMERO_NF * 100 + TIT_PARCELA
                        MOVE REGTIT TO WS-JRN-DEPOIS
                        PERFORM GRAVA-JORNAL
                        PERFORM SOLICITA-BAIXA-NEGATIVACAO
                        IF WS-RECUPERACAO = "S"
                           MOVE RET-D-DATA-PGTO  TO WS-RPD-DATA
                           MOVE RET-D-VALOR-PAGO TO WS-RPD-VALOR
                           PERFORM REGISTRA-RECUPERACAO
                           IF WS-RPD-REGISTRADA = "S"
                              ADD 1 TO WS-QTD-RECUPERADOS
                           END-IF
                        END-IF
                     ELSE
                        MOVE "ERRO NA BAIXA DO TITULO" TO MENS
                        PERFORM GRAVACAO-ERRO
           END-READ
           .

      ******************************
      * SEGUNDA VIA DO BOLETO      *
      ******************************
      * REIMPRIME O BOLETO DE UM TITULO EM ABERTO COM O VENCIMENTO
      * COMBINADO COM O CLIENTE (NAO ANTERIOR A HOJE). O TITULO NAO
      * MUDA: O NOSSO NUMERO E O MESMO, SO O VENCIMENTO E O VALOR
      * DO BOLETO SAEM ATUALIZADOS (VER SISBOPGER.CPY).
       SEGUNDA-VIA-BOLETO.
           MOVE "2AVIA" TO DOPCAO
           OPEN INPUT ARQ-TITULO
           IF WS-RESULTADO-ACESSO NOT = "00"
              MOVE "*** NAO HA TITULOS GRAVADOS ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO SEGUNDA-VIA-BOLETO-FIM
           END-IF
           MOVE "N" TO WS-BOL-SEM-CLIENTE
           OPEN INPUT ARQ-CLIENTE
           IF WS-RESULTADO-ACESSO NOT = "00"
              MOVE "S" TO WS-BOL-SEM-CLIENTE
              MOVE "00" TO WS-RESULTADO-ACESSO
           END-IF
      * OS JUROS DA SEGUNDA VIA NAO CORREM NOS DIAS SEM BANCO QUE
      * SE SEGUEM AO VENCIMENTO (VER SISFRPGER.CPY).
           PERFORM ABRE-FERIADOS

           DISPLAY TELA-SEGUNDA-VIA
           MOVE ZEROS TO WS-SV-NF WS-SV-PARCELA
           MOVE 0 TO W-SEL
           PERFORM ENTRA-TITULO-SEGUNDA-VIA UNTIL W-SEL > 0
           IF W-SEL = 2
              MOVE WS-DATA-HOJE TO WS-SV-VENCIMENTO
              IF TIT_DATA_VENCIMENTO > WS-DATA-HOJE
                 MOVE TIT_DATA_VENCIMENTO TO WS-SV-VENCIMENTO
              END-IF
              MOVE 0 TO W-SEL
              PERFORM ENTRA-VENCIMENTO-SEGUNDA-VIA UNTIL W-SEL > 0
              MOVE 0 TO W-SEL
              PERFORM CONFIRMA-SEGUNDA-VIA UNTIL W-SEL > 0
              IF W-SN = "S"
                 PERFORM ABRE-ARQ-BOLETO
                 IF WS-SEM-BOLETO = "S"
                    MOVE "ERRO NA ABERTURA DO ARQUIVO DE BOLETOS"
                      TO MENS
                 ELSE
                    PERFORM IMPRIME-BOLETO
                    PERFORM FECHA-ARQ-BOLETO
                    PERFORM OPEN-AUDITORIA
                    PERFORM GRAVA-AUDITORIA
                    CLOSE ARQ-AUD
                    MOVE "*** SEGUNDA VIA DO BOLETO IMPRESSA ***"
                      TO MENS
                 END-IF
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
              END-IF
           END-IF
           MOVE "N" TO WS-BOL-SEGUNDA-VIA
           CLOSE ARQ-TITULO
           IF WS-BOL-SEM-CLIENTE = "N"
              CLOSE ARQ-CLIENTE
           END-IF
           PERFORM FECHA-FERIADOS
           .
       SEGUNDA-VIA-BOLETO-FIM.
           EXIT.

       ENTRA-TITULO-SEGUNDA-VIA.
           ACCEPT WS-SV-NF      WITH UPDATE AT 0926
           ACCEPT WS-SV-PARCELA WITH UPDATE AT 1026
           IF WS-SV-NF = ZEROS
              MOVE 1 TO W-SEL
           ELSE
              MOVE WS-SV-NF      TO TIT_NUMERO_NF
              MOVE WS-SV-PARCELA TO TIT_PARCELA
              READ ARQ-TITULO
                  INVALID KEY
                     MOVE "*** TITULO NAO ENCONTRADO ***" TO MENS
                     PERFORM ROT-MENS THRU ROT-MENS-FIM
                  NOT INVALID KEY
                     IF TIT_SITUACAO NOT = "A"
                        MOVE "*** TITULO NAO ESTA EM ABERTO ***" TO MENS
                        PERFORM ROT-MENS THRU ROT-MENS-FIM
                     ELSE
                        MOVE 2 TO W-SEL
                     END-IF
              END-READ
              MOVE "00" TO WS-RESULTADO-ACESSO
           END-IF
           IF W-SEL = 2
              MOVE SPACES TO CLI_RAZAO_SOCIAL
              IF WS-BOL-SEM-CLIENTE = "N"
                 MOVE TIT_CODIGO_CLIENTE TO CLI_CODIGO_CLIENTE
                 READ ARQ-CLIENTE
                     INVALID KEY
                        MOVE SPACES TO CLI_RAZAO_SOCIAL
                 END-READ
                 MOVE "00" TO WS-RESULTADO-ACESSO
              END-IF
              DISPLAY CLI_RAZAO_SOCIAL    AT 1126
              DISPLAY TIT_DATA_VENCIMENTO AT 1226
              MOVE TIT_VALOR TO WS-SV-VALOR-EDT
              DISPLAY WS-SV-VALOR-EDT     AT 1326
           END-IF
           .

       ENTRA-VENCIMENTO-SEGUNDA-VIA.
           ACCEPT WS-SV-VENCIMENTO WITH UPDATE AT 1526
           IF WS-SV-VENCIMENTO < WS-DATA-HOJE OR
              WS-SV-VENCIMENTO(5:2) < "01" OR
              WS-SV-VENCIMENTO(5:2) > "12" OR
              WS-SV-VENCIMENTO(7:2) < "01" OR
              WS-SV-VENCIMENTO(7:2) > "31"
              MOVE "VENCIMENTO INVALIDO OU ANTERIOR A HOJE" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
           ELSE
              MOVE "S" TO WS-BOL-SEGUNDA-VIA
              MOVE WS-SV-VENCIMENTO TO WS-BOL-VENCIMENTO
              PERFORM CALCULA-VALOR-BOLETO
              MOVE WS-BOL-VALOR TO WS-SV-VALOR-EDT
              DISPLAY WS-SV-VALOR-EDT AT 1626
              MOVE 1 TO W-SEL
           END-IF
           .

       CONFIRMA-SEGUNDA-VIA.
           MOVE "S" TO W-SN
           DISPLAY "IMPRIME (S/N) : " AT 2340
           ACCEPT W-SN WITH UPDATE AT 2357
           IF W-SN = "N" OR "n"
              MOVE "N" TO W-SN
              MOVE 1 TO W-SEL
           ELSE
              IF W-SN NOT = "S" AND "s"
                 MOVE "*** DIGITE APENAS S=SIM e N=NAO ***" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
              ELSE
                 MOVE "S" TO W-SN
                 MOVE 2 TO W-SEL
              END-IF
           END-IF
           .

       GRAVACAO-ERRO.
           IF WS-GRAVACAO-ERRO = 0
              MOVE 1 TO WS-GRAVACAO-ERRO
              DISPLAY WTD-ARQERRO(1:54)  AT 2026
              DISPLAY WTD-ARQERRO(55:30) AT 2101
           END-IF
      * RECUPERACOES DE PERDA JA ESTAO ENTRE OS BAIXADOS.
           IF WS-QTD-RECUPERADOS > 0
              MOVE SPACES TO MENS
              STRING "*** RECUPERACOES DE PERDA: " WS-QTD-RECUPERADOS
                     " ***"
                  DELIMITED BY SIZE INTO MENS
              END-STRING
           END-IF
           PERFORM ROT-MENS THRU ROT-MENS-FIM
           .

              STRING "REMESSA SEQ " WS-SEQ-REMESSA " GERADA"
                  DELIMITED BY SIZE INTO AUD-RESULTADO
              END-STRING
           ELSE
           IF DOPCAO = "2AVIA"
              MOVE TIT_CODIGO_CLIENTE TO AUD-CODIGO
              MOVE SPACES TO AUD-RESULTADO
              STRING "NF " TIT_NUMERO_NF "/" TIT_PARCELA
                     " VENC " WS-BOL-VENCIMENTO
                  DELIMITED BY SIZE INTO AUD-RESULTADO
              END-STRING
           ELSE
              MOVE WS-QTD-BAIXADOS TO AUD-CODIGO
              IF WS-RCB-LIBERADO NOT = "S"
                 MOVE WS-RCB-MOTIVO TO AUD-RESULTADO
              ELSE
              IF WS-GRAVACAO-ERRO > 0
                 MOVE "RETORNO COM REJEICOES" TO AUD-RESULTADO
              ELSE
                 MOVE "RETORNO APLICADO OK" TO AUD-RESULTADO
              END-IF
              END-IF
           END-IF
           END-IF
           WRITE REGAUD
           .
      * CADCLI/CADVEN/DISTVEN.
       COPY "copybook\SISJRPGER.CPY".

      * ABRE-ARQ-BOLETO, IMPRIME-BOLETO E FECHA-ARQ-BOLETO: VER
      * COPYBOOK, COMPARTILHADO COM FATPED/RENTIT.
       COPY "copybook\SISBOPGER.CPY".

      * ABRE-FERIADOS E CALCULA-ATRASO-UTIL: VER COPYBOOK,
      * COMPARTILHADO COM FATPED/CADTIT/RENTIT.
       COPY "copybook\SISFRPGER.CPY".

      * ABRE-NEGATIVACAO, SOLICITA-BAIXA-NEGATIVACAO E
      * FECHA-NEGATIVACAO: VER COPYBOOK, COMPARTILHADO COM
      * CADTIT/CONBCO.
       COPY "copybook\SISNGPGER.CPY".

      * ABRE-PERDA, REGISTRA-RECUPERACAO E FECHA-PERDA: VER COPYBOOK,
      * COMPARTILHADO COM CADTIT/CONBCO.
       COPY "copybook\SISRPPGER.CPY".

      * REGISTRA-SPOOL: VER COPYBOOK, COMPARTILHADO PELOS PROGRAMAS
      * DE RELATORIO.
       COPY "copybook\SISSPPGER.CPY".

      * CARREGA-FILIAL E MONTA-CAMINHOS-FILIAL: VER COPYBOOK,
      * COMPARTILHADO POR TODOS OS PROGRAMAS DA FILIAL.
       COPY "copybook\SISFIPGER.CPY".

      * IDENTIFICA-RECEBIDO, CONFERE-RECEBIDO E FINALIZA-RECEBIDO:
      * VER COPYBOOK, COMPARTILHADO PELAS INTERFACES DE ENTRADA.
       COPY "copybook\SISRCPGER.CPY".

      * EMBARALHA-SENHA (SENHA DO SUPERVISOR QUE FORCA UM ARQUIVO
      * REPETIDO): VER COPYBOOK, COMPARTILHADO COM MENU/CADOPE.
       COPY "copybook\SISSNPGER.CPY".
