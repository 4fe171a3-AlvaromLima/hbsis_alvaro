      **************************************************
      * NEGATIVACAO E PROTESTO: REMESSA DOS TITULOS    *
      * VENCIDOS AO CARTORIO / BIRO DE CREDITO, RETORNO*
      * DAS OCORRENCIAS, BAIXA DA NEGATIVACAO DOS PAGOS*
      * E RELATORIO DO QUE ESTA PROTESTADO E CUSTAS    *
      **************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. NEGCOB.
       AUTHOR. ALVARO LIMA.
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       COPY "copybook\SISSLGER.CPY".

      * REMESSA PARA O CARTORIO / BIRO, POSICIONAL COMO A DO CNBTIT:
      * HEADER "0", DETALHE "1" COM A INSTRUCAO ("I" = INCLUSAO,
      * "B" = BAIXA DA NEGATIVACAO), TRAILER "9".
           SELECT ARQ-REMESSA ASSIGN TO WS-NOME-REMESSA
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS  IS WS-FS.

      * RETORNO DEIXADO PELO CARTORIO / BIRO NA PASTA DE ENTREGA: UM
      * DETALHE "1" POR OCORRENCIA (NF+PARCELA, OCORRENCIA, DATA,
      * CUSTAS E PROTOCOLO).
           SELECT ARQ-RETORNO ASSIGN TO WS-NOME-RETORNO
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS  IS WS-FS.

      * SEQUENCIA DA REMESSA, UMA POR FILIAL (MESMO IDIOMA DO
      * CONTROLE DO CNBTIT).
           SELECT ARQ-CTLNEG ASSIGN TO WS-NOME-CTLNEG
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS  IS WS-FS-ERRO.
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
       COPY "copybook\SISFDGER.CPY".

       FD ARQ-REMESSA
           RECORD CONTAINS 200 CHARACTERS.
       01 REG-REM.
           05 REM-TIPO                PIC X(001).
           05 REM-RESTO               PIC X(199).
       01 REG-REM-H REDEFINES REG-REM.
           05 FILLER                  PIC X(001).
           05 REM-H-LITERAL           PIC X(011).
           05 REM-H-DATA              PIC 9(008).
           05 REM-H-SEQUENCIA         PIC 9(006).
           05 REM-H-FILIAL            PIC X(003).
           05 FILLER                  PIC X(171).
       01 REG-REM-D REDEFINES REG-REM.
           05 FILLER                  PIC X(001).
           05 REM-D-INSTRUCAO         PIC X(001).
           05 REM-D-NF                PIC 9(009).
           05 REM-D-PARCELA           PIC 9(002).
           05 REM-D-CLIENTE           PIC 9(007).
           05 REM-D-CNPJ              PIC 9(014).
           05 REM-D-RAZAO             PIC X(040).
           05 REM-D-LOGRADOURO        PIC X(040).
           05 REM-D-BAIRRO            PIC X(020).
           05 REM-D-CIDADE            PIC X(020).
           05 REM-D-UF                PIC X(002).
           05 REM-D-CEP               PIC 9(008).
           05 REM-D-VENCIMENTO        PIC 9(008).
           05 REM-D-VALOR             PIC 9(011)V9(02).
           05 REM-D-DATA-PAGAMENTO    PIC 9(008).
           05 FILLER                  PIC X(007).
       01 REG-REM-T REDEFINES REG-REM.
           05 FILLER                  PIC X(001).
           05 REM-T-QTD-INCLUSOES     PIC 9(007).
           05 REM-T-VALOR-INCLUSOES   PIC 9(013)V9(02).
           05 REM-T-QTD-BAIXAS        PIC 9(007).
           05 FILLER                  PIC X(170).

       FD ARQ-RETORNO
           RECORD CONTAINS 90 CHARACTERS.
       01 REG-RET.
           05 RET-TIPO                PIC X(001).
           05 RET-RESTO               PIC X(089).
      * RET-D-OCORRENCIA: "R" = REGISTRADO (NEGATIVADO / APONTADO),
      * "P" = PROTESTADO, "D" = RETIRADO (DESISTENCIA), "J" =
      * REJEITADO, "B" = BAIXA DA NEGATIVACAO CONFIRMADA.
       01 REG-RET-D REDEFINES REG-RET.
           05 FILLER                  PIC X(001).
           05 RET-D-NF                PIC 9(009).
           05 RET-D-PARCELA           PIC 9(002).
           05 RET-D-OCORRENCIA        PIC X(001).
           05 RET-D-DATA              PIC 9(008).
           05 RET-D-CUSTAS            PIC 9(007)V9(02).
           05 RET-D-PROTOCOLO         PIC X(015).
           05 FILLER                  PIC X(045).

       FD ARQ-CTLNEG
           RECORD CONTAINS 6 CHARACTERS.
       01 REGCTLNEG.
           05 CTN-SEQUENCIA           PIC 9(006).
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       COPY "copybook\SISWSGER.CPY".
       COPY "copybook\SISCFGER.CPY".
       77 WRL-ARQ-IMPRESSAO    PIC X(100) VALUE SPACES.

      * "S" = EXECUCAO DISPARADA SEM OPERADOR NA TELA (LS-ID =
      * "BATCH"), MESMO IDIOMA DO CNBTIT: SO A REMESSA E GERADA.
       77 WS-MODO-BATCH        PIC X(001) VALUE "N".
       77 WS-DATA-HOJE         PIC 9(008) VALUE ZEROS.
       77 WS-HOJE-INTEIRO      PIC 9(008) VALUE ZEROS.
       77 WS-DIAS-ATRASO       PIC S9(008) VALUE ZEROS.
       77 WS-EOF-NEG           PIC X(001) VALUE "N".
       77 WS-NOME-REMESSA      PIC X(100) VALUE SPACES.
       77 WS-NOME-RETORNO      PIC X(100) VALUE
               "importacao\entrada\NEGAT-RETORNO.TXT".
       77 WS-NOME-CTLNEG       PIC X(100) VALUE
               "dados\NEGAT.CTL".
       77 WS-SEQ-REMESSA       PIC 9(006) VALUE ZEROS.

       77 WS-QTD-INCLUSOES     PIC 9(007) VALUE ZEROS.
       77 WS-VALOR-INCLUSOES   PIC 9(013)V9(02) VALUE ZEROS.
       77 WS-QTD-BAIXAS        PIC 9(007) VALUE ZEROS.

      * CONTAGENS DO RETORNO, RECONCILIADAS NO RESUMO (LIDOS =
      * NOVOS + ATUALIZADOS + REJEITADOS), MESMO ESQUEMA DO CNBTIT:
      * NOVOS = NEGATIVACOES CONFIRMADAS NESTE RETORNO.
       77 WS-QTD-LIDOS         PIC 9(005) VALUE ZEROS.
       77 WS-QTD-NOVOS         PIC 9(005) VALUE ZEROS.
       77 WS-QTD-ATUALIZADOS   PIC 9(005) VALUE ZEROS.
       77 WS-QTD-REJEITADOS    PIC 9(005) VALUE ZEROS.
       77 WS-QTD-PROCESSADOS   PIC 9(005) VALUE ZEROS.
       77 WS-RECONCILIACAO     PIC X(010) VALUE SPACES.
       77 WS-REGISTRO-REJEITADO PIC X(001) VALUE "N".
       77 WS-NEG-SITUACAO-NOVA PIC X(001) VALUE SPACES.

      * TOTAIS DO RELATORIO POR SITUACAO, NA ORDEM DE WS-SIT-CODIGOS.
       77 WS-SIT-IDX           PIC 9(001) VALUE ZEROS.
       01 WS-SIT-CODIGOS       PIC X(005) VALUE "ERTBS".
       01 WS-SIT-NOMES.
          03 FILLER PIC X(030) VALUE "ENVIADOS SEM RETORNO".
          03 FILLER PIC X(030) VALUE "NEGATIVADOS / APONTADOS".
          03 FILLER PIC X(030) VALUE "PROTESTADOS".
          03 FILLER PIC X(030) VALUE "PAGOS - BAIXA A ENVIAR".
          03 FILLER PIC X(030) VALUE "PAGOS - BAIXA ENVIADA".
       01 WS-SIT-NOMES-R REDEFINES WS-SIT-NOMES.
          03 WS-SIT-NOME       PIC X(030) OCCURS 5.
       01 WS-TOTAIS-SITUACAO.
          03 WS-TOT-SIT OCCURS 5.
             05 WS-TOT-SIT-QTD    PIC 9(005).
             05 WS-TOT-SIT-VALOR  PIC 9(013)V9(02).
             05 WS-TOT-SIT-CUSTAS PIC 9(011)V9(02).
       77 WS-TOT-QTD           PIC 9(005) VALUE ZEROS.
       77 WS-TOT-VALOR         PIC 9(013)V9(02) VALUE ZEROS.
       77 WS-TOT-CUSTAS        PIC 9(011)V9(02) VALUE ZEROS.

       01 CABEC-NEGATIVADOS.
          03 FILLER PIC X(48) VALUE
             "TITULOS NEGATIVADOS / PROTESTADOS E CUSTAS - EM".
          03 FILLER PIC X(01) VALUE SPACES.
          03 CAB-DATA PIC 9(008).

       01 CABEC2-NEGATIVADOS.
          03 FILLER PIC X(14) VALUE "NF/PARCELA".
          03 FILLER PIC X(09) VALUE "CLIENTE".
          03 FILLER PIC X(32) VALUE "RAZAO SOCIAL".
          03 FILLER PIC X(10) VALUE "VENCTO".
          03 FILLER PIC X(19) VALUE "            VALOR".
          03 FILLER PIC X(03) VALUE "SIT".
          03 FILLER PIC X(10) VALUE "ENVIO".
          03 FILLER PIC X(17) VALUE "PROTOCOLO".
          03 FILLER PIC X(13) VALUE "       CUSTAS".

       01 DET-NEGATIVADO.
          03 DNG-NF         PIC 9(009).
          03 FILLER         PIC X(01) VALUE "/".
          03 DNG-PARCELA    PIC 9(002).
          03 FILLER         PIC X(02) VALUE SPACES.
          03 DNG-CLIENTE    PIC 9(007).
          03 FILLER         PIC X(02) VALUE SPACES.
          03 DNG-RAZAO      PIC X(030).
          03 FILLER         PIC X(02) VALUE SPACES.
          03 DNG-VENCIMENTO PIC 9(008).
          03 FILLER         PIC X(02) VALUE SPACES.
          03 DNG-VALOR      PIC ZZ.ZZZ.ZZZ.ZZ9,99.
          03 FILLER         PIC X(02) VALUE SPACES.
          03 DNG-SITUACAO   PIC X(001).
          03 FILLER         PIC X(02) VALUE SPACES.
          03 DNG-ENVIO      PIC 9(008).
          03 FILLER         PIC X(02) VALUE SPACES.
          03 DNG-PROTOCOLO  PIC X(015).
          03 FILLER         PIC X(02) VALUE SPACES.
          03 DNG-CUSTAS     PIC Z.ZZZ.ZZ9,99.

       01 DET-TOTAL.
          03 TOT-TITULO PIC X(30).
          03 TOT-QTD    PIC ZZ.ZZ9.
          03 FILLER     PIC X(02) VALUE SPACES.
          03 TOT-VALOR  PIC ZZZ.ZZZ.ZZZ.ZZ9,99.
          03 FILLER     PIC X(02) VALUE SPACES.
          03 FILLER     PIC X(08) VALUE "CUSTAS:".
          03 TOT-CUSTAS PIC ZZ.ZZZ.ZZZ.ZZ9,99.

       LINKAGE SECTION.
       01 LS-ID PIC X(5).

       SCREEN SECTION.
       COPY "copybook\SISSTGER.CPY".

       01 TELA-NEGCOB.
        02 BLANK SCREEN.
        02 LINE 02 COL 28 VALUE "Sistema de Franquia AMBEV".
        02 LINE 07 COL 25 VALUE "NEGATIVACAO E PROTESTO".
        02 LINE 09 COL 10 VALUE "1 - Gerar Remessa (Inclusoes/Baixas)".
        02 LINE 10 COL 10 VALUE "2 - Importar Retorno do Cartorio/Biro".
        02 LINE 11 COL 10 VALUE "3 - Relatorio de Negativados e Custas".
        02 LINE 12 COL 10 VALUE "4 - Retornar".
        02 LINE 14 COL 10 VALUE
          "REMESSA: TITULOS EM ABERTO VENCIDOS ALEM DOS DIAS DA".
        02 LINE 15 COL 10 VALUE
          "CONFIGURACAO E A BAIXA DA NEGATIVACAO DOS JA PAGOS.".
        02 LINE 16 COL 10 VALUE
          "RETORNO: REGISTRO, PROTESTO, RETIRADA E CUSTAS.".
        02 LINE 20 COL 10 "Digite a opcao desejada[.]".
        02 OPCAO LINE 20 COL 34 PIC X(01) USING W-OPCAO AUTO.

       01 TELA-NEGATIVADOS.
        02 BLANK SCREEN.
        02 LINE 02 COL 28 VALUE "Sistema de Franquia AMBEV".
        02 LINE 07 COL 20 VALUE "RELATORIO DE NEGATIVADOS E CUSTAS".
        02 LINE 09 COL 10 VALUE
          "LISTA OS TITULOS ENVIADOS, NEGATIVADOS, PROTESTADOS E".
        02 LINE 10 COL 10 VALUE
          "OS PAGOS COM BAIXA PENDENTE, COM AS CUSTAS ACUMULADAS.".
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
           IF WS-FILIAL-ATUAL NOT = "001" AND
              WS-FILIAL-ATUAL NOT = "000"
              MOVE SPACES TO WS-NOME-CTLNEG
              STRING "dados\F" WS-FILIAL-ATUAL "\NEGAT.CTL"
                  DELIMITED BY SIZE INTO WS-NOME-CTLNEG
              END-STRING
              MOVE SPACES TO WS-NOME-RETORNO
              STRING "importacao\entrada\F" WS-FILIAL-ATUAL
                     "-NEGAT-RETORNO.TXT"
                  DELIMITED BY SIZE INTO WS-NOME-RETORNO
              END-STRING
           END-IF
      * NUMA RODADA AGENDADA SEM OPERADOR SO A REMESSA E GERADA; O
      * RETORNO CHEGA EM HORARIO PROPRIO E E IMPORTADO PELA TELA.
           MOVE "N" TO WS-MODO-BATCH
           IF LS-ID = "BATCH"
              MOVE "S" TO WS-MODO-BATCH
              PERFORM GERA-REMESSA THRU GERA-REMESSA-FIM
              EXIT PROGRAM
           END-IF
           MOVE "F" TO WFIM.
           PERFORM TELA-NEGCOB-0 UNTIL WFIM = "T".
       TELA-NEGCOB-0.
           MOVE SPACES TO W-OPCAO
           DISPLAY TELA-NEGCOB
           ACCEPT TELA-NEGCOB
           EVALUATE W-OPCAO
             WHEN "1"
                PERFORM GERA-REMESSA THRU GERA-REMESSA-FIM
             WHEN "2"
                PERFORM IMPORTA-RETORNO THRU
                        IMPORTA-RETORNO-FIM
             WHEN "3"
                PERFORM RELATORIO-NEGATIVADOS
             WHEN "4"
                MOVE "T" TO WFIM
                EXIT PROGRAM
           END-EVALUATE.

      **************************
      * GERACAO DA REMESSA     *
      **************************
      * PRIMEIRO AS BAIXAS: TODO TITULO NEGATIVADO QUE JA NAO ESTA EM
      * ABERTO (PAGO POR QUALQUER CAMINHO, RENEGOCIADO, DEVOLVIDO OU
      * CANCELADO) VAI COMO INSTRUCAO "B" E PASSA A "S". DEPOIS AS
      * INCLUSOES: TITULO EM ABERTO VENCIDO HA MAIS DE
      * WCF-NEG-DIAS-ATRASO DIAS, DE VALOR NAO MENOR QUE
      * WCF-NEG-VALOR-MINIMO E AINDA SEM NEGATIVACAO, VAI COMO "I" E
      * E GRAVADO "E" NO ARQ-NEGAT. TITULO REJEITADO, RETIRADO OU JA
      * LIBERADO NAO E REENVIADO AUTOMATICAMENTE.
       GERA-REMESSA.
           MOVE "REMESSA" TO DOPCAO
           PERFORM LE-SEQUENCIA-REMESSA
           ADD 1 TO WS-SEQ-REMESSA
           MOVE SPACES TO WS-NOME-REMESSA
           IF WS-FILIAL-ATUAL NOT = "001" AND
              WS-FILIAL-ATUAL NOT = "000"
              STRING "exportacao\F" WS-FILIAL-ATUAL "-NEGATIVACAO"
                     WS-SEQ-REMESSA ".TXT"
                  DELIMITED BY SIZE INTO WS-NOME-REMESSA
              END-STRING
           ELSE
              STRING "exportacao\NEGATIVACAO" WS-SEQ-REMESSA ".TXT"
                  DELIMITED BY SIZE INTO WS-NOME-REMESSA
              END-STRING
           END-IF

           OPEN INPUT ARQ-TITULO
           IF WS-RESULTADO-ACESSO NOT = "00"
              MOVE "*** NAO HA TITULOS GRAVADOS ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO GERA-REMESSA-FIM
           END-IF
           PERFORM OPEN-NEGAT
           IF WS-RESULTADO-ACESSO NOT = "00"
              MOVE "ERRO NA ABERTURA DO ARQUIVO DE NEGATIVACAO" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              CLOSE ARQ-TITULO
              GO TO GERA-REMESSA-FIM
           END-IF
           OPEN INPUT ARQ-CLIENTE
           OPEN OUTPUT ARQ-REMESSA
           PERFORM OPEN-AUDITORIA

           MOVE ZEROS TO WS-QTD-INCLUSOES WS-VALOR-INCLUSOES
                         WS-QTD-BAIXAS
           MOVE SPACES TO REG-REM
           MOVE "0" TO REM-TIPO
           MOVE "NEGATIVACAO" TO REM-H-LITERAL
           MOVE WS-DATA-HOJE TO REM-H-DATA
           MOVE WS-SEQ-REMESSA TO REM-H-SEQUENCIA
           MOVE WS-FILIAL-ATUAL TO REM-H-FILIAL
           WRITE REG-REM

           MOVE "N"   TO WS-EOF-NEG
           MOVE ZEROS TO NEG_NUMERO_NF NEG_PARCELA
           START ARQ-NEGAT
               KEY IS GREATER THAN NEG_CHAVE
                    INVALID KEY
                       MOVE "Y" TO WS-EOF-NEG
           END-START
           PERFORM UNTIL WS-EOF-NEG = "Y"
               READ ARQ-NEGAT NEXT AT END
                   MOVE "Y" TO WS-EOF-NEG
               END-READ
               IF WS-EOF-NEG = "N"
                  PERFORM VERIFICA-BAIXA-NEGATIVACAO
               END-IF
           END-PERFORM

           MOVE "N"   TO WS-EOF-SW
           MOVE ZEROS TO TIT_NUMERO_NF TIT_PARCELA
           START ARQ-TITULO
               KEY IS GREATER THAN TIT_CHAVE
                    INVALID KEY
                       MOVE "Y" TO WS-EOF-SW
           END-START
           PERFORM UNTIL EOF-SW
               READ ARQ-TITULO NEXT AT END
                   MOVE "Y" TO WS-EOF-SW
               END-READ
               IF WS-EOF-SW = "N"
                  IF TIT_SITUACAO = "A" AND
                     TIT_DATA_VENCIMENTO NOT = ZEROS AND
                     TIT_VALOR NOT < WCF-NEG-VALOR-MINIMO
                     COMPUTE WS-DIAS-ATRASO = WS-HOJE-INTEIRO -
                         FUNCTION INTEGER-OF-DATE(TIT_DATA_VENCIMENTO)
                     IF WS-DIAS-ATRASO > WCF-NEG-DIAS-ATRASO
                        PERFORM INCLUI-NEGATIVACAO
                     END-IF
                  END-IF
               END-IF
           END-PERFORM

           MOVE SPACES TO REG-REM
           MOVE "9" TO REM-TIPO
           MOVE WS-QTD-INCLUSOES   TO REM-T-QTD-INCLUSOES
           MOVE WS-VALOR-INCLUSOES TO REM-T-VALOR-INCLUSOES
           MOVE WS-QTD-BAIXAS      TO REM-T-QTD-BAIXAS
           WRITE REG-REM
           CLOSE ARQ-REMESSA ARQ-TITULO ARQ-CLIENTE ARQ-NEGAT
           PERFORM GRAVA-SEQUENCIA-REMESSA
           PERFORM GRAVA-AUDITORIA
           CLOSE ARQ-AUD
           MOVE SPACES TO MENS
           STRING "REMESSA " WS-SEQ-REMESSA ": " WS-QTD-INCLUSOES
                  " INCLUSOES / " WS-QTD-BAIXAS " BAIXAS"
               DELIMITED BY SIZE INTO MENS
           END-STRING
           PERFORM ROT-MENS THRU ROT-MENS-FIM
           .
       GERA-REMESSA-FIM.
           EXIT.

      * NEGATIVACAO ATIVA CUJO TITULO SAIU DE ABERTO SEM PASSAR POR
      * SOLICITA-BAIXA-NEGATIVACAO (RENEGOCIACAO, DEVOLUCAO, ESTORNO)
      * TAMBEM E MARCADA "B" AQUI; TODO "B" SAI COMO INSTRUCAO DE
      * BAIXA NESTA REMESSA. TITULO BAIXADO COMO PERDA ("I", VER
      * PDDTIT) CONTINUA DEVIDO E SEGUE NEGATIVADO.
       VERIFICA-BAIXA-NEGATIVACAO.
           IF NEG_SITUACAO = "E" OR "R" OR "T"
              MOVE NEG_CHAVE TO TIT_CHAVE
              READ ARQ-TITULO
                  INVALID KEY
                     MOVE "B" TO NEG_SITUACAO
                     MOVE WS-DATA-HOJE TO NEG_DATA_PAGAMENTO
                  NOT INVALID KEY
                     IF TIT_SITUACAO NOT = "A" AND
                        TIT_SITUACAO NOT = "I"
                        MOVE "B" TO NEG_SITUACAO
                        MOVE TIT_DATA_PAGAMENTO TO NEG_DATA_PAGAMENTO
                        IF TIT_DATA_PAGAMENTO = ZEROS
                           MOVE WS-DATA-HOJE TO NEG_DATA_PAGAMENTO
                        END-IF
                     END-IF
              END-READ
           END-IF
           IF NEG_SITUACAO = "B"
              MOVE NEG_CODIGO_CLIENTE TO CLI_CODIGO_CLIENTE
              PERFORM LE-CLIENTE-REMESSA
              MOVE SPACES TO REG-REM
              MOVE "1" TO REM-TIPO
              MOVE "B" TO REM-D-INSTRUCAO
              MOVE NEG_NUMERO_NF        TO REM-D-NF
              MOVE NEG_PARCELA          TO REM-D-PARCELA
              MOVE NEG_CODIGO_CLIENTE   TO REM-D-CLIENTE
              PERFORM MONTA-DADOS-CLIENTE
              MOVE NEG_DATA_VENCIMENTO  TO REM-D-VENCIMENTO
              MOVE NEG_VALOR            TO REM-D-VALOR
              MOVE NEG_DATA_PAGAMENTO   TO REM-D-DATA-PAGAMENTO
              WRITE REG-REM
              MOVE "S" TO NEG_SITUACAO
              MOVE WS-DATA-HOJE   TO NEG_DATA_BAIXA
              MOVE WS-SEQ-REMESSA TO NEG_REMESSA
              REWRITE REGNEG
              ADD 1 TO WS-QTD-BAIXAS
           END-IF
           .

       INCLUI-NEGATIVACAO.
           MOVE TIT_CHAVE TO NEG_CHAVE
           READ ARQ-NEGAT
               INVALID KEY
                  MOVE TIT_CODIGO_CLIENTE TO CLI_CODIGO_CLIENTE
                  PERFORM LE-CLIENTE-REMESSA
                  MOVE SPACES TO REG-REM
                  MOVE "1" TO REM-TIPO
                  MOVE "I" TO REM-D-INSTRUCAO
                  MOVE TIT_NUMERO_NF        TO REM-D-NF
                  MOVE TIT_PARCELA          TO REM-D-PARCELA
                  MOVE TIT_CODIGO_CLIENTE   TO REM-D-CLIENTE
                  PERFORM MONTA-DADOS-CLIENTE
                  MOVE TIT_DATA_VENCIMENTO  TO REM-D-VENCIMENTO
                  MOVE TIT_VALOR            TO REM-D-VALOR
                  MOVE ZEROS                TO REM-D-DATA-PAGAMENTO
                  WRITE REG-REM

                  MOVE SPACES TO REGNEG
                  MOVE TIT_CHAVE            TO NEG_CHAVE
                  MOVE TIT_CODIGO_CLIENTE   TO NEG_CODIGO_CLIENTE
                  MOVE TIT_DATA_VENCIMENTO  TO NEG_DATA_VENCIMENTO
                  MOVE TIT_VALOR            TO NEG_VALOR
                  MOVE "E"                  TO NEG_SITUACAO
                  MOVE WS-DATA-HOJE         TO NEG_DATA_ENVIO
                  MOVE WS-SEQ-REMESSA       TO NEG_REMESSA
                  MOVE ZEROS TO NEG_DATA_RETORNO NEG_CUSTAS
                                NEG_DATA_PAGAMENTO NEG_DATA_BAIXA
                  WRITE REGNEG
                  ADD 1 TO WS-QTD-INCLUSOES
                  ADD TIT_VALOR TO WS-VALOR-INCLUSOES
           END-READ
           MOVE "00" TO WS-RESULTADO-ACESSO
           .

       LE-CLIENTE-REMESSA.
           READ ARQ-CLIENTE
               INVALID KEY
                  MOVE SPACES TO CLI_RAZAO_SOCIAL
                                 CLI_ENDERECO_LOGRADOURO
                                 CLI_ENDERECO_BAIRRO
                                 CLI_ENDERECO_CIDADE
                                 CLI_ENDERECO_UF
                  MOVE ZEROS  TO CLI_CNPJ CLI_ENDERECO_CEP
           END-READ
           .

       MONTA-DADOS-CLIENTE.
           MOVE CLI_CNPJ                TO REM-D-CNPJ
           MOVE CLI_RAZAO_SOCIAL        TO REM-D-RAZAO
           MOVE CLI_ENDERECO_LOGRADOURO TO REM-D-LOGRADOURO
           MOVE CLI_ENDERECO_BAIRRO     TO REM-D-BAIRRO
           MOVE CLI_ENDERECO_CIDADE     TO REM-D-CIDADE
           MOVE CLI_ENDERECO_UF         TO REM-D-UF
           MOVE CLI_ENDERECO_CEP        TO REM-D-CEP
           .

       LE-SEQUENCIA-REMESSA.
           MOVE ZEROS TO WS-SEQ-REMESSA
           OPEN INPUT ARQ-CTLNEG
           IF WS-FS-ERRO = "00"
              READ ARQ-CTLNEG AT END
                 CONTINUE
                 NOT AT END
                 MOVE CTN-SEQUENCIA TO WS-SEQ-REMESSA
              END-READ
              CLOSE ARQ-CTLNEG
           END-IF
           .

       GRAVA-SEQUENCIA-REMESSA.
           OPEN OUTPUT ARQ-CTLNEG
           MOVE WS-SEQ-REMESSA TO CTN-SEQUENCIA
           WRITE REGCTLNEG
           CLOSE ARQ-CTLNEG
           .

      ***************************
      * IMPORTACAO DO RETORNO   *
      ***************************
      * CADA OCORRENCIA MUDA A SITUACAO DA NEGATIVACAO E SOMA AS
      * CUSTAS INFORMADAS. TITULO PAGO COM A BAIXA JA SOLICITADA
      * ("B"/"S") NAO VOLTA A NEGATIVADO: SO GUARDA PROTOCOLO E
      * CUSTAS. OCORRENCIA SEM NEGATIVACAO OU INCOMPATIVEL COM A
      * SITUACAO VAI PARA O ARQUIVO DE ERRO CARIMBADO (IDEM CNBTIT).
       IMPORTA-RETORNO.
           MOVE "RETORNO" TO DOPCAO
           MOVE FUNCTION CURRENT-DATE(1:14) TO WS-DATA-HORA-EXECUCAO
           MOVE SPACES TO WTD-ARQERRO
           MOVE WS-DATA-HORA-EXECUCAO TO WTD-ARQERRO(1:14)
           MOVE "_NEGATIVACAO.TXT" TO WTD-ARQERRO(15:16)

           OPEN INPUT ARQ-RETORNO
           IF WS-FS NOT = "00"
              MOVE "*** SEM RETORNO NA PASTA DE ENTREGA ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO IMPORTA-RETORNO-FIM
           END-IF
           PERFORM OPEN-NEGAT
           IF WS-RESULTADO-ACESSO NOT = "00"
              MOVE "ERRO NA ABERTURA DO ARQUIVO DE NEGATIVACAO" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              CLOSE ARQ-RETORNO
              GO TO IMPORTA-RETORNO-FIM
           END-IF
           PERFORM OPEN-AUDITORIA

           MOVE ZEROS TO WS-QTD-LIDOS
                         WS-QTD-NOVOS
                         WS-QTD-ATUALIZADOS
                         WS-QTD-REJEITADOS
                         WS-GRAVACAO-ERRO
           MOVE "N" TO WS-EOF-SW
           PERFORM UNTIL EOF-SW
              READ ARQ-RETORNO AT END
                 MOVE "Y" TO WS-EOF-SW
              END-READ
              IF WS-EOF-SW = "N"
                 IF RET-TIPO = "1"
                    ADD 1 TO WS-QTD-LIDOS
                    PERFORM APLICA-OCORRENCIA
                 END-IF
              END-IF
           END-PERFORM
           CLOSE ARQ-RETORNO ARQ-NEGAT
           IF WS-GRAVACAO-ERRO > 0
              CLOSE ARQ-ERR
           END-IF

           PERFORM VERIFICA-RECONCILIACAO
           PERFORM GRAVA-AUDITORIA
           CLOSE ARQ-AUD
           PERFORM MOSTRA-RESUMO
           .
       IMPORTA-RETORNO-FIM.
           EXIT.

       APLICA-OCORRENCIA.
           MOVE "N" TO WS-REGISTRO-REJEITADO
           MOVE RET-D-NF      TO NEG_NUMERO_NF
           MOVE RET-D-PARCELA TO NEG_PARCELA
           READ ARQ-NEGAT
               INVALID KEY
                  MOVE "TITULO NAO ENVIADO A NEGATIVACAO" TO MENS
                  PERFORM GRAVACAO-ERRO
           END-READ
           IF WS-REGISTRO-REJEITADO = "S"
              EXIT PARAGRAPH
           END-IF
           IF RET-D-DATA = ZEROS
              MOVE "DATA DA OCORRENCIA INVALIDA" TO MENS
              PERFORM GRAVACAO-ERRO
              EXIT PARAGRAPH
           END-IF

           MOVE SPACES TO WS-NEG-SITUACAO-NOVA
           EVALUATE RET-D-OCORRENCIA
             WHEN "R"
                IF NEG_SITUACAO = "E" OR "R"
                   MOVE "R" TO WS-NEG-SITUACAO-NOVA
                END-IF
                IF NEG_SITUACAO = "B" OR "S"
                   MOVE NEG_SITUACAO TO WS-NEG-SITUACAO-NOVA
                END-IF
             WHEN "P"
                IF NEG_SITUACAO = "E" OR "R" OR "T"
                   MOVE "T" TO WS-NEG-SITUACAO-NOVA
                END-IF
                IF NEG_SITUACAO = "B" OR "S"
                   MOVE NEG_SITUACAO TO WS-NEG-SITUACAO-NOVA
                END-IF
             WHEN "D"
                IF NEG_SITUACAO = "E" OR "R" OR "T"
                   MOVE "D" TO WS-NEG-SITUACAO-NOVA
                END-IF
                IF NEG_SITUACAO = "B" OR "S"
                   MOVE "L" TO WS-NEG-SITUACAO-NOVA
                END-IF
             WHEN "J"
                IF NEG_SITUACAO = "E"
                   MOVE "J" TO WS-NEG-SITUACAO-NOVA
                END-IF
                IF NEG_SITUACAO = "B" OR "S"
                   MOVE "L" TO WS-NEG-SITUACAO-NOVA
                END-IF
             WHEN "B"
                IF NEG_SITUACAO = "B" OR "S"
                   MOVE "L" TO WS-NEG-SITUACAO-NOVA
                END-IF
             WHEN OTHER
                MOVE "OCORRENCIA DESCONHECIDA" TO MENS
                PERFORM GRAVACAO-ERRO
                EXIT PARAGRAPH
           END-EVALUATE
           IF WS-NEG-SITUACAO-NOVA = SPACES
              MOVE "OCORRENCIA INCOMPATIVEL COM A SITUACAO" TO MENS
              PERFORM GRAVACAO-ERRO
              EXIT PARAGRAPH
           END-IF

      * RETORNO REPETIDO (MESMA OCORRENCIA, MESMA DATA) NAO SOMA AS
      * CUSTAS DE NOVO.
           IF WS-NEG-SITUACAO-NOVA NOT = NEG_SITUACAO OR
              RET-D-DATA NOT = NEG_DATA_RETORNO
              ADD RET-D-CUSTAS TO NEG_CUSTAS
           END-IF
           IF NEG_SITUACAO = "E" AND
              (WS-NEG-SITUACAO-NOVA = "R" OR "T")
              ADD 1 TO WS-QTD-NOVOS
           ELSE
              ADD 1 TO WS-QTD-ATUALIZADOS
           END-IF
           IF RET-D-PROTOCOLO NOT = SPACES
              MOVE RET-D-PROTOCOLO TO NEG_PROTOCOLO
           END-IF
           MOVE RET-D-DATA           TO NEG_DATA_RETORNO
           MOVE WS-NEG-SITUACAO-NOVA TO NEG_SITUACAO
           REWRITE REGNEG
           IF WS-RESULTADO-ACESSO NOT = "00"
              MOVE "ERRO NA GRAVACAO DA NEGATIVACAO" TO MENS
              PERFORM GRAVACAO-ERRO
           END-IF
           .

       GRAVACAO-ERRO.
           IF WS-GRAVACAO-ERRO = 0
              MOVE 1 TO WS-GRAVACAO-ERRO
              OPEN OUTPUT ARQ-ERR
              .
           IF WS-REGISTRO-REJEITADO = "N"
              ADD 1 TO WS-QTD-REJEITADOS
              MOVE "S" TO WS-REGISTRO-REJEITADO
           END-IF
           MOVE MENS    TO ERRO-MSG
           MOVE REG-RET TO ERRO-REG
           WRITE REGERR
           .

       VERIFICA-RECONCILIACAO.
           ADD WS-QTD-NOVOS WS-QTD-ATUALIZADOS WS-QTD-REJEITADOS
               GIVING WS-QTD-PROCESSADOS
           IF WS-QTD-PROCESSADOS = WS-QTD-LIDOS
              MOVE "OK"         TO WS-RECONCILIACAO
           ELSE
              MOVE "DIVERGENTE" TO WS-RECONCILIACAO
           END-IF
           .

       MOSTRA-RESUMO.
           DISPLAY TELA-RESUMO-IMPORTACAO
           DISPLAY WS-QTD-LIDOS       AT 1036
           DISPLAY WS-QTD-NOVOS       AT 1236
           DISPLAY WS-QTD-ATUALIZADOS AT 1336
           DISPLAY WS-QTD-REJEITADOS  AT 1436
           DISPLAY WS-RECONCILIACAO   AT 1836
           IF WS-GRAVACAO-ERRO > 0
              DISPLAY WTD-ARQERRO(1:54)  AT 2026
              DISPLAY WTD-ARQERRO(55:30) AT 2101
           END-IF
           PERFORM ROT-MENS THRU ROT-MENS-FIM
           .

      ***************************************
      * RELATORIO DE NEGATIVADOS E CUSTAS   *
      ***************************************
      * TUDO O QUE ESTA NO CARTORIO / BIRO HOJE: ENVIADO SEM RETORNO,
      * NEGATIVADO, PROTESTADO E PAGO COM A BAIXA AINDA NAO
      * CONFIRMADA, COM TOTAIS DE VALOR E CUSTAS POR SITUACAO.
       RELATORIO-NEGATIVADOS.
           DISPLAY TELA-NEGATIVADOS
           MOVE 0 TO W-SEL
           PERFORM CONFIRMA-TELA UNTIL W-SEL > 0
           IF W-SN = "S"
              PERFORM LISTA-NEGATIVADOS
           END-IF
           .

       LISTA-NEGATIVADOS.
           MOVE "RELATORIO" TO DOPCAO
           OPEN INPUT ARQ-NEGAT
           IF WS-RESULTADO-ACESSO NOT = "00"
              MOVE "*** NAO HA TITULOS NEGATIVADOS ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              EXIT PARAGRAPH
           END-IF
           OPEN INPUT ARQ-CLIENTE
           PERFORM OPEN-AUDITORIA
           INITIALIZE WS-TOTAIS-SITUACAO
           MOVE ZEROS TO WS-TOT-QTD WS-TOT-VALOR WS-TOT-CUSTAS
           MOVE WCF-ARQ-IMPRESSAO-NEGAT TO WRL-ARQ-IMPRESSAO
           OPEN OUTPUT ARQIMP
           MOVE WS-DATA-HOJE TO CAB-DATA
           WRITE REGIMP FROM CABEC-NEGATIVADOS
           WRITE REGIMP FROM CABEC2-NEGATIVADOS
           MOVE SPACES TO REGIMP
           WRITE REGIMP

           MOVE "N"   TO WS-EOF-NEG
           MOVE ZEROS TO NEG_NUMERO_NF NEG_PARCELA
           START ARQ-NEGAT
               KEY IS GREATER THAN NEG_CHAVE
                    INVALID KEY
                       MOVE "Y" TO WS-EOF-NEG
           END-START
           PERFORM UNTIL WS-EOF-NEG = "Y"
               READ ARQ-NEGAT NEXT AT END
                   MOVE "Y" TO WS-EOF-NEG
               END-READ
               IF WS-EOF-NEG = "N"
                  MOVE ZEROS TO WS-SIT-IDX
                  INSPECT WS-SIT-CODIGOS TALLYING WS-SIT-IDX
                      FOR CHARACTERS BEFORE INITIAL NEG_SITUACAO
                  IF WS-SIT-IDX < 5
                     ADD 1 TO WS-SIT-IDX
                     PERFORM IMPRIME-NEGATIVADO
                  END-IF
               END-IF
           END-PERFORM

           MOVE SPACES TO REGIMP
           WRITE REGIMP
           PERFORM VARYING WS-SIT-IDX FROM 1 BY 1 UNTIL WS-SIT-IDX > 5
              MOVE WS-SIT-NOME(WS-SIT-IDX)       TO TOT-TITULO
              MOVE WS-TOT-SIT-QTD(WS-SIT-IDX)    TO TOT-QTD
              MOVE WS-TOT-SIT-VALOR(WS-SIT-IDX)  TO TOT-VALOR
              MOVE WS-TOT-SIT-CUSTAS(WS-SIT-IDX) TO TOT-CUSTAS
              WRITE REGIMP FROM DET-TOTAL
           END-PERFORM
           MOVE "TOTAL GERAL" TO TOT-TITULO
           MOVE WS-TOT-QTD    TO TOT-QTD
           MOVE WS-TOT-VALOR  TO TOT-VALOR
           MOVE WS-TOT-CUSTAS TO TOT-CUSTAS
           WRITE REGIMP FROM DET-TOTAL
           CLOSE ARQIMP
      * COPIA DATADA + CATALOGO DE SPOOL (VER SISSPPGER.CPY).
           MOVE "NEGCOB" TO WS-SPL-PROGRAMA
           MOVE WRL-ARQ-IMPRESSAO TO WS-SPL-ORIGEM
           PERFORM REGISTRA-SPOOL THRU REGISTRA-SPOOL-FIM

           PERFORM GRAVA-AUDITORIA
           CLOSE ARQ-NEGAT ARQ-CLIENTE ARQ-AUD
           MOVE "*** RELATORIO DE NEGATIVADOS EMITIDO ***" TO MENS
           PERFORM ROT-MENS THRU ROT-MENS-FIM
           .

       IMPRIME-NEGATIVADO.
           MOVE NEG_CODIGO_CLIENTE TO CLI_CODIGO_CLIENTE
           READ ARQ-CLIENTE
               INVALID KEY
                  MOVE SPACES TO CLI_RAZAO_SOCIAL
           END-READ
           MOVE NEG_NUMERO_NF       TO DNG-NF
           MOVE NEG_PARCELA         TO DNG-PARCELA
           MOVE NEG_CODIGO_CLIENTE  TO DNG-CLIENTE
           MOVE CLI_RAZAO_SOCIAL    TO DNG-RAZAO
           MOVE NEG_DATA_VENCIMENTO TO DNG-VENCIMENTO
           MOVE NEG_VALOR           TO DNG-VALOR
           MOVE NEG_SITUACAO        TO DNG-SITUACAO
           MOVE NEG_DATA_ENVIO      TO DNG-ENVIO
           MOVE NEG_PROTOCOLO       TO DNG-PROTOCOLO
           MOVE NEG_CUSTAS          TO DNG-CUSTAS
           WRITE REGIMP FROM DET-NEGATIVADO
           ADD 1          TO WS-TOT-SIT-QTD(WS-SIT-IDX) WS-TOT-QTD
           ADD NEG_VALOR  TO WS-TOT-SIT-VALOR(WS-SIT-IDX) WS-TOT-VALOR
           ADD NEG_CUSTAS TO WS-TOT-SIT-CUSTAS(WS-SIT-IDX)
                             WS-TOT-CUSTAS
           .

       GRAVA-AUDITORIA.
           MOVE FUNCTION CURRENT-DATE(1:14) TO AUD-DATA-HORA
           MOVE "NEGCOB"  TO AUD-PROGRAMA
           MOVE LS-ID     TO AUD-OPERADOR
           MOVE DOPCAO    TO AUD-OPERACAO
           MOVE SPACES    TO AUD-RESULTADO
           IF DOPCAO = "REMESSA"
              MOVE WS-QTD-INCLUSOES TO AUD-CODIGO
              STRING "REMESSA " WS-SEQ-REMESSA " BAIXAS "
                     WS-QTD-BAIXAS
                  DELIMITED BY SIZE INTO AUD-RESULTADO
              END-STRING
           ELSE
           IF DOPCAO = "RELATORIO"
              MOVE WS-TOT-QTD TO AUD-CODIGO
              MOVE "RELATORIO DE NEGATIVADOS" TO AUD-RESULTADO
           ELSE
              ADD WS-QTD-NOVOS WS-QTD-ATUALIZADOS GIVING AUD-CODIGO
              IF WS-GRAVACAO-ERRO > 0
                 MOVE "RETORNO COM REJEICOES" TO AUD-RESULTADO
              ELSE
                 MOVE "RETORNO APLICADO OK" TO AUD-RESULTADO
              END-IF
           END-IF
           END-IF
           WRITE REGAUD
           .

      * O ARQUIVO DE NEGATIVACAO E CRIADO NA PRIMEIRA REMESSA (MESMO
      * IDIOMA DO OPEN-CHEQUE DO CHQCUS).
       OPEN-NEGAT.
           OPEN I-O ARQ-NEGAT
           IF WS-RESULTADO-ACESSO = "05" OR "35"
              OPEN OUTPUT ARQ-NEGAT
              CLOSE ARQ-NEGAT
              OPEN I-O ARQ-NEGAT
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

      * REGISTRA-SPOOL: VER COPYBOOK, COMPARTILHADO PELOS PROGRAMAS
      * DE RELATORIO.
       COPY "copybook\SISSPPGER.CPY".

      * CARREGA-FILIAL E MONTA-CAMINHOS-FILIAL: VER COPYBOOK,
      * COMPARTILHADO POR TODOS OS PROGRAMAS DA FILIAL.
       COPY "copybook\SISFIPGER.CPY".
