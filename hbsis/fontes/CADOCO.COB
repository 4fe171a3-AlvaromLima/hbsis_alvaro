      **************************************************
      * OCORRENCIAS (RECLAMACOES) DOS CLIENTES: ABER-  *
      * TURA COM PRAZO DE ATENDIMENTO, ANDAMENTO E     *
      * ENCERRAMENTO COM HISTORICO DE SITUACAO         *
      **************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CADOCO.
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

       77 WS-DATA-HOJE         PIC 9(008) VALUE ZEROS.
       77 WS-PROXIMA-OCO       PIC 9(007) VALUE ZEROS.
       77 WS-EOF-OCO           PIC X(001) VALUE "N".
       77 WS-EOF-ROM           PIC X(001) VALUE "N".
       77 WS-OCO-ERRO          PIC X(001) VALUE "N".
       77 WS-SLA-DIAS          PIC 9(003) VALUE ZEROS.
       77 WS-ROMANEIO          PIC 9(007) VALUE ZEROS.

      * NOTA, TITULO, ATIVO, ROMANEIO E ACERTO SO SAO CONSULTADOS
      * QUANDO A OCORRENCIA OS CITA; SEM O ARQUIVO NA FILIAL A
      * REFERENCIA CORRESPONDENTE NAO PODE SER INFORMADA.
       77 WS-SEM-NF            PIC X(001) VALUE "N".
       77 WS-SEM-TITULOS       PIC X(001) VALUE "N".
       77 WS-SEM-COMODATO      PIC X(001) VALUE "N".
       77 WS-SEM-ROMANEIO      PIC X(001) VALUE "N".
       77 WS-SEM-ACERTO        PIC X(001) VALUE "N".

      * ANDAMENTO: NOVA SITUACAO, AREA ANTERIOR E O TEXTO QUE VAI
      * PARA O HISTORICO.
       77 WS-NOVA-SITUACAO     PIC X(001) VALUE SPACES.
       77 WS-AREA-ANTERIOR     PIC X(001) VALUE SPACES.
       77 WS-TEXTO-HIST        PIC X(060) VALUE SPACES.
       77 WS-TEXTO-GUARDADO    PIC X(060) VALUE SPACES.
       77 WS-SITUACAO-GUARDADA PIC X(001) VALUE SPACES.

      * LISTAGENS NA TELA (HISTORICO DA OCORRENCIA E OCORRENCIAS DO
      * CLIENTE), 12 LINHAS POR PAGINA A PARTIR DA LINHA 09.
       77 WS-LINHA-TELA        PIC 9(002) VALUE ZEROS.
       77 WS-POS-TELA          PIC 9(004) VALUE ZEROS.
       77 WS-CLIENTE-LISTA     PIC 9(007) VALUE ZEROS.
       77 WS-SEQ-INICIAL       PIC 9(003) VALUE ZEROS.
       01 WS-LINHA-LISTA.
          03 WLL-NUMERO        PIC 9(007).
          03 FILLER            PIC X(01) VALUE SPACES.
          03 WLL-DATA          PIC 9999/99/99.
          03 FILLER            PIC X(01) VALUE SPACES.
          03 WLL-TIPO          PIC X(012).
          03 FILLER            PIC X(01) VALUE SPACES.
          03 WLL-SITUACAO      PIC X(012).
          03 FILLER            PIC X(01) VALUE SPACES.
          03 WLL-PRAZO         PIC 9999/99/99.
          03 FILLER            PIC X(01) VALUE SPACES.
          03 WLL-ALERTA        PIC X(007).
          03 FILLER            PIC X(01) VALUE SPACES.
          03 WLL-DESCRICAO     PIC X(014).
       01 WS-LINHA-HIST.
          03 WLH-DATA-HORA     PIC 9(014).
          03 FILLER            PIC X(01) VALUE SPACES.
          03 WLH-OPERADOR      PIC X(005).
          03 FILLER            PIC X(01) VALUE SPACES.
          03 WLH-SITUACAO      PIC X(001).
          03 FILLER            PIC X(01) VALUE SPACES.
          03 WLH-TEXTO         PIC X(054).

       LINKAGE SECTION.
       01 LS-ID PIC X(5).

       SCREEN SECTION.
       COPY "copybook\SISSTGER.CPY".

       01 TELA-MENU-OCORRENCIA.
        02 BLANK SCREEN.
        02 LINE 01 COL 1  VALUE
          "**********************************************".
        02 LINE 01 COL 47 VALUE
          "**********************************".
        02 LINE 02 COL 28 VALUE "Sistema de Franquia AMBEV".
        02 LINE 03 COL 1  VALUE
          "**********************************************".
        02 LINE 03 COL 47 VALUE
          "**********************************".
        02 LINE 07 COL 26 VALUE "OCORRENCIAS DOS CLIENTES".
        02 LINE 09 COL 10 VALUE "1 - Registrar Ocorrencia".
        02 LINE 10 COL 10 VALUE "2 - Andamento / Encerramento".
        02 LINE 11 COL 10 VALUE "3 - Consulta com Historico".
        02 LINE 12 COL 10 VALUE "4 - Ocorrencias do Cliente".
        02 LINE 13 COL 10 VALUE "5 - Retornar".
        02 LINE 20 COL 10 "Digite a opcao desejada[.]".
        02 OPCAO LINE 20 COL 34 PIC X(01) USING W-OPCAO AUTO.
      *
       01 TELA-OCORRENCIA.
        02 BLANK SCREEN.
        02 LINE 02 COL 28 VALUE "Sistema de Franquia AMBEV".
        02 LINE 05 COL 26 VALUE "OCORRENCIAS DOS CLIENTES".
        02 LINE 05 COL 66 VALUE "[".
        02 LINE 05 COL 67 PIC X(10) USING DOPCAO.
        02 LINE 05 COL 77 VALUE "]".
        02 LINE 07 COL 10 VALUE "OCORRENCIA   : [       ]".
        02 LINE 07 COL 40 VALUE "DIGITE [0000000] P/SAIR".
        02 LINE 08 COL 10 VALUE "CLIENTE      : [       ]".
        02 LINE 09 COL 10 VALUE "TIPO         : [ ]".
        02 LINE 09 COL 30 VALUE
          "A=ATRASO D=AVARIA C=COBRANCA R=COMODATO O=OUTROS".
        02 LINE 10 COL 10 VALUE "AREA RESP.   : [ ]".
        02 LINE 10 COL 30 VALUE
          "L=LOGISTICA F=FINANCEIRO C=COMERCIAL T=TECNICA".
        02 LINE 11 COL 10 VALUE "NOTA FISCAL  : [         ]".
        02 LINE 11 COL 40 VALUE "ZEROS = NAO SE APLICA".
        02 LINE 12 COL 10 VALUE "PARC. TITULO : [  ]".
        02 LINE 12 COL 40 VALUE "TITULO = NOTA + PARCELA".
        02 LINE 13 COL 10 VALUE "ATIVO COMOD. : [       ]".
        02 LINE 14 COL 10 VALUE "DESCRICAO    :".
        02 LINE 15 COL 10 VALUE "[".
        02 LINE 15 COL 71 VALUE "]".
        02 LINE 16 COL 10 VALUE "VENDEDOR:".
        02 LINE 16 COL 26 VALUE "VEICULO:".
        02 LINE 16 COL 44 VALUE "MOTORISTA:".
        02 LINE 17 COL 10 VALUE "ABERTURA:".
        02 LINE 17 COL 31 VALUE "PRAZO:".
        02 LINE 17 COL 49 VALUE "SITUACAO:".
        02 LINE 18 COL 10 VALUE "ENCERRAMENTO:".
      *
       01 TELA-LISTA-OCORRENCIA.
        02 BLANK SCREEN.
        02 LINE 02 COL 28 VALUE "Sistema de Franquia AMBEV".
        02 LINE 05 COL 26 VALUE "OCORRENCIAS DOS CLIENTES".
        02 LINE 05 COL 66 VALUE "[".
        02 LINE 05 COL 67 PIC X(10) USING DOPCAO.
        02 LINE 05 COL 77 VALUE "]".
      *-----------------------------------------------------------------
       PROCEDURE DIVISION  USING LS-ID.
       INICIO.
      * RESOLVE OS CAMINHOS DA FILIAL SELECIONADA NO LOGIN ANTES DE
      * ABRIR QUALQUER ARQUIVO DE DADOS (VER SISFIPGER.CPY).
           MOVE LS-ID TO WS-SESSAO-ID
           PERFORM CARREGA-FILIAL
           PERFORM OPEN-ARQUIVOS.
           MOVE "F" TO WFIM.
           PERFORM TELA-OCORRENCIA-0 UNTIL WFIM = "T".
       TELA-OCORRENCIA-0.
           MOVE SPACES TO W-OPCAO
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-DATA-HOJE
           DISPLAY TELA-MENU-OCORRENCIA
           ACCEPT TELA-MENU-OCORRENCIA
           EVALUATE W-OPCAO
             WHEN "1"
                PERFORM ABERTURA-000 THRU ABERTURA-EXIT
             WHEN "2"
                PERFORM ANDAMENTO-000 THRU ANDAMENTO-EXIT
             WHEN "3"
                PERFORM CONSULTA-000 THRU CONSULTA-EXIT
             WHEN "4"
                PERFORM CLIENTE-000 THRU CLIENTE-EXIT
             WHEN "5"
                PERFORM CLOSE-ARQUIVOS
                EXIT PROGRAM
           END-EVALUATE.

      ***************************
      * ABERTURA DA OCORRENCIA  *
      ***************************
       ABERTURA-000.
           MOVE "ABERTURA" TO DOPCAO.
           MOVE 0          TO W-SEL.
       ABE-001.
           MOVE ZEROS  TO OCO_NUMERO
                          OCO_CODIGO_CLIENTE
                          OCO_NUMERO_NF
                          OCO_TIT_PARCELA
                          OCO_ATIVO
                          OCO_COD_VENDEDOR
                          OCO_MOTORISTA
                          OCO_DATA_ABERTURA
                          OCO_HORA_ABERTURA
                          OCO_DATA_LIMITE
                          OCO_DATA_ENCERRAMENTO
                          OCO_ULTIMA_SEQ
                          .
           MOVE SPACES TO OCO_TIPO
                          OCO_AREA
                          OCO_VEICULO
                          OCO_OPERADOR
                          OCO_DESCRICAO
                          .
           MOVE "A" TO OCO_SITUACAO
           .
       ABE-010.
           DISPLAY TELA-OCORRENCIA.
           PERFORM PROXIMO-NUMERO-OCORRENCIA
           MOVE WS-PROXIMA-OCO TO OCO_NUMERO
           DISPLAY OCO_NUMERO AT 0726
           PERFORM ENTRA-CLIENTE UNTIL W-SEL > 0
           IF W-SEL = 2
              MOVE 0 TO W-SEL
              PERFORM ENTRA-DADOS UNTIL W-SEL > 0
              PERFORM CARIMBA-ORIGEM
              PERFORM MOSTRA-DADOS
              MOVE 0 TO W-SEL
              PERFORM CONFIRMA-DADOS UNTIL W-SEL > 0
              IF W-SN = "S"
                 PERFORM GRAVA-ABERTURA
              END-IF
           END-IF
           MOVE ZEROS TO W-SEL
           .
       ABERTURA-EXIT.
           EXIT.

      * O NUMERO E TOMADO DE NOVO NA GRAVACAO: OUTRO TERMINAL PODE TER
      * ABERTO UMA OCORRENCIA ENQUANTO ESTA ERA DIGITADA.
       GRAVA-ABERTURA.
           PERFORM PROXIMO-NUMERO-OCORRENCIA
           MOVE WS-PROXIMA-OCO TO OCO_NUMERO
           MOVE FUNCTION CURRENT-DATE(9:4) TO OCO_HORA_ABERTURA
           MOVE LS-ID TO OCO_OPERADOR
           MOVE 1     TO OCO_ULTIMA_SEQ
           WRITE REGOCO
           IF WS-RESULTADO-ACESSO = "00" OR "02"
              MOVE OCO_DESCRICAO TO WS-TEXTO-HIST
              MOVE OCO_SITUACAO  TO WS-NOVA-SITUACAO
              PERFORM GRAVA-HISTORICO
              MOVE SPACES TO MENS
              STRING "*** OCORRENCIA " OCO_NUMERO " PRAZO "
                     OCO_DATA_LIMITE(7:2) "/" OCO_DATA_LIMITE(5:2)
                     "/" OCO_DATA_LIMITE(1:4) " ***"
                  DELIMITED BY SIZE INTO MENS
              END-STRING
              PERFORM GRAVA-AUDITORIA
              PERFORM ROT-MENS THRU ROT-MENS-FIM
           ELSE
              MOVE "ERRO NA GRAVACAO DA OCORRENCIA" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
           END-IF
           .

      * O CLIENTE PODE ESTAR EM QUALQUER SITUACAO CADASTRAL: A
      * RECLAMACAO DE UM CLIENTE SUSPENSO TAMBEM PRECISA DE REGISTRO.
       ENTRA-CLIENTE.
           ACCEPT OCO_CODIGO_CLIENTE WITH UPDATE AT 0826
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 02 OR OCO_CODIGO_CLIENTE = 0
              MOVE 1 TO W-SEL
           ELSE
              MOVE OCO_CODIGO_CLIENTE TO CLI_CODIGO_CLIENTE
              READ ARQ-CLIENTE
                  INVALID KEY
                     MOVE "*** CLIENTE NAO CADASTRADO ***" TO MENS
                     PERFORM ROT-MENS THRU ROT-MENS-FIM
                  NOT INVALID KEY
                     DISPLAY CLI_RAZAO_SOCIAL(1:40) AT 0836
                     MOVE 2 TO W-SEL
              END-READ
           END-IF
           .

      * CADA CAMPO E VALIDADO NA ORDEM; O PRIMEIRO ERRO VOLTA A
      * DIGITACAO DESDE O TIPO (COM OS VALORES JA DIGITADOS).
       ENTRA-DADOS.
           MOVE "N" TO WS-OCO-ERRO
           ACCEPT OCO_TIPO WITH UPDATE AT 0926
           INSPECT OCO_TIPO CONVERTING "adcro" TO "ADCRO"
           IF OCO_TIPO NOT = "A" AND "D" AND "C" AND "R" AND "O"
              MOVE "*** TIPO INVALIDO (A/D/C/R/O) ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              MOVE "S" TO WS-OCO-ERRO
           END-IF
           IF WS-OCO-ERRO = "N"
              IF OCO_AREA = SPACES
                 PERFORM AREA-PADRAO-TIPO
              END-IF
              ACCEPT OCO_AREA WITH UPDATE AT 1026
              INSPECT OCO_AREA CONVERTING "lfct" TO "LFCT"
              IF OCO_AREA NOT = "L" AND "F" AND "C" AND "T"
                 MOVE "*** AREA INVALIDA (L/F/C/T) ***" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 MOVE "S" TO WS-OCO-ERRO
              END-IF
           END-IF
           IF WS-OCO-ERRO = "N"
              ACCEPT OCO_NUMERO_NF WITH UPDATE AT 1126
              IF OCO_NUMERO_NF > ZEROS
                 PERFORM VALIDA-NOTA
              END-IF
           END-IF
           IF WS-OCO-ERRO = "N"
              ACCEPT OCO_TIT_PARCELA WITH UPDATE AT 1226
              IF OCO_TIT_PARCELA > ZEROS
                 PERFORM VALIDA-TITULO
              END-IF
           END-IF
           IF WS-OCO-ERRO = "N"
              ACCEPT OCO_ATIVO WITH UPDATE AT 1326
              IF OCO_ATIVO > ZEROS
                 PERFORM VALIDA-ATIVO
              END-IF
           END-IF
           IF WS-OCO-ERRO = "N"
              ACCEPT OCO_DESCRICAO WITH UPDATE AT 1511
              IF OCO_DESCRICAO = SPACES
                 MOVE "*** DESCREVA A RECLAMACAO ***" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 MOVE "S" TO WS-OCO-ERRO
              END-IF
           END-IF
           IF WS-OCO-ERRO = "N"
              MOVE 2 TO W-SEL
           END-IF
           .

      * AREA SUGERIDA PELO TIPO; O OPERADOR PODE ENCAMINHAR PARA
      * OUTRA.
       AREA-PADRAO-TIPO.
           EVALUATE OCO_TIPO
             WHEN "A" MOVE "L" TO OCO_AREA
             WHEN "D" MOVE "L" TO OCO_AREA
             WHEN "C" MOVE "F" TO OCO_AREA
             WHEN "R" MOVE "T" TO OCO_AREA
             WHEN OTHER MOVE "C" TO OCO_AREA
           END-EVALUATE
           .

       VALIDA-NOTA.
           IF WS-SEM-NF = "S"
              MOVE "*** ARQUIVO DE NOTAS INDISPONIVEL ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              MOVE "S" TO WS-OCO-ERRO
           ELSE
              MOVE OCO_NUMERO_NF TO NF_NUMERO
              READ ARQ-NF
                  INVALID KEY
                     MOVE "*** NOTA FISCAL NAO ENCONTRADA ***" TO MENS
                     PERFORM ROT-MENS THRU ROT-MENS-FIM
                     MOVE "S" TO WS-OCO-ERRO
                  NOT INVALID KEY
                     IF NF_CODIGO_CLIENTE NOT = OCO_CODIGO_CLIENTE
                        MOVE "*** NOTA E DE OUTRO CLIENTE ***" TO MENS
                        PERFORM ROT-MENS THRU ROT-MENS-FIM
                        MOVE "S" TO WS-OCO-ERRO
                     END-IF
              END-READ
              MOVE "00" TO WS-RESULTADO-ACESSO
           END-IF
           .

       VALIDA-TITULO.
           IF OCO_NUMERO_NF = ZEROS OR WS-SEM-TITULOS = "S"
              MOVE "*** TITULO EXIGE A NOTA FISCAL ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              MOVE "S" TO WS-OCO-ERRO
           ELSE
              MOVE OCO_NUMERO_NF   TO TIT_NUMERO_NF
              MOVE OCO_TIT_PARCELA TO TIT_PARCELA
              READ ARQ-TITULO
                  INVALID KEY
                     MOVE "*** TITULO NAO ENCONTRADO ***" TO MENS
                     PERFORM ROT-MENS THRU ROT-MENS-FIM
                     MOVE "S" TO WS-OCO-ERRO
              END-READ
              MOVE "00" TO WS-RESULTADO-ACESSO
           END-IF
           .

      * O ATIVO CITADO TEM DE ESTAR COLOCADO NESTE CLIENTE (VER
      * CADATV).
       VALIDA-ATIVO.
           IF WS-SEM-COMODATO = "S"
              MOVE "*** ARQUIVO DE COMODATO INDISPONIVEL ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              MOVE "S" TO WS-OCO-ERRO
           ELSE
              MOVE OCO_ATIVO TO ATV_CODIGO
              READ ARQ-COMOD
                  INVALID KEY
                     MOVE "*** ATIVO NAO CADASTRADO ***" TO MENS
                     PERFORM ROT-MENS THRU ROT-MENS-FIM
                     MOVE "S" TO WS-OCO-ERRO
                  NOT INVALID KEY
                     IF ATV_CODIGO_CLIENTE NOT = OCO_CODIGO_CLIENTE
                        MOVE "*** ATIVO NAO ESTA NESTE CLIENTE ***"
                          TO MENS
                        PERFORM ROT-MENS THRU ROT-MENS-FIM
                        MOVE "S" TO WS-OCO-ERRO
                     END-IF
              END-READ
              MOVE "00" TO WS-RESULTADO-ACESSO
           END-IF
           .

      * VENDEDOR DA NOTA (OU DO CLIENTE, SEM NOTA), VEICULO DA ULTIMA
      * CARGA EM QUE A NOTA SAIU (CHAVE ALTERNATIVA ROM_NF) E O
      * MOTORISTA ESCALADO NESSE ROMANEIO (CABECALHO DO ACERTO).
      * PRAZO = ABERTURA + SLA DO TIPO, EM DIAS CORRIDOS.
       CARIMBA-ORIGEM.
           MOVE WS-DATA-HOJE TO OCO_DATA_ABERTURA
           MOVE OCO_CODIGO_CLIENTE TO CLI_CODIGO_CLIENTE
           READ ARQ-CLIENTE
               INVALID KEY MOVE ZEROS TO CLI_COD_VENDEDOR
           END-READ
           MOVE CLI_COD_VENDEDOR TO OCO_COD_VENDEDOR
           MOVE SPACES TO OCO_VEICULO
           MOVE ZEROS  TO OCO_MOTORISTA WS-ROMANEIO
           IF OCO_NUMERO_NF > ZEROS
              MOVE OCO_NUMERO_NF TO NF_NUMERO
              READ ARQ-NF
                  NOT INVALID KEY
                     IF NF_COD_VENDEDOR > ZEROS
                        MOVE NF_COD_VENDEDOR TO OCO_COD_VENDEDOR
                     END-IF
              END-READ
              IF WS-SEM-ROMANEIO = "N"
                 PERFORM BUSCA-ROMANEIO-NOTA
              END-IF
              IF WS-ROMANEIO > ZEROS AND WS-SEM-ACERTO = "N"
                 MOVE WS-ROMANEIO TO ACE_ROMANEIO
                 MOVE ZEROS       TO ACE_SEQ
                 READ ARQ-ACERTO
                     NOT INVALID KEY
                        MOVE ACE_MOTORISTA TO OCO_MOTORISTA
                 END-READ
              END-IF
           END-IF
           MOVE "00" TO WS-RESULTADO-ACESSO
           EVALUATE OCO_TIPO
             WHEN "A" MOVE WCF-OCO-SLA-ATRASO   TO WS-SLA-DIAS
             WHEN "D" MOVE WCF-OCO-SLA-AVARIA   TO WS-SLA-DIAS
             WHEN "C" MOVE WCF-OCO-SLA-COBRANCA TO WS-SLA-DIAS
             WHEN "R" MOVE WCF-OCO-SLA-COMODATO TO WS-SLA-DIAS
             WHEN OTHER MOVE WCF-OCO-SLA-OUTROS TO WS-SLA-DIAS
           END-EVALUATE
           COMPUTE OCO_DATA_LIMITE = FUNCTION DATE-OF-INTEGER
               (FUNCTION INTEGER-OF-DATE(OCO_DATA_ABERTURA)
                + WS-SLA-DIAS)
           .

       BUSCA-ROMANEIO-NOTA.
           MOVE "N" TO WS-EOF-ROM
           MOVE OCO_NUMERO_NF TO ROM_NF
           START ARQ-ROM KEY IS EQUAL TO ROM_NF
               INVALID KEY MOVE "Y" TO WS-EOF-ROM
           END-START
           PERFORM UNTIL WS-EOF-ROM = "Y"
              READ ARQ-ROM NEXT AT END
                 MOVE "Y" TO WS-EOF-ROM
              END-READ
              IF WS-EOF-ROM = "N"
                 IF ROM_NF NOT = OCO_NUMERO_NF
                    MOVE "Y" TO WS-EOF-ROM
                 ELSE
                    IF ROM_SEQ > ZEROS
                       MOVE ROM_NUMERO  TO WS-ROMANEIO
                       MOVE ROM_VEICULO TO OCO_VEICULO
                    END-IF
                 END-IF
              END-IF
           END-PERFORM
           MOVE "00" TO WS-RESULTADO-ACESSO
           .

      *************************************
      * ANDAMENTO / ENCERRAMENTO          *
      *************************************
      * CADA ATUALIZACAO EXIGE UM TEXTO E VIRA UMA LINHA DO
      * HISTORICO; A TROCA DE AREA RESPONSAVEL GANHA LINHA PROPRIA.
      * OCORRENCIA RESOLVIDA OU CANCELADA NAO ACEITA MAIS ANDAMENTO.
       ANDAMENTO-000.
           MOVE "ANDAMENTO" TO DOPCAO.
           MOVE 0           TO W-SEL.
       AND-001.
           DISPLAY TELA-OCORRENCIA.
           PERFORM ENTRA-OCORRENCIA UNTIL W-SEL > 0
           IF W-SEL = 2
              IF OCO_SITUACAO = "R" OR "C"
                 MOVE "*** OCORRENCIA JA ENCERRADA ***" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
              ELSE
                 MOVE 0 TO W-SEL
                 PERFORM ENTRA-ANDAMENTO UNTIL W-SEL > 0
                 MOVE 0 TO W-SEL
                 PERFORM CONFIRMA-DADOS UNTIL W-SEL > 0
                 IF W-SN = "S"
                    PERFORM GRAVA-ANDAMENTO
                 END-IF
              END-IF
           END-IF
           MOVE ZEROS TO W-SEL
           .
       ANDAMENTO-EXIT.
           EXIT.

       ENTRA-ANDAMENTO.
           MOVE OCO_AREA TO WS-AREA-ANTERIOR
           MOVE "E"      TO WS-NOVA-SITUACAO
           MOVE SPACES   TO WS-TEXTO-HIST
           DISPLAY "NOVA SITUACAO: [ ]  E=ANDAMENTO R=RESOLVIDA"
                   AT 1910
           DISPLAY "C=CANCELADA" AT 1955
           DISPLAY "TEXTO: [" AT 2010
           DISPLAY "]" AT 2078
           ACCEPT OCO_AREA WITH UPDATE AT 1026
           INSPECT OCO_AREA CONVERTING "lfct" TO "LFCT"
           ACCEPT WS-NOVA-SITUACAO WITH UPDATE AT 1926
           INSPECT WS-NOVA-SITUACAO CONVERTING "erc" TO "ERC"
           ACCEPT WS-TEXTO-HIST AT 2018
           IF OCO_AREA NOT = "L" AND "F" AND "C" AND "T"
              MOVE "*** AREA INVALIDA (L/F/C/T) ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              MOVE WS-AREA-ANTERIOR TO OCO_AREA
           ELSE
              IF WS-NOVA-SITUACAO NOT = "E" AND "R" AND "C"
                 MOVE "*** SITUACAO INVALIDA (E/R/C) ***" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
              ELSE
                 IF WS-TEXTO-HIST = SPACES
                    MOVE "*** INFORME O QUE FOI FEITO ***" TO MENS
                    PERFORM ROT-MENS THRU ROT-MENS-FIM
                 ELSE
                    MOVE 2 TO W-SEL
                 END-IF
              END-IF
           END-IF
           .

       GRAVA-ANDAMENTO.
           IF OCO_AREA NOT = WS-AREA-ANTERIOR
              MOVE WS-TEXTO-HIST TO WS-TEXTO-GUARDADO
              MOVE SPACES TO WS-TEXTO-HIST
              STRING "ENCAMINHADA DA AREA " WS-AREA-ANTERIOR
                     " PARA A AREA " OCO_AREA
                  DELIMITED BY SIZE INTO WS-TEXTO-HIST
              END-STRING
              MOVE WS-NOVA-SITUACAO TO WS-SITUACAO-GUARDADA
              MOVE OCO_SITUACAO TO WS-NOVA-SITUACAO
              ADD 1 TO OCO_ULTIMA_SEQ
              PERFORM GRAVA-HISTORICO
              MOVE WS-SITUACAO-GUARDADA TO WS-NOVA-SITUACAO
              MOVE WS-TEXTO-GUARDADO TO WS-TEXTO-HIST
           END-IF
           ADD 1 TO OCO_ULTIMA_SEQ
           PERFORM GRAVA-HISTORICO
           MOVE WS-NOVA-SITUACAO TO OCO_SITUACAO
           IF OCO_SITUACAO = "R" OR "C"
              MOVE WS-DATA-HOJE TO OCO_DATA_ENCERRAMENTO
           END-IF
           REWRITE REGOCO
           IF WS-RESULTADO-ACESSO = "00"
              PERFORM DESCREVE-OCORRENCIA
              MOVE SPACES TO MENS
              STRING "*** OCORRENCIA " OCO_NUMERO " "
                     WS-OCO-DESCR-SITUACAO " ***"
                  DELIMITED BY SIZE INTO MENS
              END-STRING
              PERFORM GRAVA-AUDITORIA
           ELSE
              MOVE "ERRO NA ATUALIZACAO DA OCORRENCIA" TO MENS
           END-IF
           PERFORM ROT-MENS THRU ROT-MENS-FIM
           .

      * LINHA DO HISTORICO NA SEQUENCIA OCO_ULTIMA_SEQ, COM A
      * SITUACAO WS-NOVA-SITUACAO E O TEXTO WS-TEXTO-HIST.
       GRAVA-HISTORICO.
           MOVE OCO_NUMERO       TO OCH_NUMERO
           MOVE OCO_ULTIMA_SEQ   TO OCH_SEQ
           MOVE FUNCTION CURRENT-DATE(1:14) TO OCH_DATA_HORA
           MOVE LS-ID            TO OCH_OPERADOR
           MOVE WS-NOVA-SITUACAO TO OCH_SITUACAO
           MOVE WS-TEXTO-HIST    TO OCH_TEXTO
           WRITE REGOCH
               INVALID KEY
                  MOVE "ERRO NA GRAVACAO DO HISTORICO" TO MENS
                  PERFORM ROT-MENS THRU ROT-MENS-FIM
           END-WRITE
           MOVE "00" TO WS-RESULTADO-ACESSO
           .

      *************************************
      * CONSULTA COM HISTORICO            *
      *************************************
       CONSULTA-000.
           MOVE "CONSULTA" TO DOPCAO.
           MOVE 0          TO W-SEL.
       CON-001.
           DISPLAY TELA-OCORRENCIA.
           PERFORM ENTRA-OCORRENCIA UNTIL W-SEL > 0
           IF W-SEL = 2
              MOVE "TECLE ENTER PARA VER O HISTORICO" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              PERFORM MOSTRA-HISTORICO
           END-IF
           MOVE ZEROS TO W-SEL
           .
       CONSULTA-EXIT.
           EXIT.

      * AS 12 ULTIMAS LINHAS DO HISTORICO.
       MOSTRA-HISTORICO.
           DISPLAY TELA-LISTA-OCORRENCIA
           DISPLAY "OCORRENCIA" AT 0710
           DISPLAY OCO_NUMERO   AT 0721
           DISPLAY OCO_DESCRICAO(1:45) AT 0729
           DISPLAY "DATA/HORA      OPER. S TEXTO" AT 0810
           IF OCO_ULTIMA_SEQ > 12
              COMPUTE WS-SEQ-INICIAL = OCO_ULTIMA_SEQ - 11
           ELSE
              MOVE 1 TO WS-SEQ-INICIAL
           END-IF
           MOVE 9 TO WS-LINHA-TELA
           MOVE "N" TO WS-EOF-OCO
           MOVE OCO_NUMERO     TO OCH_NUMERO
           MOVE WS-SEQ-INICIAL TO OCH_SEQ
           START ARQ-OCOHIS KEY IS NOT LESS THAN OCH_CHAVE
               INVALID KEY MOVE "Y" TO WS-EOF-OCO
           END-START
           PERFORM UNTIL WS-EOF-OCO = "Y" OR WS-LINHA-TELA > 20
              READ ARQ-OCOHIS NEXT AT END
                 MOVE "Y" TO WS-EOF-OCO
              END-READ
              IF WS-EOF-OCO = "N"
                 IF OCH_NUMERO NOT = OCO_NUMERO
                    MOVE "Y" TO WS-EOF-OCO
                 ELSE
                    MOVE OCH_DATA_HORA TO WLH-DATA-HORA
                    MOVE OCH_OPERADOR  TO WLH-OPERADOR
                    MOVE OCH_SITUACAO  TO WLH-SITUACAO
                    MOVE OCH_TEXTO     TO WLH-TEXTO
                    COMPUTE WS-POS-TELA = WS-LINHA-TELA * 100 + 10
                    DISPLAY WS-LINHA-HIST AT WS-POS-TELA
                    ADD 1 TO WS-LINHA-TELA
                 END-IF
              END-IF
           END-PERFORM
           MOVE "00" TO WS-RESULTADO-ACESSO
           MOVE "TECLE ENTER PARA VOLTAR" TO MENS
           PERFORM ROT-MENS THRU ROT-MENS-FIM
           .

      *************************************
      * OCORRENCIAS DO CLIENTE            *
      *************************************
      * TODAS AS OCORRENCIAS DO CLIENTE (CHAVE ALTERNATIVA), 12 POR
      * PAGINA, COM O PRAZO E O ALERTA DE SLA VENCIDO NAS ABERTAS.
       CLIENTE-000.
           MOVE "CLIENTE" TO DOPCAO.
           MOVE 0         TO W-SEL.
       CLI-001.
           DISPLAY TELA-LISTA-OCORRENCIA
           DISPLAY "CLIENTE      : [       ]" AT 0710
           MOVE ZEROS TO WS-CLIENTE-LISTA
           ACCEPT WS-CLIENTE-LISTA AT 0726
           IF WS-CLIENTE-LISTA > ZEROS
              MOVE WS-CLIENTE-LISTA TO CLI_CODIGO_CLIENTE
              READ ARQ-CLIENTE
                  INVALID KEY
                     MOVE "*** CLIENTE NAO CADASTRADO ***" TO MENS
                     PERFORM ROT-MENS THRU ROT-MENS-FIM
                  NOT INVALID KEY
                     DISPLAY CLI_RAZAO_SOCIAL(1:40) AT 0736
                     PERFORM LISTA-OCORRENCIAS-CLIENTE
              END-READ
           END-IF
           MOVE ZEROS TO W-SEL
           .
       CLIENTE-EXIT.
           EXIT.

       LISTA-OCORRENCIAS-CLIENTE.
           DISPLAY "NUMERO  ABERTURA   TIPO         SITUACAO     "
                   AT 0810
           DISPLAY "PRAZO      ALERTA  DESCRICAO" AT 0856
           MOVE 9 TO WS-LINHA-TELA
           MOVE "N" TO WS-EOF-OCO
           MOVE WS-CLIENTE-LISTA TO OCO_CODIGO_CLIENTE
           START ARQ-OCORR KEY IS EQUAL TO OCO_CODIGO_CLIENTE
               INVALID KEY
                  MOVE "Y" TO WS-EOF-OCO
                  MOVE "*** CLIENTE SEM OCORRENCIAS ***" TO MENS
                  PERFORM ROT-MENS THRU ROT-MENS-FIM
           END-START
           PERFORM UNTIL WS-EOF-OCO = "Y"
              READ ARQ-OCORR NEXT AT END
                 MOVE "Y" TO WS-EOF-OCO
              END-READ
              IF WS-EOF-OCO = "N"
                 IF OCO_CODIGO_CLIENTE NOT = WS-CLIENTE-LISTA
                    MOVE "Y" TO WS-EOF-OCO
                 ELSE
                    PERFORM MOSTRA-LINHA-CLIENTE
                 END-IF
              END-IF
           END-PERFORM
           MOVE "00" TO WS-RESULTADO-ACESSO
           IF WS-LINHA-TELA > 9
              MOVE "*** FIM DAS OCORRENCIAS DO CLIENTE ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
           END-IF
           .

       MOSTRA-LINHA-CLIENTE.
           IF WS-LINHA-TELA > 20
              MOVE "TECLE ENTER PARA A PROXIMA PAGINA" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              DISPLAY TELA-LISTA-OCORRENCIA
              DISPLAY "NUMERO  ABERTURA   TIPO         SITUACAO     "
                      AT 0810
              DISPLAY "PRAZO      ALERTA  DESCRICAO" AT 0856
              MOVE 9 TO WS-LINHA-TELA
           END-IF
           PERFORM DESCREVE-OCORRENCIA
           MOVE OCO_NUMERO            TO WLL-NUMERO
           MOVE OCO_DATA_ABERTURA     TO WLL-DATA
           MOVE WS-OCO-DESCR-TIPO     TO WLL-TIPO
           MOVE WS-OCO-DESCR-SITUACAO TO WLL-SITUACAO
           MOVE OCO_DATA_LIMITE       TO WLL-PRAZO
           MOVE SPACES                TO WLL-ALERTA
           IF (OCO_SITUACAO = "A" OR "E") AND
              OCO_DATA_LIMITE < WS-DATA-HOJE
              MOVE "VENCIDA" TO WLL-ALERTA
           END-IF
           MOVE OCO_DESCRICAO         TO WLL-DESCRICAO
           COMPUTE WS-POS-TELA = WS-LINHA-TELA * 100 + 1
           DISPLAY WS-LINHA-LISTA AT WS-POS-TELA
           ADD 1 TO WS-LINHA-TELA
           .

      * MESMO IDIOMA DO ENTRA-ATIVO DO CADATV, SO PARA OCORRENCIA
      * EXISTENTE.
       ENTRA-OCORRENCIA.
           ACCEPT OCO_NUMERO AT 0726
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 02 OR OCO_NUMERO = 0
              MOVE 1 TO W-SEL
           ELSE
              READ ARQ-OCORR
              IF WS-RESULTADO-ACESSO = "00"
                 PERFORM MOSTRA-DADOS
                 MOVE 2 TO W-SEL
              ELSE
                 IF WS-RESULTADO-ACESSO = "23"
                    MOVE "*** OCORRENCIA NAO CADASTRADA ***" TO MENS
                 ELSE
                    MOVE "ERRO NA LEITURA ARQUIVO OCORRENCIAS" TO MENS
                    MOVE 1 TO W-SEL
                 END-IF
                 MOVE "00" TO WS-RESULTADO-ACESSO
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
              END-IF
           END-IF
           .

       MOSTRA-DADOS.
           PERFORM DESCREVE-OCORRENCIA
           DISPLAY OCO_NUMERO         AT 0726
           DISPLAY OCO_CODIGO_CLIENTE AT 0826
           MOVE OCO_CODIGO_CLIENTE TO CLI_CODIGO_CLIENTE
           READ ARQ-CLIENTE
               INVALID KEY MOVE SPACES TO CLI_RAZAO_SOCIAL
           END-READ
           MOVE "00" TO WS-RESULTADO-ACESSO
           DISPLAY CLI_RAZAO_SOCIAL(1:40) AT 0836
           DISPLAY OCO_TIPO           AT 0926
           DISPLAY OCO_AREA           AT 1026
           DISPLAY OCO_NUMERO_NF      AT 1126
           DISPLAY OCO_TIT_PARCELA    AT 1226
           DISPLAY OCO_ATIVO          AT 1326
           DISPLAY OCO_DESCRICAO      AT 1511
           DISPLAY OCO_COD_VENDEDOR   AT 1620
           DISPLAY OCO_VEICULO        AT 1635
           DISPLAY OCO_MOTORISTA      AT 1655
           DISPLAY OCO_DATA_ABERTURA  AT 1720
           DISPLAY OCO_DATA_LIMITE    AT 1738
           DISPLAY WS-OCO-DESCR-SITUACAO AT 1759
           DISPLAY OCO_DATA_ENCERRAMENTO AT 1824
           .

      * MAIOR NUMERO DE OCORRENCIA JA GRAVADO + 1 (MESMO IDIOMA DO
      * PROXIMO-NUMERO-DEVOLUCAO DO CADDEV).
       PROXIMO-NUMERO-OCORRENCIA.
           MOVE 1 TO WS-PROXIMA-OCO
           MOVE 9999999 TO OCO_NUMERO
           MOVE "N" TO WS-EOF-OCO
           START ARQ-OCORR
               KEY IS LESS THAN OCO_NUMERO
                    INVALID KEY
                       MOVE "Y" TO WS-EOF-OCO
           END-START
           IF WS-EOF-OCO = "N"
              READ ARQ-OCORR PREVIOUS AT END
                 MOVE "Y" TO WS-EOF-OCO
              END-READ
              IF WS-EOF-OCO = "N"
                 COMPUTE WS-PROXIMA-OCO = OCO_NUMERO + 1
              END-IF
           END-IF
           MOVE "00" TO WS-RESULTADO-ACESSO
           .

       GRAVA-AUDITORIA.
           MOVE FUNCTION CURRENT-DATE(1:14) TO AUD-DATA-HORA
           MOVE "CADOCO"    TO AUD-PROGRAMA
           MOVE LS-ID       TO AUD-OPERADOR
           MOVE DOPCAO      TO AUD-OPERACAO
           MOVE OCO_NUMERO  TO AUD-CODIGO
           MOVE SPACES      TO AUD-RESULTADO
           STRING "CLI " OCO_CODIGO_CLIENTE " TIPO " OCO_TIPO
                  " SIT " OCO_SITUACAO " AREA " OCO_AREA
               DELIMITED BY SIZE INTO AUD-RESULTADO
           END-STRING
           WRITE REGAUD
           .

       CONFIRMA-DADOS.
           MOVE "S" TO W-SN
           DISPLAY "DADOS OK (S/N) : " AT 2340
           ACCEPT W-SN WITH UPDATE AT 2357
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 02
              MOVE 1 TO W-SEL
              MOVE "N" TO W-SN
           ELSE
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

      *******************************
      * ROTINA DE ABERTURA ARQUIVOS *
      *******************************
       OPEN-ARQUIVOS.
           OPEN I-O ARQ-OCORR
           IF WS-RESULTADO-ACESSO = "05" OR "35"
              OPEN OUTPUT ARQ-OCORR
              CLOSE ARQ-OCORR
              OPEN I-O ARQ-OCORR
           END-IF
           IF WS-RESULTADO-ACESSO NOT = "00"
              MOVE "ERRO NA ABERTURA DO ARQ. OCORRENCIAS" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              EXIT PROGRAM
              .
           OPEN I-O ARQ-OCOHIS
           IF WS-RESULTADO-ACESSO = "05" OR "35"
              OPEN OUTPUT ARQ-OCOHIS
              CLOSE ARQ-OCOHIS
              OPEN I-O ARQ-OCOHIS
           END-IF
           IF WS-RESULTADO-ACESSO NOT = "00"
              MOVE "ERRO NA ABERTURA DO HISTORICO DE OCORRENCIAS"
                TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              CLOSE ARQ-OCORR
              EXIT PROGRAM
              .
           OPEN INPUT ARQ-CLIENTE
           IF WS-RESULTADO-ACESSO NOT = "00"
              MOVE "ERRO NA ABERTURA DO ARQUIVO CLIENTE" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              CLOSE ARQ-OCORR ARQ-OCOHIS
              EXIT PROGRAM
              .
           MOVE "N" TO WS-SEM-NF
           OPEN INPUT ARQ-NF
           IF WS-RESULTADO-ACESSO NOT = "00"
              MOVE "S" TO WS-SEM-NF
           END-IF
           MOVE "N" TO WS-SEM-TITULOS
           OPEN INPUT ARQ-TITULO
           IF WS-RESULTADO-ACESSO NOT = "00"
              MOVE "S" TO WS-SEM-TITULOS
           END-IF
           MOVE "N" TO WS-SEM-COMODATO
           OPEN INPUT ARQ-COMOD
           IF WS-RESULTADO-ACESSO NOT = "00"
              MOVE "S" TO WS-SEM-COMODATO
           END-IF
           MOVE "N" TO WS-SEM-ROMANEIO
           OPEN INPUT ARQ-ROM
           IF WS-RESULTADO-ACESSO NOT = "00"
              MOVE "S" TO WS-SEM-ROMANEIO
           END-IF
           MOVE "N" TO WS-SEM-ACERTO
           OPEN INPUT ARQ-ACERTO
           IF WS-RESULTADO-ACESSO NOT = "00"
              MOVE "S" TO WS-SEM-ACERTO
           END-IF
           MOVE "00" TO WS-RESULTADO-ACESSO
           PERFORM OPEN-AUDITORIA
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
                 ARQ-OCOHIS
                 ARQ-CLIENTE
                 ARQ-AUD
           IF WS-SEM-NF = "N"
              CLOSE ARQ-NF
           END-IF
           IF WS-SEM-TITULOS = "N"
              CLOSE ARQ-TITULO
           END-IF
           IF WS-SEM-COMODATO = "N"
              CLOSE ARQ-COMOD
           END-IF
           IF WS-SEM-ROMANEIO = "N"
              CLOSE ARQ-ROM
           END-IF
           IF WS-SEM-ACERTO = "N"
              CLOSE ARQ-ACERTO
           END-IF
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

      * DESCREVE-OCORRENCIA: VER COPYBOOK, COMPARTILHADO COM O
      * RELOCO.
       COPY "copybook\SISOCPGER.CPY".

      * CARREGA-FILIAL E MONTA-CAMINHOS-FILIAL: VER COPYBOOK,
      * COMPARTILHADO POR TODOS OS PROGRAMAS DA FILIAL.
       COPY "copybook\SISFIPGER.CPY".
