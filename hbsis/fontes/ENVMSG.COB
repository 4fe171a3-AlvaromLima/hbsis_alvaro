      **************************************************
      * MENSAGENS AOS CLIENTES (E-MAIL/SMS): AVISO DE  *
      * VENCIMENTO, ARQUIVO PARA O GATEWAY, RETORNO DE *
      * ENTREGA/DEVOLUCAO E RELATORIO POR CLIENTE      *
      **************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ENVMSG.
       AUTHOR. ALVARO LIMA.
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       COPY "copybook\SISSLGER.CPY".

      * ARQUIVO PARA O GATEWAY: UMA LINHA POR MENSAGEM NA FILA, COM O
      * IDENTIFICADOR (FILIAL + NUMERO) QUE VOLTA NO RETORNO. O NOME
      * LEVA DATA E HORA DA GERACAO PARA NUNCA SOBREPOR UM ARQUIVO
      * QUE O GATEWAY AINDA NAO LEU.
           SELECT ARQ-MSGOUT ASSIGN TO WS-NOME-MSGOUT
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS  IS WS-FS.

      * RETORNO DEIXADO PELO GATEWAY NA PASTA DE IMPORTACAO
      * (WCF-ARQ-RETORNO-MSG): IDENTIFICADOR, SITUACAO "D" =
      * ENTREGUE, "B" = DEVOLVIDA, "F" = FALHA, DATA E DETALHE.
      * MESMO ESQUEMA DO RETORNO DA SEFAZ (RETNFE).
           SELECT ARQ-MSGRET ASSIGN TO WCF-ARQ-RETORNO-MSG
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS  IS WS-FS.
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
       COPY "copybook\SISFDGER.CPY".

       FD ARQ-MSGOUT
           LABEL RECORD IS STANDARD.
       01 REGMSGOUT PIC X(250).

       FD ARQ-MSGRET
           RECORD CONTAINS 62 CHARACTERS.
       01 REGMSGRET.
           05 RMS-FILIAL              PIC X(003).
           05 RMS-NUMERO              PIC 9(007).
           05 FILLER                  PIC X(001).
           05 RMS-SITUACAO            PIC X(001).
           05 FILLER                  PIC X(001).
           05 RMS-DATA                PIC 9(008).
           05 FILLER                  PIC X(001).
           05 RMS-DETALHE             PIC X(040).
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       COPY "copybook\SISWSGER.CPY".
       COPY "copybook\SISCFGER.CPY".
       77 WRL-ARQ-IMPRESSAO    PIC X(100) VALUE SPACES.

       77 WS-MODO-BATCH        PIC X(001) VALUE "N".
       77 WS-DATA-HOJE         PIC 9(008) VALUE ZEROS.
       77 WS-DATA-LIMITE       PIC 9(008) VALUE ZEROS.
       77 WS-AGORA             PIC 9(014) VALUE ZEROS.
       77 WS-NOME-MSGOUT       PIC X(100) VALUE SPACES.
       77 WS-SAIDA-ABERTA      PIC X(001) VALUE "N".
       77 WS-SEM-TITULOS       PIC X(001) VALUE "N".
       77 WS-EOF-TIT           PIC X(001) VALUE "N".
       77 WS-EOF-FILA          PIC X(001) VALUE "N".
       77 WS-ALTEROU           PIC X(001) VALUE "N".
       77 WS-PARC-EDIT         PIC Z9.

      * CONTAGENS DE CADA ROTINA, MOSTRADAS NO FIM E GRAVADAS NO
      * ARQ-AUD. NO AVISO DE VENCIMENTO, "JA AVISADOS" SAO PARCELAS
      * QUE JA TINHAM MENSAGEM NA FILA E "SEM CONTATO" SAO CLIENTES
      * SEM E-MAIL UTIL NEM TELEFONE.
       77 WS-QTD-AVISOS        PIC 9(005) VALUE ZEROS.
       77 WS-QTD-JA-AVISADOS   PIC 9(005) VALUE ZEROS.
       77 WS-QTD-SEM-CONTATO   PIC 9(005) VALUE ZEROS.
       77 WS-QTD-EXPORTADAS    PIC 9(005) VALUE ZEROS.
       77 WS-QTD-LIDAS         PIC 9(005) VALUE ZEROS.
       77 WS-QTD-ENTREGUES     PIC 9(005) VALUE ZEROS.
       77 WS-QTD-DEVOLVIDAS    PIC 9(005) VALUE ZEROS.
       77 WS-QTD-FALHAS        PIC 9(005) VALUE ZEROS.
       77 WS-QTD-IGNORADAS     PIC 9(005) VALUE ZEROS.
       77 WS-QTD-NAO-LOCALIZ   PIC 9(005) VALUE ZEROS.

      * RELATORIO POR CLIENTE: PERIODO DE GERACAO, CLIENTE (ZERO =
      * TODOS) E AS CONTAGENS POR SITUACAO, NA ORDEM NA FILA, NO
      * GATEWAY, ENTREGUE, DEVOLVIDA E FALHA.
       77 WS-DATA-DE           PIC 9(008) VALUE ZEROS.
       77 WS-DATA-ATE          PIC 9(008) VALUE ZEROS.
       77 WS-CLIENTE-FILTRO    PIC 9(007) VALUE ZEROS.
       77 WS-CLIENTE-ANTERIOR  PIC 9(007) VALUE ZEROS.
       77 WS-QTD-LISTADAS      PIC 9(007) VALUE ZEROS.
       77 WS-IDX-SIT           PIC 9(001) VALUE ZEROS.
       01 WS-TOTAIS-SITUACAO.
          03 WS-TOT-CLIENTE OCCURS 5 TIMES PIC 9(005).
          03 WS-TOT-GERAL   OCCURS 5 TIMES PIC 9(007).
       77 WS-DESCR-EVENTO      PIC X(010) VALUE SPACES.
       77 WS-DESCR-CANAL       PIC X(005) VALUE SPACES.
       77 WS-DESCR-SITUACAO    PIC X(010) VALUE SPACES.

       01 CABEC-MENSAGEM.
          03 FILLER PIC X(44) VALUE
             "MENSAGENS AOS CLIENTES - GERADAS NO PERIODO".
          03 CAB-DE       PIC 9999/99/99.
          03 FILLER       PIC X(03) VALUE " A ".
          03 CAB-ATE      PIC 9999/99/99.
          03 FILLER       PIC X(13) VALUE "  EMITIDO EM ".
          03 CAB-HOJE     PIC 9999/99/99.

       01 CABEC2-MENSAGEM.
          03 FILLER PIC X(11) VALUE "GERADA EM".
          03 FILLER PIC X(11) VALUE "EVENTO".
          03 FILLER PIC X(06) VALUE "CANAL".
          03 FILLER PIC X(41) VALUE "DESTINO".
          03 FILLER PIC X(11) VALUE "SITUACAO".
          03 FILLER PIC X(11) VALUE "RETORNO".
          03 FILLER PIC X(07) VALUE "DETALHE".

       01 CAB-CLIENTE.
          03 FILLER       PIC X(09) VALUE "CLIENTE: ".
          03 CCL-CODIGO   PIC 9(007).
          03 FILLER       PIC X(03) VALUE " - ".
          03 CCL-RAZAO    PIC X(040).

       01 DET-MENSAGEM.
          03 DMS-DATA       PIC 9999/99/99.
          03 FILLER         PIC X(01) VALUE SPACES.
          03 DMS-EVENTO     PIC X(010).
          03 FILLER         PIC X(01) VALUE SPACES.
          03 DMS-CANAL      PIC X(005).
          03 FILLER         PIC X(01) VALUE SPACES.
          03 DMS-DESTINO    PIC X(040).
          03 FILLER         PIC X(01) VALUE SPACES.
          03 DMS-SITUACAO   PIC X(010).
          03 FILLER         PIC X(01) VALUE SPACES.
          03 DMS-RETORNO    PIC 9999/99/99.
          03 FILLER         PIC X(01) VALUE SPACES.
          03 DMS-DETALHE    PIC X(040).

       01 DET-TOT-SITUACAO.
          03 DTS-TITULO     PIC X(20).
          03 FILLER         PIC X(10) VALUE " NA FILA ".
          03 DTS-FILA       PIC ZZZ.ZZ9.
          03 FILLER         PIC X(12) VALUE "  GATEWAY ".
          03 DTS-GATEWAY    PIC ZZZ.ZZ9.
          03 FILLER         PIC X(12) VALUE "  ENTREGUES ".
          03 DTS-ENTREGUES  PIC ZZZ.ZZ9.
          03 FILLER         PIC X(13) VALUE "  DEVOLVIDAS ".
          03 DTS-DEVOLVIDAS PIC ZZZ.ZZ9.
          03 FILLER         PIC X(09) VALUE "  FALHAS ".
          03 DTS-FALHAS     PIC ZZZ.ZZ9.

       LINKAGE SECTION.
       01 LS-ID PIC X(5).

       SCREEN SECTION.
       COPY "copybook\SISSTGER.CPY".

       01 TELA-ENVMSG.
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
        02 LINE 07 COL 22 VALUE "MENSAGENS AOS CLIENTES (E-MAIL/SMS)".
        02 LINE 09 COL 10 VALUE "1 - Gerar Avisos de Vencimento".
        02 LINE 10 COL 10 VALUE "2 - Gerar Arquivo para o Gateway".
        02 LINE 11 COL 10 VALUE "3 - Importar Retorno do Gateway".
        02 LINE 12 COL 10 VALUE "4 - Relatorio por Cliente".
        02 LINE 13 COL 10 VALUE "5 - Retornar".
        02 LINE 15 COL 10 VALUE
          "PEDIDO, NOTA, ENTREGA E COBRANCA SAO ENFILEIRADOS PELOS".
        02 LINE 16 COL 10 VALUE
          "PROPRIOS PROGRAMAS; O E-MAIL DEVOLVIDO PASSA PARA SMS E".
        02 LINE 17 COL 10 VALUE
          "APARECE NA QUALIDADE DE DADOS DOS CLIENTES.".
        02 LINE 20 COL 10 "Digite a opcao desejada[.]".
        02 OPCAO LINE 20 COL 34 PIC X(01) USING W-OPCAO AUTO.

       01 TELA-PERIODO.
        02 BLANK SCREEN.
        02 LINE 02 COL 28 VALUE "Sistema de Franquia AMBEV".
        02 LINE 07 COL 22 VALUE "RELATORIO DE MENSAGENS POR CLIENTE".
        02 LINE 09 COL 10 VALUE "GERADAS DE  : [        ]".
        02 LINE 10 COL 10 VALUE "GERADAS ATE : [        ]".
        02 LINE 09 COL 40 VALUE "(AAAAMMDD)".
        02 LINE 11 COL 10 VALUE "CLIENTE     : [       ]".
        02 LINE 11 COL 40 VALUE "(ZERO = TODOS)".
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
           END-IF
           PERFORM OPEN-ENVMSG

      * NA CADEIA NOTURNA (STRCTL) O RETORNO DO DIA ANTERIOR E LIDO
      * ANTES DE GERAR OS AVISOS NOVOS, E O ARQUIVO DO GATEWAY SAI
      * POR ULTIMO COM TUDO O QUE FICOU NA FILA.
           IF WS-MODO-BATCH = "S"
              MOVE "S" TO W-SN
              PERFORM IMPORTA-RETORNO THRU IMPORTA-RETORNO-FIM
              PERFORM GERA-AVISOS-VENCIMENTO
              PERFORM GERA-ARQUIVO-GATEWAY
              PERFORM CLOSE-ENVMSG
              EXIT PROGRAM
           END-IF
           MOVE "F" TO WFIM.
           PERFORM TELA-ENVMSG-0 UNTIL WFIM = "T".
       TELA-ENVMSG-0.
           MOVE SPACES TO W-OPCAO
           DISPLAY TELA-ENVMSG
           ACCEPT TELA-ENVMSG
           EVALUATE W-OPCAO
             WHEN "1"
                PERFORM GERA-AVISOS-VENCIMENTO
                PERFORM ROT-MENS THRU ROT-MENS-FIM
             WHEN "2"
                PERFORM GERA-ARQUIVO-GATEWAY
                PERFORM ROT-MENS THRU ROT-MENS-FIM
             WHEN "3"
                PERFORM IMPORTA-RETORNO THRU IMPORTA-RETORNO-FIM
                PERFORM ROT-MENS THRU ROT-MENS-FIM
             WHEN "4"
                PERFORM EMITE-RELATORIO THRU EMITE-RELATORIO-FIM
             WHEN "5"
                PERFORM CLOSE-ENVMSG
                MOVE "T" TO WFIM
                EXIT PROGRAM
           END-EVALUATE.

      ************************************
      * AVISOS DE VENCIMENTO             *
      ************************************
      * PARCELA EM ABERTO QUE VENCE DEPOIS DE HOJE E ATE
      * WCF-MSG-DIAS-VENCIMENTO DIAS A FRENTE. A REFERENCIA LEVA NOTA,
      * PARCELA E VENCIMENTO: A MESMA PARCELA SO E AVISADA UMA VEZ,
      * MAS A PRORROGADA (VENCIMENTO NOVO) E AVISADA DE NOVO.
       GERA-AVISOS-VENCIMENTO.
           MOVE ZEROS TO WS-QTD-AVISOS WS-QTD-JA-AVISADOS
                         WS-QTD-SEM-CONTATO
           COMPUTE WS-DATA-LIMITE = FUNCTION DATE-OF-INTEGER
               (FUNCTION INTEGER-OF-DATE(WS-DATA-HOJE)
                + WCF-MSG-DIAS-VENCIMENTO)
           MOVE "Y" TO WS-EOF-TIT
           IF WS-SEM-TITULOS = "N"
              MOVE "N" TO WS-EOF-TIT
              MOVE LOW-VALUES TO TIT_CHAVE
              START ARQ-TITULO
                  KEY IS NOT LESS THAN TIT_CHAVE
                       INVALID KEY
                          MOVE "Y" TO WS-EOF-TIT
              END-START
           END-IF
           PERFORM UNTIL WS-EOF-TIT = "Y"
               READ ARQ-TITULO NEXT AT END
                   MOVE "Y" TO WS-EOF-TIT
               END-READ
               IF WS-EOF-TIT = "N" AND TIT_SITUACAO = "A" AND
                  TIT_DATA_VENCIMENTO > WS-DATA-HOJE AND
                  TIT_DATA_VENCIMENTO NOT > WS-DATA-LIMITE
                  PERFORM AVISA-VENCIMENTO
               END-IF
           END-PERFORM
           MOVE "AVISO VENC" TO DOPCAO
           MOVE WS-QTD-AVISOS TO AUD-CODIGO
           MOVE SPACES TO MENS
           STRING "*** AVISOS " WS-QTD-AVISOS
                  " JA AVISADOS " WS-QTD-JA-AVISADOS
                  " SEM CONTATO " WS-QTD-SEM-CONTATO " ***"
               DELIMITED BY SIZE INTO MENS
           END-STRING
           PERFORM GRAVA-AUDITORIA
           .

       AVISA-VENCIMENTO.
           MOVE TIT_CODIGO_CLIENTE TO WS-MSG-CLIENTE
           MOVE "V"                TO WS-MSG-EVENTO
           MOVE SPACES TO WS-MSG-REFERENCIA
           STRING TIT_NUMERO_NF TIT_PARCELA TIT_DATA_VENCIMENTO
               DELIMITED BY SIZE INTO WS-MSG-REFERENCIA
           END-STRING
           MOVE "ENVMSG"           TO WS-MSG-PROGRAMA
           MOVE ZEROS              TO WS-MSG-INTERVALO
           MOVE TIT_PARCELA        TO WS-PARC-EDIT
           MOVE TIT_VALOR          TO WS-MSG-VALOR-EDIT
           MOVE TIT_DATA_VENCIMENTO TO WS-MSG-DATA
           PERFORM FORMATA-DATA-MENSAGEM
           MOVE SPACES TO WS-MSG-TEXTO
           STRING FUNCTION TRIM(WCF-NFE-RAZAO-EMITENTE)
                  ": A PARCELA " FUNCTION TRIM(WS-PARC-EDIT)
                  " DA NOTA FISCAL " TIT_NUMERO_NF
                  ", VALOR R$ " FUNCTION TRIM(WS-MSG-VALOR-EDIT)
                  ", VENCE EM " WS-MSG-DATA-EDIT "."
               DELIMITED BY SIZE INTO WS-MSG-TEXTO
           END-STRING
           PERFORM ENFILEIRA-MENSAGEM
           EVALUATE WS-MSG-RESULTADO
             WHEN "S" ADD 1 TO WS-QTD-AVISOS
             WHEN "J" ADD 1 TO WS-QTD-JA-AVISADOS
             WHEN "N" ADD 1 TO WS-QTD-SEM-CONTATO
           END-EVALUATE
           .

      ************************************
      * ARQUIVO PARA O GATEWAY           *
      ************************************
      * TODA MENSAGEM NA FILA ("P") VAI PARA O ARQUIVO E PASSA A "G";
      * O ARQUIVO SO E CRIADO QUANDO A PRIMEIRA APARECE. LINHA:
      * FILIAL+NUMERO;CANAL;DESTINO;CLIENTE;EVENTO;TEXTO. FORA DA
      * MATRIZ O NOME LEVA O PREFIXO DA FILIAL (MESMO IDIOMA DO
      * QUALID), PARA O GATEWAY ATENDER TODAS NA MESMA PASTA.
       GERA-ARQUIVO-GATEWAY.
           MOVE ZEROS TO WS-QTD-EXPORTADAS
           MOVE "N" TO WS-SAIDA-ABERTA
           MOVE "Y" TO WS-EOF-FILA
           IF WS-SEM-MSGFILA = "N"
              MOVE "N" TO WS-EOF-FILA
              MOVE ZEROS TO MSG_NUMERO
              START ARQ-MSGFILA
                  KEY IS NOT LESS THAN MSG_NUMERO
                       INVALID KEY
                          MOVE "Y" TO WS-EOF-FILA
              END-START
           END-IF
           PERFORM UNTIL WS-EOF-FILA = "Y"
               READ ARQ-MSGFILA NEXT AT END
                   MOVE "Y" TO WS-EOF-FILA
               END-READ
               IF WS-EOF-FILA = "N" AND MSG_SITUACAO = "P" AND
                  MSG_DESTINO NOT = SPACES
                  PERFORM EXPORTA-MENSAGEM
               END-IF
           END-PERFORM
           IF WS-SAIDA-ABERTA = "S"
              CLOSE ARQ-MSGOUT
           END-IF
           MOVE "GATEWAY" TO DOPCAO
           MOVE WS-QTD-EXPORTADAS TO AUD-CODIGO
           MOVE SPACES TO MENS
           STRING "*** MENSAGENS ENVIADAS AO GATEWAY: "
                  WS-QTD-EXPORTADAS " ***"
               DELIMITED BY SIZE INTO MENS
           END-STRING
           PERFORM GRAVA-AUDITORIA
           .

       EXPORTA-MENSAGEM.
           IF WS-SAIDA-ABERTA = "N"
              PERFORM ABRE-ARQUIVO-GATEWAY
              IF WS-SAIDA-ABERTA = "N"
                 MOVE "Y" TO WS-EOF-FILA
                 EXIT PARAGRAPH
              END-IF
           END-IF
           MOVE SPACES TO REGMSGOUT
           STRING WS-FILIAL-ATUAL MSG_NUMERO ";"
                  MSG_CANAL ";"
                  FUNCTION TRIM(MSG_DESTINO) ";"
                  MSG_CODIGO_CLIENTE ";"
                  MSG_EVENTO ";"
                  FUNCTION TRIM(MSG_TEXTO)
               DELIMITED BY SIZE INTO REGMSGOUT
           END-STRING
           WRITE REGMSGOUT
           MOVE "G"          TO MSG_SITUACAO
           MOVE WS-DATA-HOJE TO MSG_DATA_ENVIO
           REWRITE REGMSG
           IF WS-RESULTADO-ACESSO = "00" OR "02"
              ADD 1 TO WS-QTD-EXPORTADAS
           END-IF
           .

       ABRE-ARQUIVO-GATEWAY.
           MOVE FUNCTION CURRENT-DATE(1:14) TO WS-AGORA
           MOVE SPACES TO WS-NOME-MSGOUT
           IF WS-FILIAL-ATUAL NOT = "001" AND
              WS-FILIAL-ATUAL NOT = "000"
              STRING WCF-DIR-MENSAGEM DELIMITED BY SPACE
                     "F" WS-FILIAL-ATUAL "-MSG" WS-AGORA ".TXT"
                  DELIMITED BY SIZE INTO WS-NOME-MSGOUT
              END-STRING
           ELSE
              STRING WCF-DIR-MENSAGEM DELIMITED BY SPACE
                     "MSG" WS-AGORA ".TXT"
                  DELIMITED BY SIZE INTO WS-NOME-MSGOUT
              END-STRING
           END-IF
           OPEN OUTPUT ARQ-MSGOUT
           IF WS-FS = "00"
              MOVE "S" TO WS-SAIDA-ABERTA
           ELSE
              MOVE "*** ERRO NA CRIACAO DO ARQUIVO DO GATEWAY ***"
                   TO MENS
              IF WS-MODO-BATCH NOT = "S"
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
              END-IF
           END-IF
           .

      ************************************
      * RETORNO DO GATEWAY               *
      ************************************
      * UMA LINHA POR MENSAGEM: A DE OUTRA FILIAL E IGNORADA, A QUE
      * NAO ESTA NA FILA E CONTADA COMO NAO LOCALIZADA. O ARQUIVO NAO
      * E APAGADO (MESMO IDIOMA DO RETNFE): RELIDO, NAO MUDA NADA.
       IMPORTA-RETORNO.
           MOVE ZEROS TO WS-QTD-LIDAS WS-QTD-ENTREGUES
                         WS-QTD-DEVOLVIDAS WS-QTD-FALHAS
                         WS-QTD-IGNORADAS WS-QTD-NAO-LOCALIZ
           IF WS-SEM-MSGFILA = "S"
              MOVE "*** FILA DE MENSAGENS INDISPONIVEL ***" TO MENS
              GO TO IMPORTA-RETORNO-FIM
           END-IF
           OPEN INPUT ARQ-MSGRET
           IF WS-FS NOT = "00"
              MOVE "*** SEM ARQUIVO DE RETORNO DO GATEWAY ***" TO MENS
              GO TO IMPORTA-RETORNO-FIM
           END-IF
           MOVE "N" TO WS-EOF-SW
           PERFORM TRATA-UM-RETORNO UNTIL WS-EOF-SW = "Y"
           CLOSE ARQ-MSGRET
           MOVE "RETGATEWAY" TO DOPCAO
           MOVE WS-QTD-LIDAS TO AUD-CODIGO
           MOVE SPACES TO MENS
           STRING "D" WS-QTD-ENTREGUES
                  " B" WS-QTD-DEVOLVIDAS
                  " F" WS-QTD-FALHAS
                  " N" WS-QTD-NAO-LOCALIZ
               DELIMITED BY SIZE INTO MENS
           END-STRING
           PERFORM GRAVA-AUDITORIA
           MOVE SPACES TO MENS
           STRING "ENTREGUES " WS-QTD-ENTREGUES
                  " DEVOLV " WS-QTD-DEVOLVIDAS
                  " FALHAS " WS-QTD-FALHAS
                  " N/LOC " WS-QTD-NAO-LOCALIZ
               DELIMITED BY SIZE INTO MENS
           END-STRING
           .
       IMPORTA-RETORNO-FIM.
           EXIT.

       TRATA-UM-RETORNO.
           READ ARQ-MSGRET AT END
              MOVE "Y" TO WS-EOF-SW
           END-READ
           IF WS-EOF-SW = "N"
              ADD 1 TO WS-QTD-LIDAS
              IF RMS-FILIAL NOT = WS-FILIAL-ATUAL
                 ADD 1 TO WS-QTD-IGNORADAS
              ELSE
                 IF RMS-NUMERO NOT NUMERIC
                    ADD 1 TO WS-QTD-NAO-LOCALIZ
                 ELSE
                    MOVE RMS-NUMERO TO MSG_NUMERO
                    READ ARQ-MSGFILA WITH LOCK
                        INVALID KEY
                           ADD 1 TO WS-QTD-NAO-LOCALIZ
                        NOT INVALID KEY
                           PERFORM APLICA-RETORNO
                    END-READ
                 END-IF
              END-IF
           END-IF
           .

      * "D" VALE PARA A ENVIADA E PARA A QUE TINHA FALHADO (O GATEWAY
      * TENTA DE NOVO); "B" PARA QUALQUER UMA JA ENVIADA (A DEVOLUCAO
      * PODE CHEGAR DEPOIS DO "ENTREGUE" DO SERVIDOR); "F" SO PARA A
      * AINDA SEM NOTICIA. O E-MAIL DEVOLVIDO FICA MARCADO PARA O
      * CLIENTE (VER MARCA-EMAIL-DEVOLVIDO).
       APLICA-RETORNO.
           MOVE "N" TO WS-ALTEROU
           EVALUATE RMS-SITUACAO
             WHEN "D"
                IF MSG_SITUACAO = "G" OR MSG_SITUACAO = "F"
                   MOVE "S" TO WS-ALTEROU
                   ADD 1 TO WS-QTD-ENTREGUES
                END-IF
             WHEN "B"
                IF MSG_SITUACAO = "G" OR MSG_SITUACAO = "D" OR
                   MSG_SITUACAO = "F"
                   MOVE "S" TO WS-ALTEROU
                   ADD 1 TO WS-QTD-DEVOLVIDAS
                END-IF
             WHEN "F"
                IF MSG_SITUACAO = "G"
                   MOVE "S" TO WS-ALTEROU
                   ADD 1 TO WS-QTD-FALHAS
                END-IF
           END-EVALUATE
           IF WS-ALTEROU = "N"
              ADD 1 TO WS-QTD-IGNORADAS
              UNLOCK ARQ-MSGFILA
           ELSE
              MOVE RMS-SITUACAO TO MSG_SITUACAO
              MOVE RMS-DATA     TO MSG_DATA_RETORNO
              MOVE RMS-DETALHE  TO MSG_DETALHE_RETORNO
              REWRITE REGMSG
              IF WS-RESULTADO-ACESSO NOT = "00" AND
                 WS-RESULTADO-ACESSO NOT = "02"
                 MOVE "ERRO NA GRAVACAO DA MENSAGEM" TO MENS
                 IF WS-MODO-BATCH NOT = "S"
                    PERFORM ROT-MENS THRU ROT-MENS-FIM
                 END-IF
              ELSE
                 IF MSG_SITUACAO = "B" AND MSG_CANAL = "E"
                    PERFORM MARCA-EMAIL-DEVOLVIDO
                 END-IF
              END-IF
           END-IF
           .

      * UM REGISTRO POR CLIENTE: O ENDERECO QUE VOLTOU, A DATA E
      * QUANTAS VEZES VOLTOU. OUTRO ENDERECO DEVOLVIDO RECOMECA A
      * CONTAGEM.
       MARCA-EMAIL-DEVOLVIDO.
           IF WS-SEM-EMLDEV = "S"
              EXIT PARAGRAPH
           END-IF
           MOVE MSG_CODIGO_CLIENTE TO EMD_CODIGO_CLIENTE
           READ ARQ-EMLDEV WITH LOCK
               INVALID KEY
                  MOVE SPACES              TO REGEMD
                  MOVE MSG_CODIGO_CLIENTE  TO EMD_CODIGO_CLIENTE
                  MOVE MSG_DESTINO         TO EMD_EMAIL
                  MOVE RMS-DATA            TO EMD_DATA
                  MOVE 1                   TO EMD_QTD
                  MOVE RMS-DETALHE         TO EMD_DETALHE
                  WRITE REGEMD
               NOT INVALID KEY
                  IF EMD_EMAIL = MSG_DESTINO
                     IF EMD_QTD < 999
                        ADD 1 TO EMD_QTD
                     END-IF
                  ELSE
                     MOVE MSG_DESTINO TO EMD_EMAIL
                     MOVE 1           TO EMD_QTD
                  END-IF
                  MOVE RMS-DATA    TO EMD_DATA
                  MOVE RMS-DETALHE TO EMD_DETALHE
                  REWRITE REGEMD
           END-READ
           MOVE "00" TO WS-RESULTADO-ACESSO
           .

      ************************************
      * RELATORIO POR CLIENTE            *
      ************************************
      * MENSAGENS GERADAS NO PERIODO, NA ORDEM DE CLIENTE (CHAVE
      * ALTERNATIVA DA FILA), COM A SITUACAO DE CADA UMA E O
      * SUBTOTAL POR SITUACAO DE CADA CLIENTE E DO RELATORIO.
       EMITE-RELATORIO.
           IF WS-SEM-MSGFILA = "S"
              MOVE "*** FILA DE MENSAGENS INDISPONIVEL ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO EMITE-RELATORIO-FIM
           END-IF
           DISPLAY TELA-PERIODO
           MOVE WS-DATA-HOJE TO WS-DATA-DE
           MOVE 01 TO WS-DATA-DE(7:2)
           MOVE WS-DATA-HOJE TO WS-DATA-ATE
           MOVE ZEROS TO WS-CLIENTE-FILTRO
           ACCEPT WS-DATA-DE  WITH UPDATE AT 0925
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 02
              GO TO EMITE-RELATORIO-FIM
           END-IF
           ACCEPT WS-DATA-ATE WITH UPDATE AT 1025
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 02
              GO TO EMITE-RELATORIO-FIM
           END-IF
           IF WS-DATA-ATE < WS-DATA-DE
              MOVE "*** PERIODO INVALIDO ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO EMITE-RELATORIO-FIM
           END-IF
           ACCEPT WS-CLIENTE-FILTRO WITH UPDATE AT 1125
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 02
              GO TO EMITE-RELATORIO-FIM
           END-IF
           MOVE ZEROS TO WS-QTD-LISTADAS WS-CLIENTE-ANTERIOR
                         WS-TOTAIS-SITUACAO
           MOVE WCF-ARQ-IMPRESSAO-MENSAGEM TO WRL-ARQ-IMPRESSAO
           OPEN OUTPUT ARQIMP
           MOVE WS-DATA-DE   TO CAB-DE
           MOVE WS-DATA-ATE  TO CAB-ATE
           MOVE WS-DATA-HOJE TO CAB-HOJE
           WRITE REGIMP FROM CABEC-MENSAGEM
           WRITE REGIMP FROM CABEC2-MENSAGEM

           MOVE "N" TO WS-EOF-FILA
           MOVE WS-CLIENTE-FILTRO TO MSG_CODIGO_CLIENTE
           START ARQ-MSGFILA
               KEY IS NOT LESS THAN MSG_CODIGO_CLIENTE
                    INVALID KEY
                       MOVE "Y" TO WS-EOF-FILA
           END-START
           PERFORM UNTIL WS-EOF-FILA = "Y"
               READ ARQ-MSGFILA NEXT AT END
                   MOVE "Y" TO WS-EOF-FILA
               END-READ
               IF WS-EOF-FILA = "N"
                  IF WS-CLIENTE-FILTRO NOT = ZEROS AND
                     MSG_CODIGO_CLIENTE NOT = WS-CLIENTE-FILTRO
                     MOVE "Y" TO WS-EOF-FILA
                  ELSE
                     IF MSG_DATA_GERACAO NOT < WS-DATA-DE AND
                        MSG_DATA_GERACAO NOT > WS-DATA-ATE
                        PERFORM IMPRIME-MENSAGEM
                     END-IF
                  END-IF
               END-IF
           END-PERFORM
           IF WS-CLIENTE-ANTERIOR NOT = ZEROS
              PERFORM IMPRIME-TOTAL-CLIENTE
           END-IF

           MOVE SPACES TO REGIMP
           WRITE REGIMP
           MOVE "TOTAL GERAL" TO DTS-TITULO
           MOVE WS-TOT-GERAL(1) TO DTS-FILA
           MOVE WS-TOT-GERAL(2) TO DTS-GATEWAY
           MOVE WS-TOT-GERAL(3) TO DTS-ENTREGUES
           MOVE WS-TOT-GERAL(4) TO DTS-DEVOLVIDAS
           MOVE WS-TOT-GERAL(5) TO DTS-FALHAS
           WRITE REGIMP FROM DET-TOT-SITUACAO
           CLOSE ARQIMP
      * COPIA DATADA + CATALOGO DE SPOOL (VER SISSPPGER.CPY).
           MOVE "ENVMSG" TO WS-SPL-PROGRAMA
           MOVE WRL-ARQ-IMPRESSAO TO WS-SPL-ORIGEM
           PERFORM REGISTRA-SPOOL THRU REGISTRA-SPOOL-FIM
           MOVE "*** RELATORIO EMITIDO ***" TO MENS
           PERFORM ROT-MENS THRU ROT-MENS-FIM
           .
       EMITE-RELATORIO-FIM.
           EXIT.

       IMPRIME-MENSAGEM.
           IF MSG_CODIGO_CLIENTE NOT = WS-CLIENTE-ANTERIOR
              IF WS-CLIENTE-ANTERIOR NOT = ZEROS
                 PERFORM IMPRIME-TOTAL-CLIENTE
              END-IF
              PERFORM IMPRIME-CABECALHO-CLIENTE
           END-IF
           ADD 1 TO WS-QTD-LISTADAS
           MOVE ZEROS TO WS-IDX-SIT
           EVALUATE MSG_SITUACAO
             WHEN "P" MOVE 1 TO WS-IDX-SIT
             WHEN "G" MOVE 2 TO WS-IDX-SIT
             WHEN "D" MOVE 3 TO WS-IDX-SIT
             WHEN "B" MOVE 4 TO WS-IDX-SIT
             WHEN "F" MOVE 5 TO WS-IDX-SIT
           END-EVALUATE
           IF WS-IDX-SIT > ZEROS
              ADD 1 TO WS-TOT-CLIENTE(WS-IDX-SIT)
                       WS-TOT-GERAL(WS-IDX-SIT)
           END-IF
           PERFORM DESCREVE-MENSAGEM
           MOVE MSG_DATA_GERACAO    TO DMS-DATA
           MOVE WS-DESCR-EVENTO     TO DMS-EVENTO
           MOVE WS-DESCR-CANAL      TO DMS-CANAL
           MOVE MSG_DESTINO         TO DMS-DESTINO
           MOVE WS-DESCR-SITUACAO   TO DMS-SITUACAO
           MOVE MSG_DATA_RETORNO    TO DMS-RETORNO
           MOVE MSG_DETALHE_RETORNO TO DMS-DETALHE
           WRITE REGIMP FROM DET-MENSAGEM
           .

      * O NOME VEM DO CADASTRO; CLIENTE EXCLUIDO SAI SEM NOME.
       IMPRIME-CABECALHO-CLIENTE.
           MOVE MSG_CODIGO_CLIENTE TO WS-CLIENTE-ANTERIOR
           MOVE ZEROS TO WS-TOT-CLIENTE(1) WS-TOT-CLIENTE(2)
                         WS-TOT-CLIENTE(3) WS-TOT-CLIENTE(4)
                         WS-TOT-CLIENTE(5)
           MOVE MSG_CODIGO_CLIENTE TO CLI_CODIGO_CLIENTE
           READ ARQ-CLIENTE
               INVALID KEY
                  MOVE SPACES TO CLI_RAZAO_SOCIAL
           END-READ
           MOVE "00" TO WS-RESULTADO-ACESSO
           MOVE SPACES TO REGIMP
           WRITE REGIMP
           MOVE MSG_CODIGO_CLIENTE TO CCL-CODIGO
           MOVE CLI_RAZAO_SOCIAL   TO CCL-RAZAO
           WRITE REGIMP FROM CAB-CLIENTE
           .

       IMPRIME-TOTAL-CLIENTE.
           MOVE "  TOTAL DO CLIENTE" TO DTS-TITULO
           MOVE WS-TOT-CLIENTE(1) TO DTS-FILA
           MOVE WS-TOT-CLIENTE(2) TO DTS-GATEWAY
           MOVE WS-TOT-CLIENTE(3) TO DTS-ENTREGUES
           MOVE WS-TOT-CLIENTE(4) TO DTS-DEVOLVIDAS
           MOVE WS-TOT-CLIENTE(5) TO DTS-FALHAS
           WRITE REGIMP FROM DET-TOT-SITUACAO
           .

       DESCREVE-MENSAGEM.
           EVALUATE MSG_EVENTO
             WHEN "P" MOVE "PEDIDO"     TO WS-DESCR-EVENTO
             WHEN "N" MOVE "NOTA"       TO WS-DESCR-EVENTO
             WHEN "E" MOVE "ENTREGA"    TO WS-DESCR-EVENTO
             WHEN "V" MOVE "A VENCER"   TO WS-DESCR-EVENTO
             WHEN "C" MOVE "COBRANCA"   TO WS-DESCR-EVENTO
             WHEN OTHER MOVE MSG_EVENTO TO WS-DESCR-EVENTO
           END-EVALUATE
           IF MSG_CANAL = "E"
              MOVE "EMAIL" TO WS-DESCR-CANAL
           ELSE
              MOVE "SMS"   TO WS-DESCR-CANAL
           END-IF
           EVALUATE MSG_SITUACAO
             WHEN "P" MOVE "NA FILA"    TO WS-DESCR-SITUACAO
             WHEN "G" MOVE "NO GATEWAY" TO WS-DESCR-SITUACAO
             WHEN "D" MOVE "ENTREGUE"   TO WS-DESCR-SITUACAO
             WHEN "B" MOVE "DEVOLVIDA"  TO WS-DESCR-SITUACAO
             WHEN "F" MOVE "FALHA"      TO WS-DESCR-SITUACAO
             WHEN OTHER MOVE MSG_SITUACAO TO WS-DESCR-SITUACAO
           END-EVALUATE
           .

      *******************************
      * ROTINAS DE APOIO            *
      *******************************
      * AUD-CODIGO VEM PREENCHIDO PELA ROTINA (QUANTIDADE TRATADA).
       GRAVA-AUDITORIA.
           MOVE FUNCTION CURRENT-DATE(1:14) TO AUD-DATA-HORA
           MOVE "ENVMSG"     TO AUD-PROGRAMA
           MOVE LS-ID        TO AUD-OPERADOR
           MOVE DOPCAO       TO AUD-OPERACAO
           MOVE MENS         TO AUD-RESULTADO
           WRITE REGAUD
           .

      * SEM TITULOS SO NAO HA AVISO DE VENCIMENTO; SEM A FILA NAO HA
      * O QUE FAZER.
       OPEN-ENVMSG.
           PERFORM OPEN-AUDITORIA
           PERFORM ABRE-FILA-MENSAGEM
           IF WS-SEM-MSGFILA = "S"
              MOVE "ERRO NA ABERTURA DA FILA DE MENSAGENS" TO MENS
              IF WS-MODO-BATCH NOT = "S"
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
              END-IF
              CLOSE ARQ-AUD
              PERFORM FECHA-FILA-MENSAGEM
              EXIT PROGRAM
           END-IF
           OPEN INPUT ARQ-CLIENTE
           IF WS-RESULTADO-ACESSO NOT = "00"
              MOVE "ERRO ABERTURA DO ARQ. CLIENTES" TO MENS
              IF WS-MODO-BATCH NOT = "S"
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
              END-IF
              CLOSE ARQ-AUD
              PERFORM FECHA-FILA-MENSAGEM
              EXIT PROGRAM
           END-IF
           MOVE "N" TO WS-SEM-TITULOS
           OPEN INPUT ARQ-TITULO
           IF WS-RESULTADO-ACESSO NOT = "00"
              MOVE "S" TO WS-SEM-TITULOS
              MOVE "00" TO WS-RESULTADO-ACESSO
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

       CLOSE-ENVMSG.
           IF WS-SEM-TITULOS = "N"
              CLOSE ARQ-TITULO
           END-IF
           CLOSE ARQ-CLIENTE
                 ARQ-AUD
           PERFORM FECHA-FILA-MENSAGEM
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

      * ENFILEIRA-MENSAGEM E ABRE/FECHA DA FILA: VER COPYBOOK,
      * COMPARTILHADO COM CADPED, FATPED, IMPENT, COBCLI,
      * QUALID E ANONIM.
       COPY "copybook\SISMSPGER.CPY".

      * REGISTRA-SPOOL: VER COPYBOOK, COMPARTILHADO PELOS PROGRAMAS
      * DE RELATORIO.
       COPY "copybook\SISSPPGER.CPY".

      * CARREGA-FILIAL E MONTA-CAMINHOS-FILIAL: VER COPYBOOK,
      * COMPARTILHADO POR TODOS OS PROGRAMAS DA FILIAL.
       COPY "copybook\SISFIPGER.CPY".
