      **************************************************
      * RETORNO DE CARGA: NOTAS NAO ENTREGUES VOLTAM   *
      * AO ESTOQUE E SEGUEM PARA REENTREGA OU PARA O   *
      * ESTORNO; RELATORIO DAS NOTAS PARADAS           *
      **************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RETCAR.
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

       77 WS-DATA-HOJE         PIC 9(008) VALUE ZEROS.
       77 WS-NF                PIC 9(009) VALUE ZEROS.
       77 WS-ROMANEIO          PIC 9(007) VALUE ZEROS.
       77 WS-EOF-ENT           PIC X(001) VALUE "N".
       77 WS-EOF-ROM           PIC X(001) VALUE "N".
       77 WS-EOF-RET           PIC X(001) VALUE "N".
       77 WS-SEM-ENTREGA       PIC X(001) VALUE "N".
       77 WS-SEM-ROM           PIC X(001) VALUE "N".
       77 WS-AUD-CODIGO        PIC 9(007) VALUE ZEROS.
       77 WS-VALOR-EDT         PIC ZZZ.ZZZ.ZZ9,99.

      * RECEBIMENTO DO RETORNO: CADA NOTA "R" DA CONFIRMACAO DE
      * ENTREGA (IMPENT) QUE AINDA NAO VOLTOU AO ESTOQUE GANHA O
      * CABECALHO DE RETORNO E OS ITENS, RATEADOS DO PEDIDO PELA
      * PROPORCAO DA NOTA (MESMO CALCULO DO MANIFESTO DO ROMENT, O
      * REGISTRO DO PEDIDO NAO GUARDA ITENS POR NOTA). NOTA JA
      * RECARREGADA PARA REENTREGA ("E") QUE FALHOU DE NOVO VOLTA
      * COM OS MESMOS ITENS E MAIS UMA TENTATIVA.
       77 WS-QTD-RECEBIDAS     PIC 9(005) VALUE ZEROS.
       77 WS-SEQ-ITEM          PIC 9(003) VALUE ZEROS.
       77 WS-QTDE-ITEM         PIC 9(007) VALUE ZEROS.
       77 WS-VALOR-BASE-PED    PIC 9(013)V9(02) VALUE ZEROS.
       77 WS-FATOR-NOTA        PIC 9(001)V9(006) VALUE ZEROS.
       77 WS-USA-ATENDIDO      PIC X(001) VALUE "N".

      * DECISAO POR NOTA: REENTREGA NUMA DATA (O ROMENT DA DATA A
      * CARREGA DE NOVO) OU CANCELAMENTO PELO ESTORNO DO ESTNF.
       77 WS-DECISAO           PIC X(001) VALUE SPACES.
       77 WS-DATA-REENTREGA    PIC 9(008) VALUE ZEROS.

      * RELATORIO DAS NOTAS PARADAS.
       77 WS-DIAS-PARADA       PIC S9(005) VALUE ZEROS.
       77 WS-QTD-IMPRESSOS     PIC 9(005) VALUE ZEROS.
       77 WS-QTD-ATRASADAS     PIC 9(005) VALUE ZEROS.
       77 WS-TOT-VALOR         PIC 9(013)V9(02) VALUE ZEROS.

       01 CABEC-RETORNO.
          03 FILLER      PIC X(45) VALUE
             "NOTAS PARADAS ENTRE TENTATIVAS DE ENTREGA - ".
          03 FILLER      PIC X(06) VALUE "DATA: ".
          03 CABR-DATA   PIC 9(008).
          03 FILLER      PIC X(17) VALUE "  LIMITE (DIAS): ".
          03 CABR-LIMITE PIC ZZ9.

       01 CABEC2-RETORNO.
          03 FILLER PIC X(11) VALUE "NOTA".
          03 FILLER PIC X(09) VALUE "CLIENTE".
          03 FILLER PIC X(15) VALUE "     VALOR NF".
          03 FILLER PIC X(10) VALUE "ROMANEIO".
          03 FILLER PIC X(10) VALUE "RETORNO".
          03 FILLER PIC X(05) VALUE "TENT".
          03 FILLER PIC X(04) VALUE "MOT".
          03 FILLER PIC X(12) VALUE "SITUACAO".
          03 FILLER PIC X(10) VALUE "REENTREGA".
          03 FILLER PIC X(06) VALUE " DIAS".
          03 FILLER PIC X(08) VALUE " AVISO".

       01 DET-RETORNO.
          03 DETR-NF        PIC 9(009).
          03 FILLER         PIC X(02) VALUE SPACES.
          03 DETR-CLIENTE   PIC 9(007).
          03 FILLER         PIC X(01) VALUE SPACES.
          03 DETR-VALOR     PIC ZZZ.ZZZ.ZZ9,99.
          03 FILLER         PIC X(02) VALUE SPACES.
          03 DETR-ROMANEIO  PIC 9(007).
          03 FILLER         PIC X(03) VALUE SPACES.
          03 DETR-RETORNO   PIC 9(008).
          03 FILLER         PIC X(03) VALUE SPACES.
          03 DETR-TENT      PIC Z9.
          03 FILLER         PIC X(02) VALUE SPACES.
          03 DETR-MOTIVO    PIC X(003).
          03 FILLER         PIC X(01) VALUE SPACES.
          03 DETR-SITUACAO  PIC X(011).
          03 FILLER         PIC X(01) VALUE SPACES.
          03 DETR-REENTREGA PIC 9(008).
          03 FILLER         PIC X(02) VALUE SPACES.
          03 DETR-DIAS      PIC ZZZZ9.
          03 FILLER         PIC X(02) VALUE SPACES.
          03 DETR-AVISO     PIC X(010).

       01 TOT-RETORNO.
          03 FILLER         PIC X(20) VALUE "TOTAL DE NOTAS: ".
          03 TOTR-QTDE      PIC ZZZZ9.
          03 FILLER         PIC X(10) VALUE "  VALOR: ".
          03 TOTR-VALOR     PIC ZZZ.ZZZ.ZZZ.ZZ9,99.
          03 FILLER         PIC X(18) VALUE "  ACIMA DO LIMITE:".
          03 TOTR-ATRASADAS PIC ZZZZ9.

       01 WS-MENS-TOTAL.
          03 FILLER     PIC X(27) VALUE "RELATORIO CONCLUIDO OK - ".
          03 WS-MENS-QTD PIC ZZZZ9.
          03 FILLER     PIC X(12) VALUE " REGISTRO(S)".

       01 WS-MENS-RECEBIDAS.
          03 FILLER     PIC X(17) VALUE "NOTAS DEVOLVIDAS ".
          03 FILLER     PIC X(13) VALUE "AO ESTOQUE: ".
          03 WS-MENS-REC PIC ZZZZ9.

       LINKAGE SECTION.
       01 LS-ID PIC X(5).

       SCREEN SECTION.
       COPY "copybook\SISSTGER.CPY".

       01 TELA-MENU-RETORNO.
        02 BLANK SCREEN.
        02 LINE 02 COL 28 VALUE "Sistema de Franquia AMBEV".
        02 LINE 07 COL 30 VALUE "RETORNO DE CARGA".
        02 LINE 09 COL 10 VALUE "1 - Receber Notas Nao Entregues".
        02 LINE 10 COL 10 VALUE "2 - Reentregar ou Cancelar Nota".
        02 LINE 11 COL 10 VALUE "3 - Relatorio de Notas Paradas".
        02 LINE 12 COL 10 VALUE "4 - Retornar".
        02 LINE 20 COL 10 "Digite a opcao desejada[.]".
        02 OPCAO LINE 20 COL 34 PIC X(01) USING W-OPCAO AUTO.

       01 TELA-RECEBE.
        02 BLANK SCREEN.
        02 LINE 02 COL 28 VALUE "Sistema de Franquia AMBEV".
        02 LINE 07 COL 24 VALUE "RECEBER NOTAS NAO ENTREGUES".
        02 LINE 09 COL 10 VALUE
          "AS NOTAS RECUSADAS NA CONFIRMACAO DE ENTREGA".
        02 LINE 10 COL 10 VALUE
          "(IMPENT) QUE VOLTARAM NO CAMINHAO TEM OS ITENS".
        02 LINE 11 COL 10 VALUE
          "DEVOLVIDOS AO ESTOQUE, RESERVADOS PARA A NOTA,".
        02 LINE 12 COL 10 VALUE
          "E FICAM AGUARDANDO A DECISAO (OPCAO 2).".

       01 TELA-DECISAO.
        02 BLANK SCREEN.
        02 LINE 02 COL 28 VALUE "Sistema de Franquia AMBEV".
        02 LINE 05 COL 24 VALUE "REENTREGA OU CANCELAMENTO".
        02 LINE 05 COL 66 VALUE "[".
        02 LINE 05 COL 67 PIC X(10) USING DOPCAO.
        02 LINE 05 COL 77 VALUE "]".
        02 LINE 07 COL 10 VALUE "NOTA FISCAL   : [         ]".
        02 LINE 07 COL 40 VALUE "(NF 0 SAI)".
        02 LINE 08 COL 10 VALUE "CLIENTE       : [       ]".
        02 LINE 09 COL 10 VALUE "VALOR NOTA    : [              ]".
        02 LINE 10 COL 10 VALUE "ROMANEIO/DATA : [       ] [        ]".
        02 LINE 11 COL 10 VALUE "MOTIVO/TENTAT.: [   ] [  ]".
        02 LINE 12 COL 10 VALUE "SITUACAO      : [ ]".
        02 LINE 12 COL 40 VALUE "D=AGUARDANDO R=REENTREGA".
        02 LINE 14 COL 10 VALUE "DECISAO       : [ ]".
        02 LINE 14 COL 40 VALUE "R=REENTREGAR C=CANCELAR".
        02 LINE 16 COL 10 VALUE "REENTREGA EM  : [        ]".
        02 LINE 17 COL 10 VALUE "MOTIVO CANCEL.: [   ]".
        02 LINE 17 COL 40 VALUE "DIG/DUP/VAL/OUT".
        02 LINE 19 COL 10 VALUE
          "O CANCELAMENTO ESTORNA A NOTA E OS TITULOS EM".
        02 LINE 20 COL 10 VALUE
          "ABERTO E DEVOLVE O PEDIDO PARA NOVO FATURAMENTO.".
      *-----------------------------------------------------------------
       PROCEDURE DIVISION  USING LS-ID.
       INICIO.
      * RESOLVE OS CAMINHOS DA FILIAL SELECIONADA NO LOGIN ANTES DE
      * ABRIR QUALQUER ARQUIVO DE DADOS (VER SISFIPGER.CPY).
           MOVE LS-ID TO WS-SESSAO-ID
           PERFORM CARREGA-FILIAL
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-DATA-HOJE
           PERFORM OPEN-ARQUIVOS.
           MOVE "F" TO WFIM.
           PERFORM TELA-RETORNO-0 UNTIL WFIM = "T".
       TELA-RETORNO-0.
           MOVE SPACES TO W-OPCAO
           DISPLAY TELA-MENU-RETORNO
           ACCEPT TELA-MENU-RETORNO
           EVALUATE W-OPCAO
             WHEN "1"
                PERFORM RECEBE-000 THRU RECEBE-EXIT
             WHEN "2"
                PERFORM DECISAO-000 THRU DECISAO-EXIT
             WHEN "3"
                PERFORM PARADAS-000 THRU PARADAS-EXIT
             WHEN "4"
                PERFORM CLOSE-ARQUIVOS
                EXIT PROGRAM
           END-EVALUATE.

      ******************************************
      * RECEBIMENTO DAS NOTAS NAO ENTREGUES    *
      ******************************************
      * VARRE A CONFIRMACAO DE ENTREGA ATRAS DAS NOTAS RECUSADAS
      * ("R"); A RECUSA PARCIAL ("P") FICA NO ACERTO DO MOTORISTA.
       RECEBE-000.
           MOVE "RETORNO" TO DOPCAO
           IF WS-SEM-ENTREGA = "S"
              MOVE "*** NAO HA CONFIRMACAO DE ENTREGA ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO RECEBE-EXIT
           END-IF
           DISPLAY TELA-RECEBE
           MOVE 0 TO W-SEL
           PERFORM CONFIRMA-TELA UNTIL W-SEL > 0
           IF W-SN NOT = "S"
              GO TO RECEBE-EXIT
           END-IF
           MOVE ZEROS TO WS-QTD-RECEBIDAS
           MOVE "N"   TO WS-EOF-ENT
           MOVE ZEROS TO ENT_NF
           START ARQ-ENTREGA
               KEY IS GREATER THAN ENT_NF
                    INVALID KEY
                       MOVE "Y" TO WS-EOF-ENT
           END-START
           PERFORM UNTIL WS-EOF-ENT = "Y"
               READ ARQ-ENTREGA NEXT AT END
                   MOVE "Y" TO WS-EOF-ENT
               END-READ
               IF WS-EOF-ENT = "N" AND ENT_STATUS = "R"
                  PERFORM RECEBE-UMA-NOTA THRU RECEBE-UMA-NOTA-FIM
               END-IF
           END-PERFORM
           MOVE "00" TO WS-RESULTADO-ACESSO
           MOVE WS-QTD-RECEBIDAS TO WS-MENS-REC
           MOVE WS-MENS-RECEBIDAS TO MENS
           MOVE WS-QTD-RECEBIDAS TO WS-AUD-CODIGO
           PERFORM GRAVA-AUDITORIA
           PERFORM ROT-MENS THRU ROT-MENS-FIM
           .
       RECEBE-EXIT.
           EXIT.

      * NOTA SEM RETORNO GRAVADO VOLTA PELA PRIMEIRA VEZ; COM
      * RETORNO "E" SO VOLTA DE NOVO SE A RECUSA E DA REENTREGA
      * (CONFIRMACAO DATADA DA RECARGA EM DIANTE). "D"/"R" JA ESTAO
      * NO DEPOSITO E "C" FOI CANCELADA.
       RECEBE-UMA-NOTA.
           MOVE ENT_NF TO NF_NUMERO
           READ ARQ-NF
               INVALID KEY
                  MOVE "00" TO WS-RESULTADO-ACESSO
                  GO TO RECEBE-UMA-NOTA-FIM
           END-READ
           IF NF_SITUACAO = "C"
              GO TO RECEBE-UMA-NOTA-FIM
           END-IF
           MOVE ENT_NF TO RET_NF
           MOVE ZEROS  TO RET_SEQ
           READ ARQ-RETCARGA WITH LOCK
           IF WS-RESULTADO-ACESSO = "9D"
              MOVE "00" TO WS-RESULTADO-ACESSO
              GO TO RECEBE-UMA-NOTA-FIM
           END-IF
           IF WS-RESULTADO-ACESSO = "00"
              IF RET_SITUACAO NOT = "E" OR
                 ENT_DATA < RET_DATA_REENTREGA
                 UNLOCK ARQ-RETCARGA
                 GO TO RECEBE-UMA-NOTA-FIM
              END-IF
              ADD 1 TO RET_TENTATIVAS
              MOVE RET_ROMANEIO_REENTREGA TO RET_ROMANEIO
              MOVE ZEROS        TO RET_ROMANEIO_REENTREGA
                                   RET_DATA_DECISAO
              MOVE WS-DATA-HOJE TO RET_DATA_RETORNO
              MOVE ENT_MOTIVO   TO RET_MOTIVO
              MOVE "D"          TO RET_SITUACAO
              MOVE LS-ID        TO RET_OPERADOR
              REWRITE REGRET
              UNLOCK ARQ-RETCARGA
           ELSE
              MOVE "00" TO WS-RESULTADO-ACESSO
              PERFORM GRAVA-ITENS-RETORNO
              PERFORM BUSCA-ROMANEIO-NOTA
              MOVE SPACES TO REGRET
              MOVE ENT_NF       TO RET_NF
              MOVE ZEROS        TO RET_SEQ
                                   RET_PRODUTO
                                   RET_DATA_REENTREGA
                                   RET_DATA_DECISAO
                                   RET_ROMANEIO_REENTREGA
              MOVE WS-SEQ-ITEM  TO RET_QTDE
              MOVE WS-DATA-HOJE TO RET_DATA_RETORNO
              MOVE WS-ROMANEIO  TO RET_ROMANEIO
              MOVE ENT_MOTIVO   TO RET_MOTIVO
              MOVE "D"          TO RET_SITUACAO
              MOVE 1            TO RET_TENTATIVAS
              MOVE LS-ID        TO RET_OPERADOR
              WRITE REGRET
           END-IF
           MOVE "00" TO WS-RESULTADO-ACESSO
           MOVE ENT_NF TO WS-RTN-NF
           MOVE 1      TO WS-RTN-SINAL
           PERFORM MOVIMENTA-RETORNO-NOTA
           ADD 1 TO WS-QTD-RECEBIDAS
           .
       RECEBE-UMA-NOTA-FIM.
           EXIT.

      * ITENS DA NOTA (SEQUENCIAS 001+), RATEADOS DO PEDIDO. O
      * CABECALHO GUARDA EM RET_QTDE QUANTAS LINHAS A NOTA TEM.
       GRAVA-ITENS-RETORNO.
           MOVE ZEROS TO WS-SEQ-ITEM
           MOVE NF_NUMERO_PEDIDO TO PED_NUMERO_PEDIDO
           READ ARQ-PEDIDO
               INVALID KEY
                  CONTINUE
               NOT INVALID KEY
                  PERFORM CARREGA-ITENS-PEDIDO
                  PERFORM CALCULA-FATOR-NOTA
                  PERFORM GRAVA-UM-ITEM-RETORNO
                      VARYING WS-ITN-IDX FROM 1 BY 1
                      UNTIL WS-ITN-IDX > WS-QTD-ITN
           END-READ
           MOVE "00" TO WS-RESULTADO-ACESSO
           .

      * BASE DO RATEIO: O VALOR ATENDIDO DO PEDIDO (OU O VALOR
      * PEDIDO, NUMA BASE ANTIGA SEM ATENDIDO), MESMA REGRA DO
      * CALCULA-FATOR-PARADA DO ROMENT.
       CALCULA-FATOR-NOTA.
           MOVE ZEROS TO WS-VALOR-BASE-PED
           MOVE "S"   TO WS-USA-ATENDIDO
           PERFORM VARYING WS-ITN-IDX FROM 1 BY 1
                   UNTIL WS-ITN-IDX > WS-QTD-ITN
              COMPUTE WS-VALOR-BASE-PED = WS-VALOR-BASE-PED +
                  (WS-ITN-QTDE-ATEND(WS-ITN-IDX) *
                   WS-ITN-VALOR-UNIT(WS-ITN-IDX))
           END-PERFORM
           IF WS-VALOR-BASE-PED = ZEROS
              MOVE "N" TO WS-USA-ATENDIDO
              PERFORM VARYING WS-ITN-IDX FROM 1 BY 1
                      UNTIL WS-ITN-IDX > WS-QTD-ITN
                 COMPUTE WS-VALOR-BASE-PED = WS-VALOR-BASE-PED +
                     (WS-ITN-QTDE(WS-ITN-IDX) *
                      WS-ITN-VALOR-UNIT(WS-ITN-IDX))
              END-PERFORM
           END-IF
           IF WS-VALOR-BASE-PED = ZEROS
              MOVE 1 TO WS-FATOR-NOTA
           ELSE
              IF NF_VALOR_TOTAL NOT < WS-VALOR-BASE-PED
                 MOVE 1 TO WS-FATOR-NOTA
              ELSE
                 COMPUTE WS-FATOR-NOTA ROUNDED =
                     NF_VALOR_TOTAL / WS-VALOR-BASE-PED
              END-IF
           END-IF
           .

       GRAVA-UM-ITEM-RETORNO.
           IF WS-USA-ATENDIDO = "S"
              COMPUTE WS-QTDE-ITEM ROUNDED =
                  WS-ITN-QTDE-ATEND(WS-ITN-IDX) * WS-FATOR-NOTA
              IF WS-QTDE-ITEM > WS-ITN-QTDE-ATEND(WS-ITN-IDX)
                 MOVE WS-ITN-QTDE-ATEND(WS-ITN-IDX) TO WS-QTDE-ITEM
              END-IF
           ELSE
              COMPUTE WS-QTDE-ITEM ROUNDED =
                  WS-ITN-QTDE(WS-ITN-IDX) * WS-FATOR-NOTA
              IF WS-QTDE-ITEM > WS-ITN-QTDE(WS-ITN-IDX)
                 MOVE WS-ITN-QTDE(WS-ITN-IDX) TO WS-QTDE-ITEM
              END-IF
           END-IF
           IF WS-QTDE-ITEM > ZEROS
              ADD 1 TO WS-SEQ-ITEM
              MOVE SPACES TO REGRET
              MOVE NF_NUMERO    TO RET_NF
              MOVE WS-SEQ-ITEM  TO RET_SEQ
              MOVE WS-ITN-PRODUTO(WS-ITN-IDX) TO RET_PRODUTO
              MOVE WS-QTDE-ITEM TO RET_QTDE
              MOVE ZEROS        TO RET_DATA_RETORNO
                                   RET_ROMANEIO
                                   RET_DATA_REENTREGA
                                   RET_DATA_DECISAO
                                   RET_TENTATIVAS
                                   RET_ROMANEIO_REENTREGA
              WRITE REGRET
           END-IF
           .

      * ROMANEIO QUE TROUXE A NOTA DE VOLTA: O MAIS RECENTE EM QUE
      * ELA APARECE (CHAVE ALTERNATIVA ROM_NF).
       BUSCA-ROMANEIO-NOTA.
           MOVE ZEROS TO WS-ROMANEIO
           IF WS-SEM-ROM NOT = "S"
              MOVE "N" TO WS-EOF-ROM
              MOVE ENT_NF TO ROM_NF
              START ARQ-ROM
                  KEY IS NOT LESS THAN ROM_NF
                       INVALID KEY
                          MOVE "Y" TO WS-EOF-ROM
              END-START
              PERFORM LE-ROMANEIO-NOTA UNTIL WS-EOF-ROM = "Y"
              MOVE "00" TO WS-RESULTADO-ACESSO
           END-IF
           .

       LE-ROMANEIO-NOTA.
           READ ARQ-ROM NEXT AT END
              MOVE "Y" TO WS-EOF-ROM
           END-READ
           IF WS-EOF-ROM = "N"
              IF ROM_NF NOT = ENT_NF
                 MOVE "Y" TO WS-EOF-ROM
              ELSE
                 IF ROM_NUMERO > WS-ROMANEIO
                    MOVE ROM_NUMERO TO WS-ROMANEIO
                 END-IF
              END-IF
           END-IF
           .

      ******************************************
      * REENTREGA OU CANCELAMENTO DA NOTA      *
      ******************************************
      * A REENTREGA SO AGENDA A DATA: A MERCADORIA SEGUE NO ESTOQUE,
      * RESERVADA, ATE O ROMENT DA DATA RECARREGAR A NOTA. O
      * CANCELAMENTO E O ESTORNO DO ESTNF (SISESPGER.CPY), QUE NAO
      * CREDITA O ESTOQUE DE NOVO PORQUE A NOTA JA VOLTOU.
       DECISAO-000.
           MOVE "DECISAO" TO DOPCAO
           DISPLAY TELA-DECISAO
           MOVE ZEROS TO WS-NF
           ACCEPT WS-NF AT 0727
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 02 OR WS-NF = ZEROS
              GO TO DECISAO-EXIT
           END-IF
           MOVE WS-NF TO RET_NF
           MOVE ZEROS TO RET_SEQ
           READ ARQ-RETCARGA WITH LOCK
           IF WS-RESULTADO-ACESSO = "9D"
              MOVE "*** NOTA EM USO EM OUTRO TERMINAL ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO DECISAO-EXIT
           END-IF
           IF WS-RESULTADO-ACESSO NOT = "00"
              MOVE "00" TO WS-RESULTADO-ACESSO
              MOVE "*** NOTA SEM RETORNO DE CARGA ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO DECISAO-EXIT
           END-IF
           IF RET_SITUACAO NOT = "D" AND RET_SITUACAO NOT = "R"
              UNLOCK ARQ-RETCARGA
              MOVE "*** NOTA NAO ESTA NO DEPOSITO ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO DECISAO-EXIT
           END-IF
           MOVE WS-NF TO NF_NUMERO
           READ ARQ-NF
           IF WS-RESULTADO-ACESSO NOT = "00" OR NF_SITUACAO = "C"
              MOVE "00" TO WS-RESULTADO-ACESSO
              UNLOCK ARQ-RETCARGA
              MOVE "*** NOTA NAO ENCONTRADA OU CANCELADA ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO DECISAO-EXIT
           END-IF
           DISPLAY NF_CODIGO_CLIENTE AT 0827
           MOVE NF_VALOR_TOTAL TO WS-VALOR-EDT
           DISPLAY WS-VALOR-EDT      AT 0927
           DISPLAY RET_ROMANEIO      AT 1027
           DISPLAY RET_DATA_RETORNO  AT 1037
           DISPLAY RET_MOTIVO        AT 1127
           DISPLAY RET_TENTATIVAS    AT 1133
           DISPLAY RET_SITUACAO      AT 1227
           IF RET_SITUACAO = "R"
              DISPLAY RET_DATA_REENTREGA AT 1627
           END-IF
           MOVE SPACES TO WS-DECISAO
           ACCEPT WS-DECISAO AT 1427
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 02
              UNLOCK ARQ-RETCARGA
              GO TO DECISAO-EXIT
           END-IF
           EVALUATE WS-DECISAO
             WHEN "R"
             WHEN "r"
                PERFORM AGENDA-REENTREGA THRU AGENDA-REENTREGA-FIM
             WHEN "C"
             WHEN "c"
                PERFORM CANCELA-NOTA-RETORNO
                    THRU CANCELA-NOTA-RETORNO-FIM
             WHEN OTHER
                MOVE "*** DECISAO INVALIDA ***" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
           END-EVALUATE
           UNLOCK ARQ-RETCARGA
           MOVE "00" TO WS-RESULTADO-ACESSO
           .
       DECISAO-EXIT.
           EXIT.

      * DATA PADRAO: O DIA SEGUINTE (OU A JA AGENDADA). NAO ACEITA
      * DATA PASSADA.
       AGENDA-REENTREGA.
           IF RET_SITUACAO = "R"
              MOVE RET_DATA_REENTREGA TO WS-DATA-REENTREGA
           ELSE
              COMPUTE WS-DATA-REENTREGA = FUNCTION DATE-OF-INTEGER
                  (FUNCTION INTEGER-OF-DATE(WS-DATA-HOJE) + 1)
           END-IF
           DISPLAY WS-DATA-REENTREGA AT 1627
           ACCEPT WS-DATA-REENTREGA WITH UPDATE AT 1627
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 02
              GO TO AGENDA-REENTREGA-FIM
           END-IF
           IF WS-DATA-REENTREGA(1:4) < "1900" OR
              WS-DATA-REENTREGA(5:2) < "01" OR
              WS-DATA-REENTREGA(5:2) > "12" OR
              WS-DATA-REENTREGA(7:2) < "01" OR
              WS-DATA-REENTREGA(7:2) > "31"
              MOVE "*** DATA DE REENTREGA INVALIDA ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO AGENDA-REENTREGA-FIM
           END-IF
           IF WS-DATA-REENTREGA < WS-DATA-HOJE
              MOVE "*** REENTREGA NAO PODE SER NO PASSADO ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO AGENDA-REENTREGA-FIM
           END-IF
           MOVE 0 TO W-SEL
           PERFORM CONFIRMA-TELA UNTIL W-SEL > 0
           IF W-SN NOT = "S"
              GO TO AGENDA-REENTREGA-FIM
           END-IF
           MOVE "R"               TO RET_SITUACAO
           MOVE WS-DATA-REENTREGA TO RET_DATA_REENTREGA
           MOVE WS-DATA-HOJE      TO RET_DATA_DECISAO
           MOVE LS-ID             TO RET_OPERADOR
           REWRITE REGRET
           MOVE "REENTREGA" TO DOPCAO
           MOVE SPACES TO MENS
           STRING "REENTREGA AGENDADA PARA " WS-DATA-REENTREGA
               DELIMITED BY SIZE INTO MENS
           END-STRING
           MOVE WS-NF TO WS-AUD-CODIGO
           PERFORM GRAVA-AUDITORIA
           MOVE "*** REENTREGA AGENDADA ***" TO MENS
           PERFORM ROT-MENS THRU ROT-MENS-FIM
           .
       AGENDA-REENTREGA-FIM.
           EXIT.

      * MESMAS REGRAS DO ESTNF: PARCELA JA PAGA MANDA PARA A
      * DEVOLUCAO (CADDEV) E O MOTIVO E OBRIGATORIO.
       CANCELA-NOTA-RETORNO.
           PERFORM VERIFICA-TITULOS-PAGOS
           IF WS-ESN-TEM-TIT-PAGO = "S"
              MOVE "*** NOTA COM PARCELA PAGA: USE CADDEV ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO CANCELA-NOTA-RETORNO-FIM
           END-IF
           MOVE SPACES TO WS-ESN-MOTIVO
           ACCEPT WS-ESN-MOTIVO AT 1727
           IF WS-ESN-MOTIVO = SPACES
              MOVE "MOTIVO OBRIGATORIO" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO CANCELA-NOTA-RETORNO-FIM
           END-IF
           MOVE 0 TO W-SEL
           PERFORM CONFIRMA-TELA UNTIL W-SEL > 0
           IF W-SN NOT = "S"
              GO TO CANCELA-NOTA-RETORNO-FIM
           END-IF
           MOVE "RETCAR" TO WS-JRN-PROGRAMA
           MOVE LS-ID    TO WS-JRN-OPERADOR
           PERFORM ESTORNA-NOTA-FISCAL
           IF WS-ESN-ESTORNADA NOT = "S"
              MOVE "ERRO AO CANCELAR A NOTA" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO CANCELA-NOTA-RETORNO-FIM
           END-IF
           MOVE "ESTORNO" TO DOPCAO
           MOVE SPACES TO MENS
           IF WS-ESN-PEDIDO-REABERTO = "S"
              STRING "MOTIVO " WS-ESN-MOTIVO " PEDIDO REABERTO"
                  DELIMITED BY SIZE INTO MENS
              END-STRING
           ELSE
              STRING "MOTIVO " WS-ESN-MOTIVO " PEDIDO NAO REABERTO"
                  DELIMITED BY SIZE INTO MENS
              END-STRING
           END-IF
           MOVE WS-NF TO WS-AUD-CODIGO
           PERFORM GRAVA-AUDITORIA
           MOVE "*** NOTA ESTORNADA ***" TO MENS
           PERFORM ROT-MENS THRU ROT-MENS-FIM
           .
       CANCELA-NOTA-RETORNO-FIM.
           EXIT.

      ******************************************
      * RELATORIO DE NOTAS PARADAS             *
      ******************************************
      * NOTAS DE VOLTA NO DEPOSITO: AGUARDANDO DECISAO OU COM
      * REENTREGA AGENDADA E AINDA NAO RECARREGADA. PARADA HA MAIS
      * DE WCF-DIAS-RETORNO-PARADO DIAS, OU COM A DATA DE REENTREGA
      * JA VENCIDA, SAI COM AVISO.
       PARADAS-000.
           MOVE ZEROS TO WS-QTD-IMPRESSOS
                         WS-QTD-ATRASADAS
                         WS-TOT-VALOR
           MOVE WCF-ARQ-IMPRESSAO-RETORNO TO WRL-ARQ-IMPRESSAO
           OPEN OUTPUT ARQIMP
           MOVE WS-DATA-HOJE           TO CABR-DATA
           MOVE WCF-DIAS-RETORNO-PARADO TO CABR-LIMITE
           WRITE REGIMP FROM CABEC-RETORNO
           MOVE SPACES TO REGIMP
           WRITE REGIMP
           WRITE REGIMP FROM CABEC2-RETORNO
           MOVE SPACES TO REGIMP
           WRITE REGIMP
           MOVE "N"   TO WS-EOF-RET
           MOVE ZEROS TO RET_NF RET_SEQ
           START ARQ-RETCARGA
               KEY IS NOT LESS THAN RET_CHAVE
                    INVALID KEY
                       MOVE "Y" TO WS-EOF-RET
           END-START
           PERFORM UNTIL WS-EOF-RET = "Y"
               READ ARQ-RETCARGA NEXT AT END
                   MOVE "Y" TO WS-EOF-RET
               END-READ
               IF WS-EOF-RET = "N"
                  IF RET_SEQ = ZEROS AND
                     (RET_SITUACAO = "D" OR RET_SITUACAO = "R")
                     PERFORM IMPRIME-PARADA
                  END-IF
               END-IF
           END-PERFORM
           MOVE "00" TO WS-RESULTADO-ACESSO
           MOVE SPACES TO REGIMP
           WRITE REGIMP
           MOVE WS-QTD-IMPRESSOS TO TOTR-QTDE
           MOVE WS-TOT-VALOR     TO TOTR-VALOR
           MOVE WS-QTD-ATRASADAS TO TOTR-ATRASADAS
           WRITE REGIMP FROM TOT-RETORNO
           CLOSE ARQIMP
           MOVE "RETCAR" TO WS-SPL-PROGRAMA
           MOVE WRL-ARQ-IMPRESSAO TO WS-SPL-ORIGEM
           PERFORM REGISTRA-SPOOL THRU REGISTRA-SPOOL-FIM
           MOVE WS-QTD-IMPRESSOS TO WS-MENS-QTD
           MOVE WS-MENS-TOTAL TO MENS
           PERFORM ROT-MENS THRU ROT-MENS-FIM
           .
       PARADAS-EXIT.
           EXIT.

       IMPRIME-PARADA.
           MOVE RET_NF TO NF_NUMERO
           READ ARQ-NF
               INVALID KEY
                  MOVE ZEROS TO NF_CODIGO_CLIENTE NF_VALOR_TOTAL
           END-READ
           COMPUTE WS-DIAS-PARADA =
               FUNCTION INTEGER-OF-DATE(WS-DATA-HOJE) -
               FUNCTION INTEGER-OF-DATE(RET_DATA_RETORNO)
           IF WS-DIAS-PARADA < ZEROS
              MOVE ZEROS TO WS-DIAS-PARADA
           END-IF
           MOVE SPACES TO DETR-AVISO
           IF RET_SITUACAO = "D"
              MOVE "AGUARDANDO" TO DETR-SITUACAO
              MOVE ZEROS        TO DETR-REENTREGA
           ELSE
              MOVE "REENTREGA"  TO DETR-SITUACAO
              MOVE RET_DATA_REENTREGA TO DETR-REENTREGA
              IF RET_DATA_REENTREGA < WS-DATA-HOJE
                 MOVE "VENCIDA" TO DETR-AVISO
              END-IF
           END-IF
           IF WS-DIAS-PARADA > WCF-DIAS-RETORNO-PARADO
              MOVE "*** PARADA" TO DETR-AVISO
           END-IF
           IF DETR-AVISO NOT = SPACES
              ADD 1 TO WS-QTD-ATRASADAS
           END-IF
           MOVE RET_NF            TO DETR-NF
           MOVE NF_CODIGO_CLIENTE TO DETR-CLIENTE
           MOVE NF_VALOR_TOTAL    TO DETR-VALOR
           MOVE RET_ROMANEIO      TO DETR-ROMANEIO
           MOVE RET_DATA_RETORNO  TO DETR-RETORNO
           MOVE RET_TENTATIVAS    TO DETR-TENT
           MOVE RET_MOTIVO        TO DETR-MOTIVO
           MOVE WS-DIAS-PARADA    TO DETR-DIAS
           WRITE REGIMP FROM DET-RETORNO
           ADD 1 TO WS-QTD-IMPRESSOS
           ADD NF_VALOR_TOTAL TO WS-TOT-VALOR
           MOVE "00" TO WS-RESULTADO-ACESSO
           .

      *******************************
      * ROTINA DE ABERTURA ARQUIVOS *
      *******************************
      * O RETORNO E CRIADO NA PRIMEIRA VEZ; NOTA, TITULO E PEDIDO
      * SAO OBRIGATORIOS (O CANCELAMENTO MEXE NOS TRES). CONFIRMACAO
      * DE ENTREGA, ROMANEIO, ESTOQUE E LOTES SAO OPCIONAIS.
       OPEN-ARQUIVOS.
           MOVE "N" TO WS-SEM-RETORNO
           OPEN I-O ARQ-RETCARGA
           IF WS-RESULTADO-ACESSO NOT = "00"
               IF WS-RESULTADO-ACESSO = "05"
                  OPEN OUTPUT ARQ-RETCARGA
                  CLOSE ARQ-RETCARGA
                  OPEN I-O ARQ-RETCARGA
               ELSE
                  MOVE "ERRO NA ABERTURA DO ARQUIVO DE RETORNO" TO MENS
                  PERFORM ROT-MENS THRU ROT-MENS-FIM
                  EXIT PROGRAM
                  .
           OPEN I-O ARQ-NF
           IF WS-RESULTADO-ACESSO NOT = "00"
              MOVE "*** NAO HA FATURAMENTO GRAVADO ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              CLOSE ARQ-RETCARGA
              EXIT PROGRAM
              .
           OPEN I-O ARQ-TITULO
           IF WS-RESULTADO-ACESSO NOT = "00"
              MOVE "ERRO NA ABERTURA DO ARQUIVO DE TITULOS" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              CLOSE ARQ-RETCARGA ARQ-NF
              EXIT PROGRAM
              .
           OPEN I-O ARQ-PEDIDO
           IF WS-RESULTADO-ACESSO NOT = "00"
              MOVE "ERRO NA ABERTURA DO ARQUIVO PEDIDO" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              CLOSE ARQ-RETCARGA ARQ-NF ARQ-TITULO
              EXIT PROGRAM
              .
           MOVE "N" TO WS-SEM-ENTREGA
           OPEN INPUT ARQ-ENTREGA
           IF WS-RESULTADO-ACESSO NOT = "00"
              MOVE "S" TO WS-SEM-ENTREGA
              MOVE "00" TO WS-RESULTADO-ACESSO
           END-IF
           MOVE "N" TO WS-SEM-ROM
           OPEN INPUT ARQ-ROM
           IF WS-RESULTADO-ACESSO NOT = "00"
              MOVE "S" TO WS-SEM-ROM
              MOVE "00" TO WS-RESULTADO-ACESSO
           END-IF
           MOVE "N" TO WS-SEM-ESTOQUE
           OPEN I-O ARQ-ESTOQUE
           IF WS-RESULTADO-ACESSO NOT = "00"
              MOVE "S" TO WS-SEM-ESTOQUE
              MOVE "00" TO WS-RESULTADO-ACESSO
           ELSE
              PERFORM ABRE-KARDEX
              MOVE "RETCAR" TO WS-KDX-PROGRAMA
              MOVE LS-ID    TO WS-KDX-OPERADOR
           END-IF
           MOVE "N" TO WS-SEM-LOTE-NF
           OPEN I-O ARQ-LOTE
           IF WS-RESULTADO-ACESSO NOT = "00"
              MOVE "S" TO WS-SEM-LOTE-NF
              MOVE "00" TO WS-RESULTADO-ACESSO
           ELSE
              OPEN INPUT ARQ-NFLOTE
              IF WS-RESULTADO-ACESSO NOT = "00"
                 MOVE "S" TO WS-SEM-LOTE-NF
                 MOVE "00" TO WS-RESULTADO-ACESSO
                 CLOSE ARQ-LOTE
              END-IF
           END-IF
           PERFORM OPEN-AUDITORIA
           PERFORM OPEN-JORNAL
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
           CLOSE ARQ-RETCARGA
                 ARQ-NF
                 ARQ-TITULO
                 ARQ-PEDIDO
                 ARQ-AUD
                 ARQ-JRN
           IF WS-SEM-ENTREGA NOT = "S"
              CLOSE ARQ-ENTREGA
           END-IF
           IF WS-SEM-ROM NOT = "S"
              CLOSE ARQ-ROM
           END-IF
           IF WS-SEM-ESTOQUE NOT = "S"
              CLOSE ARQ-ESTOQUE
              IF WS-SEM-KARDEX NOT = "S"
                 CLOSE ARQ-KARDEX
              END-IF
           END-IF
           IF WS-SEM-LOTE-NF NOT = "S"
              CLOSE ARQ-LOTE ARQ-NFLOTE
           END-IF
           .

       GRAVA-AUDITORIA.
           MOVE FUNCTION CURRENT-DATE(1:14) TO AUD-DATA-HORA
           MOVE "RETCAR"             TO AUD-PROGRAMA
           MOVE LS-ID                TO AUD-OPERADOR
           MOVE DOPCAO               TO AUD-OPERACAO
           MOVE WS-AUD-CODIGO        TO AUD-CODIGO
           MOVE MENS                 TO AUD-RESULTADO
           WRITE REGAUD
           .

       CONFIRMA-TELA.
           MOVE "S" TO W-SN
           DISPLAY "CONFIRMA (S/N) : " AT 2340
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

      * REGISTRA-SPOOL: VER COPYBOOK, COMPARTILHADO COM OS DEMAIS
      * RELATORIOS.
       COPY "copybook\SISSPPGER.CPY".

      * ESTORNA-NOTA-FISCAL E VERIFICA-TITULOS-PAGOS: VER COPYBOOK,
      * COMPARTILHADO COM O ESTNF.
       COPY "copybook\SISESPGER.CPY".

      * GERA-EVENTO-CANCELAMENTO E MONTA-DATA-HORA-NFE: VER COPYBOOK,
      * COMPARTILHADO COM ESTNF/FATPED.
       COPY "copybook\SISNEPGER.CPY".

      * MOVIMENTA-RETORNO-NOTA E VERIFICA-RETORNO-NOTA: VER COPYBOOK,
      * COMPARTILHADO COM ESTNF/ROMENT.
       COPY "copybook\SISRTPGER.CPY".

      * GRAVA-JORNAL E OPEN-JORNAL: VER COPYBOOK, COMPARTILHADO COM
      * CADCLI/CADVEN/DISTVEN.
       COPY "copybook\SISJRPGER.CPY".

      * ITENS DE PEDIDO NO ARQUIVO PROPRIO: VER COPYBOOK,
      * COMPARTILHADO COM O CADPED/FATPED.
       COPY "copybook\SISITPGER.CPY".

      * GRAVA-MOVIMENTO-ESTOQUE E ABRE-KARDEX: VER COPYBOOK,
      * COMPARTILHADO POR TODOS OS PROGRAMAS QUE MEXEM NO ESTOQUE.
       COPY "copybook\SISKXPGER.CPY".

      * CARREGA-COMPOSICAO-KIT E RATEIA-KIT: VER COPYBOOK,
      * COMPARTILHADO POR QUEM EXPLODE OS PRODUTOS-KIT.
       COPY "copybook\SISKTPGER.CPY".

      * CARREGA-FILIAL E MONTA-CAMINHOS-FILIAL: VER COPYBOOK,
      * COMPARTILHADO POR TODOS OS PROGRAMAS DA FILIAL.
       COPY "copybook\SISFIPGER.CPY".
