      **************************************************
      * ACERTO DO MOTORISTA POR ROMANEIO: CONFRONTA O  *
      * VALOR DAS NOTAS COM O DINHEIRO/CHEQUE TRAZIDO, *
      * AS RECUSAS DA ENTREGA E O VASILHAME DEVOLVIDO; *
      * EXTRATO DO ACERTO E DEBITOS DOS MOTORISTAS     *
      **************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ACEMOT.
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
       77 WS-ROMANEIO          PIC 9(007) VALUE ZEROS.
       77 WS-MOTORISTA         PIC 9(005) VALUE ZEROS.
       77 WS-NOME-MOTORISTA    PIC X(040) VALUE SPACES.
       77 WS-DATA-ROMANEIO     PIC 9(008) VALUE ZEROS.
       77 WS-VEICULO           PIC X(007) VALUE SPACES.
       77 WS-EOF-ROM           PIC X(001) VALUE "N".
       77 WS-EOF-ACE           PIC X(001) VALUE "N".
       77 WS-EOF-VAS           PIC X(001) VALUE "N".
       77 WS-CANCELADO         PIC X(001) VALUE "N".
       77 WS-SEM-MOTORISTA     PIC X(001) VALUE "N".
       77 WS-SEM-ENTREGA       PIC X(001) VALUE "N".
       77 WS-SEM-VASILHAME     PIC X(001) VALUE "N".
       77 WS-AUD-CODIGO        PIC 9(007) VALUE ZEROS.
       77 WS-VALOR-EDT         PIC ZZZ.ZZZ.ZZ9,99.
       77 WS-DIFERENCA-EDT     PIC -ZZZ.ZZZ.ZZ9,99.

      * NOTAS DO ROMANEIO NO ACERTO: A RECUSA VEM DA CONFIRMACAO DE
      * ENTREGA (ARQ-ENTREGA: "R" = NOTA INTEIRA, "P" = VALOR
      * DIGITADO), O VASILHAME DOS MOVIMENTOS DO CLIENTE COM A NOTA
      * (ARQ-VASI) E O DINHEIRO/CHEQUE E DIGITADO NOTA A NOTA (PADRAO
      * = VALOR DA NOTA MENOS A RECUSA EM DINHEIRO). NADA E GRAVADO
      * ANTES DA CONFIRMACAO DO ACERTO INTEIRO.
       77 WS-QTD-NOTAS         PIC 9(003) VALUE ZEROS.
       77 WS-NOT-IDX           PIC 9(003) VALUE ZEROS.
       77 WS-VALOR-RECUSADO    PIC 9(011)V9(02) VALUE ZEROS.
       77 WS-VALOR-DINHEIRO    PIC 9(011)V9(02) VALUE ZEROS.
       77 WS-VALOR-CHEQUE      PIC 9(011)V9(02) VALUE ZEROS.
       01 WS-TAB-NOTAS.
          05 WS-NOT-LINHA OCCURS 200 TIMES.
             10 WS-NOT-SEQ         PIC 9(003).
             10 WS-NOT-NF          PIC 9(009).
             10 WS-NOT-CLIENTE     PIC 9(007).
             10 WS-NOT-VALOR       PIC 9(011)V9(02).
             10 WS-NOT-STATUS      PIC X(001).
             10 WS-NOT-RECUSADO    PIC 9(011)V9(02).
             10 WS-NOT-DINHEIRO    PIC 9(011)V9(02).
             10 WS-NOT-CHEQUE      PIC 9(011)V9(02).
             10 WS-NOT-VAS-SAIDA   PIC 9(005).
             10 WS-NOT-VAS-RETORNO PIC 9(005).

      * TOTAIS DO ACERTO. DIFERENCA POSITIVA = FALTA (DEBITO DO
      * MOTORISTA), NEGATIVA = SOBRA.
       77 WS-TOT-NOTAS         PIC 9(011)V9(02) VALUE ZEROS.
       77 WS-TOT-RECUSADO      PIC 9(011)V9(02) VALUE ZEROS.
       77 WS-TOT-DINHEIRO      PIC 9(011)V9(02) VALUE ZEROS.
       77 WS-TOT-CHEQUE        PIC 9(011)V9(02) VALUE ZEROS.
       77 WS-TOT-VAS-SAIDA     PIC 9(005) VALUE ZEROS.
       77 WS-TOT-VAS-RETORNO   PIC 9(005) VALUE ZEROS.
       77 WS-DIFERENCA         PIC S9(011)V9(02) VALUE ZEROS.
       77 WS-DIFERENCA-NOTA    PIC S9(011)V9(02) VALUE ZEROS.
       77 WS-VAS-PENDENTE      PIC S9(005) VALUE ZEROS.

      * QUITACAO E RELATORIO DE DEBITOS.
       77 WS-SALDO-DEVEDOR     PIC S9(011)V9(02) VALUE ZEROS.
       77 WS-VALOR-QUITACAO    PIC 9(011)V9(02) VALUE ZEROS.
       77 WS-MOTORISTA-ANT     PIC 9(005) VALUE ZEROS.
       77 WS-PRIMEIRO          PIC X(001) VALUE "S".
       77 WS-QTD-IMPRESSOS     PIC 9(005) VALUE ZEROS.
       77 WS-SUB-DEBITO        PIC S9(013)V9(02) VALUE ZEROS.
       77 WS-SUB-CARGA         PIC 9(013)V9(02) VALUE ZEROS.
       77 WS-TOT-DEBITO        PIC S9(013)V9(02) VALUE ZEROS.
       77 WS-TOT-CARGA         PIC 9(013)V9(02) VALUE ZEROS.

       01 CABEC-ACERTO.
          03 FILLER      PIC X(33) VALUE
             "EXTRATO DE ACERTO DO MOTORISTA - ".
          03 FILLER      PIC X(09) VALUE "ROMANEIO ".
          03 CABA-ROMANEIO PIC 9(007).
          03 FILLER      PIC X(08) VALUE "  DATA: ".
          03 CABA-DATA   PIC 9(008).
          03 FILLER      PIC X(11) VALUE "  VEICULO: ".
          03 CABA-VEICULO PIC X(007).

       01 CABEC1-ACERTO.
          03 FILLER      PIC X(11) VALUE "MOTORISTA: ".
          03 CABA-MOTORISTA PIC 9(005).
          03 FILLER      PIC X(01) VALUE SPACES.
          03 CABA-NOME   PIC X(040).
          03 FILLER      PIC X(13) VALUE "  ACERTO EM: ".
          03 CABA-ACERTO PIC 9(008).

       01 CABEC2-ACERTO.
          03 FILLER PIC X(05) VALUE "SEQ".
          03 FILLER PIC X(11) VALUE "NOTA".
          03 FILLER PIC X(09) VALUE "CLIENTE".
          03 FILLER PIC X(04) VALUE "ENT".
          03 FILLER PIC X(15) VALUE "   VALOR NOTA".
          03 FILLER PIC X(15) VALUE "     RECUSADO".
          03 FILLER PIC X(15) VALUE "     DINHEIRO".
          03 FILLER PIC X(15) VALUE "       CHEQUE".
          03 FILLER PIC X(16) VALUE "     DIFERENCA".
          03 FILLER PIC X(08) VALUE "VAS.SAI".
          03 FILLER PIC X(07) VALUE "VAS.RET".

       01 DET-ACERTO.
          03 DETA-SEQ       PIC ZZ9.
          03 FILLER         PIC X(02) VALUE SPACES.
          03 DETA-NF        PIC 9(009).
          03 FILLER         PIC X(02) VALUE SPACES.
          03 DETA-CLIENTE   PIC 9(007).
          03 FILLER         PIC X(03) VALUE SPACES.
          03 DETA-STATUS    PIC X(001).
          03 FILLER         PIC X(01) VALUE SPACES.
          03 DETA-VALOR     PIC ZZZ.ZZZ.ZZ9,99.
          03 FILLER         PIC X(01) VALUE SPACES.
          03 DETA-RECUSADO  PIC ZZZ.ZZZ.ZZ9,99.
          03 FILLER         PIC X(01) VALUE SPACES.
          03 DETA-DINHEIRO  PIC ZZZ.ZZZ.ZZ9,99.
          03 FILLER         PIC X(01) VALUE SPACES.
          03 DETA-CHEQUE    PIC ZZZ.ZZZ.ZZ9,99.
          03 FILLER         PIC X(01) VALUE SPACES.
          03 DETA-DIFERENCA PIC -ZZZ.ZZZ.ZZ9,99.
          03 FILLER         PIC X(02) VALUE SPACES.
          03 DETA-VAS-SAIDA PIC ZZZZ9.
          03 FILLER         PIC X(03) VALUE SPACES.
          03 DETA-VAS-RET   PIC ZZZZ9.

       01 TOT-ACERTO.
          03 FILLER         PIC X(27) VALUE "TOTAIS".
          03 TOTA-VALOR     PIC ZZZ.ZZZ.ZZ9,99.
          03 FILLER         PIC X(01) VALUE SPACES.
          03 TOTA-RECUSADO  PIC ZZZ.ZZZ.ZZ9,99.
          03 FILLER         PIC X(01) VALUE SPACES.
          03 TOTA-DINHEIRO  PIC ZZZ.ZZZ.ZZ9,99.
          03 FILLER         PIC X(01) VALUE SPACES.
          03 TOTA-CHEQUE    PIC ZZZ.ZZZ.ZZ9,99.
          03 FILLER         PIC X(01) VALUE SPACES.
          03 TOTA-DIFERENCA PIC -ZZZ.ZZZ.ZZ9,99.
          03 FILLER         PIC X(02) VALUE SPACES.
          03 TOTA-VAS-SAIDA PIC ZZZZ9.
          03 FILLER         PIC X(03) VALUE SPACES.
          03 TOTA-VAS-RET   PIC ZZZZ9.

       01 RESUMO-ACERTO.
          03 FILLER         PIC X(22) VALUE "DIFERENCA DO ACERTO: ".
          03 RESA-DIFERENCA PIC -ZZZ.ZZZ.ZZ9,99.
          03 FILLER         PIC X(02) VALUE SPACES.
          03 RESA-TEXTO     PIC X(040).

       01 RESUMO-VASILHAME.
          03 FILLER         PIC X(32) VALUE
             "VASILHAME NAO DEVOLVIDO (CXS): ".
          03 RESV-PENDENTE  PIC -ZZZZ9.

       01 RODAPE-ACERTO.
          03 FILLER PIC X(40) VALUE
             "MOTORISTA: _____________________________".
          03 FILLER PIC X(40) VALUE
             "  CONFERENTE: __________________________".

       01 CABEC-DEBITO.
          03 FILLER      PIC X(40) VALUE
             "ACERTOS EM ABERTO / DEBITOS DE MOTORISTA".
          03 FILLER      PIC X(09) VALUE " - DATA: ".
          03 CABD-DATA   PIC 9(008).

       01 CABEC2-DEBITO.
          03 FILLER PIC X(07) VALUE "MOTOR.".
          03 FILLER PIC X(32) VALUE "NOME".
          03 FILLER PIC X(10) VALUE "ROMANEIO".
          03 FILLER PIC X(10) VALUE "DATA".
          03 FILLER PIC X(12) VALUE "SITUACAO".
          03 FILLER PIC X(15) VALUE "  CARGA S/ACER".
          03 FILLER PIC X(16) VALUE "     DIFERENCA".
          03 FILLER PIC X(15) VALUE "      QUITADO".
          03 FILLER PIC X(15) VALUE "  SALDO DEVEDOR".

       01 DET-DEBITO.
          03 DETB-MOTORISTA PIC 9(005).
          03 FILLER         PIC X(02) VALUE SPACES.
          03 DETB-NOME      PIC X(030).
          03 FILLER         PIC X(02) VALUE SPACES.
          03 DETB-ROMANEIO  PIC 9(007).
          03 FILLER         PIC X(03) VALUE SPACES.
          03 DETB-DATA      PIC 9(008).
          03 FILLER         PIC X(02) VALUE SPACES.
          03 DETB-SITUACAO  PIC X(010).
          03 FILLER         PIC X(01) VALUE SPACES.
          03 DETB-CARGA     PIC ZZZ.ZZZ.ZZ9,99.
          03 FILLER         PIC X(01) VALUE SPACES.
          03 DETB-DIFERENCA PIC -ZZZ.ZZZ.ZZ9,99.
          03 FILLER         PIC X(01) VALUE SPACES.
          03 DETB-QUITADO   PIC ZZZ.ZZZ.ZZ9,99.
          03 FILLER         PIC X(01) VALUE SPACES.
          03 DETB-SALDO     PIC -ZZZ.ZZZ.ZZ9,99.

       01 SUB-DEBITO.
          03 FILLER         PIC X(20) VALUE SPACES.
          03 FILLER         PIC X(24) VALUE "TOTAL DO MOTORISTA".
          03 SUBB-MOTORISTA PIC 9(005).
          03 FILLER         PIC X(25) VALUE SPACES.
          03 SUBB-CARGA     PIC ZZZ.ZZZ.ZZ9,99.
          03 FILLER         PIC X(32) VALUE SPACES.
          03 SUBB-SALDO     PIC -ZZZ.ZZZ.ZZ9,99.

       01 TOT-DEBITO.
          03 FILLER         PIC X(74) VALUE "TOTAL GERAL".
          03 TOTB-CARGA     PIC ZZZ.ZZZ.ZZ9,99.
          03 FILLER         PIC X(32) VALUE SPACES.
          03 TOTB-SALDO     PIC -ZZZ.ZZZ.ZZ9,99.

       01 WS-MENS-TOTAL.
          03 FILLER     PIC X(27) VALUE "RELATORIO CONCLUIDO OK - ".
          03 WS-MENS-QTD PIC ZZZZ9.
          03 FILLER     PIC X(12) VALUE " REGISTRO(S)".

       LINKAGE SECTION.
       01 LS-ID PIC X(5).

       SCREEN SECTION.
       COPY "copybook\SISSTGER.CPY".

       01 TELA-MENU-ACERTO.
        02 BLANK SCREEN.
        02 LINE 02 COL 28 VALUE "Sistema de Franquia AMBEV".
        02 LINE 07 COL 24 VALUE "ACERTO DO MOTORISTA POR ROMANEIO".
        02 LINE 09 COL 10 VALUE "1 - Acertar Romaneio".
        02 LINE 10 COL 10 VALUE "2 - Acertos em Aberto e Debitos".
        02 LINE 11 COL 10 VALUE "3 - Quitar Debito de Motorista".
        02 LINE 12 COL 10 VALUE "4 - Retornar".
        02 LINE 20 COL 10 "Digite a opcao desejada[.]".
        02 OPCAO LINE 20 COL 34 PIC X(01) USING W-OPCAO AUTO.

       01 TELA-ACERTO.
        02 BLANK SCREEN.
        02 LINE 02 COL 28 VALUE "Sistema de Franquia AMBEV".
        02 LINE 05 COL 24 VALUE "ACERTO DO MOTORISTA POR ROMANEIO".
        02 LINE 05 COL 66 VALUE "[".
        02 LINE 05 COL 67 PIC X(10) USING DOPCAO.
        02 LINE 05 COL 77 VALUE "]".
        02 LINE 07 COL 10 VALUE "ROMANEIO      : [       ]".
        02 LINE 07 COL 40 VALUE "(0000000 SAI)".
        02 LINE 08 COL 10 VALUE "DATA/VEICULO  : [        ] [       ]".
        02 LINE 09 COL 10 VALUE "MOTORISTA     : [     ]".
        02 LINE 10 COL 10 VALUE "VALOR CARGA   : [              ]".
        02 LINE 12 COL 10 VALUE "PARADA/NOTA   : [   ] [         ]".
        02 LINE 13 COL 10 VALUE "CLIENTE       : [       ]".
        02 LINE 14 COL 10 VALUE "VALOR NOTA    : [              ]".
        02 LINE 15 COL 10 VALUE "ENTREGA       : [ ]".
        02 LINE 15 COL 40 VALUE "E=ENTREGUE P=PARCIAL R=RECUSADA".
        02 LINE 16 COL 10 VALUE "RECUSADO      : [             ]".
        02 LINE 17 COL 10 VALUE "DINHEIRO      : [             ]".
        02 LINE 18 COL 10 VALUE "CHEQUE        : [             ]".
        02 LINE 19 COL 10 VALUE "VASILHAME S/E : [     ] [     ]".
        02 LINE 21 COL 10 VALUE "DIFERENCA     : [               ]".
        02 LINE 22 COL 10 VALUE
          "ESC NOS VALORES ABANDONA O ACERTO INTEIRO.".

       01 TELA-QUITACAO.
        02 BLANK SCREEN.
        02 LINE 02 COL 28 VALUE "Sistema de Franquia AMBEV".
        02 LINE 07 COL 24 VALUE "QUITACAO DE DEBITO DE MOTORISTA".
        02 LINE 09 COL 10 VALUE "ROMANEIO      : [       ]".
        02 LINE 09 COL 40 VALUE "(0000000 SAI)".
        02 LINE 10 COL 10 VALUE "MOTORISTA     : [     ]".
        02 LINE 12 COL 10 VALUE "DIFERENCA     : [              ]".
        02 LINE 13 COL 10 VALUE "JA QUITADO    : [              ]".
        02 LINE 14 COL 10 VALUE "SALDO DEVEDOR : [              ]".
        02 LINE 16 COL 10 VALUE "VALOR PAGO    : [             ]".
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
           PERFORM TELA-ACERTO-0 UNTIL WFIM = "T".
       TELA-ACERTO-0.
           MOVE SPACES TO W-OPCAO
           DISPLAY TELA-MENU-ACERTO
           ACCEPT TELA-MENU-ACERTO
           EVALUATE W-OPCAO
             WHEN "1"
                PERFORM ACERTO-000 THRU ACERTO-EXIT
             WHEN "2"
                PERFORM DEBITOS-000 THRU DEBITOS-EXIT
             WHEN "3"
                PERFORM QUITACAO-000 THRU QUITACAO-EXIT
             WHEN "4"
                PERFORM CLOSE-ARQUIVOS
                EXIT PROGRAM
           END-EVALUATE.

      ******************************************
      * ACERTO DO ROMANEIO                     *
      ******************************************
      * UM ACERTO POR ROMANEIO, FEITO UMA VEZ SO NA VOLTA DO
      * CAMINHAO. ROMANEIO MONTADO ANTES DA ESCALA DE MOTORISTAS NAO
      * TEM CABECALHO DE ACERTO: ELE E CRIADO AQUI A PARTIR DO
      * CABECALHO DO ROMANEIO E O MOTORISTA E INFORMADO NA HORA.
       ACERTO-000.
           MOVE "ACERTO" TO DOPCAO
           DISPLAY TELA-ACERTO
           MOVE ZEROS TO WS-ROMANEIO
           ACCEPT WS-ROMANEIO AT 0727
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 02 OR WS-ROMANEIO = ZEROS
              GO TO ACERTO-EXIT
           END-IF
           PERFORM LE-CABECALHO-ACERTO THRU LE-CABECALHO-ACERTO-FIM
           MOVE "00" TO WS-RESULTADO-ACESSO
           IF W-SN NOT = "S"
              GO TO ACERTO-EXIT
           END-IF
           IF ACE_SITUACAO NOT = "A"
              UNLOCK ARQ-ACERTO
              MOVE "*** ROMANEIO JA ACERTADO ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ACERTO-EXIT
           END-IF
           MOVE ACE_DATA_ROMANEIO TO WS-DATA-ROMANEIO
           MOVE ACE_VEICULO       TO WS-VEICULO
           DISPLAY ACE_DATA_ROMANEIO AT 0827
           DISPLAY ACE_VEICULO       AT 0838
           MOVE ACE_VALOR_NOTA TO WS-VALOR-EDT
           DISPLAY WS-VALOR-EDT      AT 1027
           MOVE ACE_MOTORISTA TO WS-MOTORISTA
           PERFORM ENTRA-MOTORISTA-ACERTO
               THRU ENTRA-MOTORISTA-ACERTO-FIM
           MOVE "00" TO WS-RESULTADO-ACESSO
           IF W-SN NOT = "S"
              UNLOCK ARQ-ACERTO
              GO TO ACERTO-EXIT
           END-IF
           PERFORM CARREGA-NOTAS-ROMANEIO
           IF WS-QTD-NOTAS = ZEROS
              UNLOCK ARQ-ACERTO
              MOVE "*** ROMANEIO SEM NOTAS ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ACERTO-EXIT
           END-IF
           MOVE "N" TO WS-CANCELADO
           PERFORM ENTRA-NOTA-ACERTO THRU ENTRA-NOTA-ACERTO-FIM
               VARYING WS-NOT-IDX FROM 1 BY 1
                 UNTIL WS-NOT-IDX > WS-QTD-NOTAS
                    OR WS-CANCELADO = "S"
           IF WS-CANCELADO = "S"
              UNLOCK ARQ-ACERTO
              MOVE "*** ACERTO ABANDONADO ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ACERTO-EXIT
           END-IF
           PERFORM TOTALIZA-ACERTO
           MOVE WS-DIFERENCA TO WS-DIFERENCA-EDT
           DISPLAY WS-DIFERENCA-EDT AT 2127
           MOVE 0 TO W-SEL
           PERFORM CONFIRMA-TELA UNTIL W-SEL > 0
           IF W-SN NOT = "S"
              UNLOCK ARQ-ACERTO
              GO TO ACERTO-EXIT
           END-IF
           PERFORM GRAVA-ACERTO
           PERFORM IMPRIME-ACERTO
           IF WS-DIFERENCA > ZEROS
              MOVE "*** ACERTO GRAVADO - DEBITO DO MOTORISTA ***"
                TO MENS
           ELSE
              MOVE "*** ACERTO GRAVADO E FECHADO ***" TO MENS
           END-IF
           PERFORM ROT-MENS THRU ROT-MENS-FIM
           .
       ACERTO-EXIT.
           EXIT.

      * LE (COM LOCK) O CABECALHO DO ACERTO; SEM ELE, CRIA A PARTIR
      * DO CABECALHO DO ROMANEIO.
       LE-CABECALHO-ACERTO.
           MOVE "N" TO W-SN
           MOVE WS-ROMANEIO TO ACE_ROMANEIO
           MOVE ZEROS       TO ACE_SEQ
           READ ARQ-ACERTO WITH LOCK
           IF WS-RESULTADO-ACESSO = "9D"
              MOVE "*** ACERTO EM USO EM OUTRO TERMINAL ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO LE-CABECALHO-ACERTO-FIM
           END-IF
           IF WS-RESULTADO-ACESSO = "00"
              MOVE "S" TO W-SN
              GO TO LE-CABECALHO-ACERTO-FIM
           END-IF
           MOVE "00" TO WS-RESULTADO-ACESSO
           MOVE WS-ROMANEIO TO ROM_NUMERO
           MOVE ZEROS       TO ROM_SEQ
           READ ARQ-ROM
               INVALID KEY
                  MOVE "*** ROMANEIO NAO CADASTRADO ***" TO MENS
                  PERFORM ROT-MENS THRU ROT-MENS-FIM
                  GO TO LE-CABECALHO-ACERTO-FIM
           END-READ
           MOVE SPACES TO REGACE
           MOVE WS-ROMANEIO TO ACE_ROMANEIO
           MOVE ZEROS       TO ACE_SEQ
           MOVE ZEROS       TO ACE_MOTORISTA
           MOVE ROM_DATA    TO ACE_DATA_ROMANEIO
           MOVE ROM_VEICULO TO ACE_VEICULO
           MOVE ZEROS       TO ACE_NF ACE_CLIENTE
                               ACE_VALOR_RECUSADO
                               ACE_VALOR_DINHEIRO
                               ACE_VALOR_CHEQUE
                               ACE_VASILHAME_SAIDA
                               ACE_VASILHAME_RETORNO
                               ACE_DIFERENCA
                               ACE_VALOR_QUITADO
                               ACE_DATA_ACERTO
           MOVE ROM_VALOR   TO ACE_VALOR_NOTA
           MOVE LS-ID       TO ACE_OPERADOR
           MOVE "A"         TO ACE_SITUACAO
           WRITE REGACE
           READ ARQ-ACERTO WITH LOCK
           IF WS-RESULTADO-ACESSO = "00"
              MOVE "S" TO W-SN
           ELSE
              MOVE "ERRO NA LEITURA DO ARQUIVO DE ACERTO" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
           END-IF
           .
       LE-CABECALHO-ACERTO-FIM.
           EXIT.

      * O MOTORISTA ESCALADO NO ROMENT VEM NO CABECALHO; SEM ELE O
      * OPERADOR INFORMA QUEM RODOU (CONFERIDO NO CADASTRO QUANDO
      * HOUVER, SO PARA EXISTENCIA - A ESCALA JA PASSOU).
       ENTRA-MOTORISTA-ACERTO.
           MOVE "S" TO W-SN
           MOVE SPACES TO WS-NOME-MOTORISTA
           IF WS-MOTORISTA = ZEROS
              ACCEPT WS-MOTORISTA AT 0927
              ACCEPT W-ACT FROM ESCAPE KEY
              IF W-ACT = 02 OR WS-MOTORISTA = ZEROS
                 MOVE "N" TO W-SN
                 GO TO ENTRA-MOTORISTA-ACERTO-FIM
              END-IF
           END-IF
           DISPLAY WS-MOTORISTA AT 0927
           IF WS-SEM-MOTORISTA = "S"
              GO TO ENTRA-MOTORISTA-ACERTO-FIM
           END-IF
           MOVE WS-MOTORISTA TO MOT_CODIGO
           READ ARQ-MOTORISTA
               INVALID KEY
                  MOVE "*** MOTORISTA NAO CADASTRADO ***" TO MENS
                  PERFORM ROT-MENS THRU ROT-MENS-FIM
                  MOVE "N" TO W-SN
                  GO TO ENTRA-MOTORISTA-ACERTO-FIM
           END-READ
           MOVE MOT_NOME TO WS-NOME-MOTORISTA
           DISPLAY MOT_NOME(1:30) AT 0935
           .
       ENTRA-MOTORISTA-ACERTO-FIM.
           EXIT.

      * PARADAS 001+ DO ROMANEIO, COM A SITUACAO DA ENTREGA E O
      * VASILHAME DE CADA NOTA.
       CARREGA-NOTAS-ROMANEIO.
           MOVE ZEROS TO WS-QTD-NOTAS
           MOVE "N" TO WS-EOF-ROM
           MOVE WS-ROMANEIO TO ROM_NUMERO
           MOVE 1           TO ROM_SEQ
           START ARQ-ROM
               KEY IS NOT LESS THAN ROM_CHAVE
                    INVALID KEY
                       MOVE "Y" TO WS-EOF-ROM
           END-START
           PERFORM UNTIL WS-EOF-ROM = "Y"
               READ ARQ-ROM NEXT AT END
                   MOVE "Y" TO WS-EOF-ROM
               END-READ
               IF WS-EOF-ROM = "N"
                  IF ROM_NUMERO NOT = WS-ROMANEIO OR
                     WS-QTD-NOTAS = 200
                     MOVE "Y" TO WS-EOF-ROM
                  ELSE
                     PERFORM CARREGA-UMA-NOTA
                  END-IF
               END-IF
           END-PERFORM
           MOVE "00" TO WS-RESULTADO-ACESSO
           .

       CARREGA-UMA-NOTA.
           ADD 1 TO WS-QTD-NOTAS
           MOVE ROM_SEQ     TO WS-NOT-SEQ(WS-QTD-NOTAS)
           MOVE ROM_NF      TO WS-NOT-NF(WS-QTD-NOTAS)
           MOVE ROM_CLIENTE TO WS-NOT-CLIENTE(WS-QTD-NOTAS)
           MOVE ROM_VALOR   TO WS-NOT-VALOR(WS-QTD-NOTAS)
           MOVE SPACES      TO WS-NOT-STATUS(WS-QTD-NOTAS)
           MOVE ZEROS       TO WS-NOT-RECUSADO(WS-QTD-NOTAS)
                               WS-NOT-CHEQUE(WS-QTD-NOTAS)
                               WS-NOT-VAS-SAIDA(WS-QTD-NOTAS)
                               WS-NOT-VAS-RETORNO(WS-QTD-NOTAS)
           IF WS-SEM-ENTREGA NOT = "S"
              MOVE ROM_NF TO ENT_NF
              READ ARQ-ENTREGA
                  INVALID KEY
                     CONTINUE
                  NOT INVALID KEY
                     MOVE ENT_STATUS TO WS-NOT-STATUS(WS-QTD-NOTAS)
              END-READ
           END-IF
           IF WS-NOT-STATUS(WS-QTD-NOTAS) = "R"
              MOVE ROM_VALOR TO WS-NOT-RECUSADO(WS-QTD-NOTAS)
           END-IF
           COMPUTE WS-NOT-DINHEIRO(WS-QTD-NOTAS) =
               WS-NOT-VALOR(WS-QTD-NOTAS) -
               WS-NOT-RECUSADO(WS-QTD-NOTAS)
           IF WS-SEM-VASILHAME NOT = "S"
              PERFORM SOMA-VASILHAME-NOTA
           END-IF
           MOVE "00" TO WS-RESULTADO-ACESSO
           .

      * MOVIMENTOS DE VASILHAME DO CLIENTE CARIMBADOS COM A NOTA
      * (VER CADVAS): SAIDA NA ENTREGA E ENTRADA NO RETORNO.
       SOMA-VASILHAME-NOTA.
           MOVE "N" TO WS-EOF-VAS
           MOVE ROM_CLIENTE TO VAS_CODIGO_CLIENTE
           MOVE ZEROS       TO VAS_DATA_HORA
           START ARQ-VASI
               KEY IS NOT LESS THAN VAS_CHAVE
                    INVALID KEY
                       MOVE "Y" TO WS-EOF-VAS
           END-START
           PERFORM UNTIL WS-EOF-VAS = "Y"
               READ ARQ-VASI NEXT AT END
                   MOVE "Y" TO WS-EOF-VAS
               END-READ
               IF WS-EOF-VAS = "N"
                  IF VAS_CODIGO_CLIENTE NOT = ROM_CLIENTE
                     MOVE "Y" TO WS-EOF-VAS
                  ELSE
                     IF VAS_NF = ROM_NF
                        IF VAS_TIPO = "S"
                           ADD VAS_QTDE
                             TO WS-NOT-VAS-SAIDA(WS-QTD-NOTAS)
                        ELSE
                           ADD VAS_QTDE
                             TO WS-NOT-VAS-RETORNO(WS-QTD-NOTAS)
                        END-IF
                     END-IF
                  END-IF
               END-IF
           END-PERFORM
           .

      * NOTA A NOTA: RECUSA PARCIAL DIGITADA (A TOTAL JA VEM DA
      * ENTREGA), DINHEIRO E CHEQUE RECEBIDOS.
       ENTRA-NOTA-ACERTO.
           DISPLAY WS-NOT-SEQ(WS-NOT-IDX)     AT 1227
           DISPLAY WS-NOT-NF(WS-NOT-IDX)      AT 1233
           DISPLAY WS-NOT-CLIENTE(WS-NOT-IDX) AT 1327
           MOVE WS-NOT-CLIENTE(WS-NOT-IDX) TO CLI_CODIGO_CLIENTE
           READ ARQ-CLIENTE
               INVALID KEY
                  MOVE SPACES TO CLI_RAZAO_SOCIAL
           END-READ
           MOVE "00" TO WS-RESULTADO-ACESSO
           DISPLAY CLI_RAZAO_SOCIAL(1:30)     AT 1336
           MOVE WS-NOT-VALOR(WS-NOT-IDX) TO WS-VALOR-EDT
           DISPLAY WS-VALOR-EDT               AT 1427
           DISPLAY WS-NOT-STATUS(WS-NOT-IDX)  AT 1527
           DISPLAY WS-NOT-VAS-SAIDA(WS-NOT-IDX)   AT 1927
           DISPLAY WS-NOT-VAS-RETORNO(WS-NOT-IDX) AT 1935
           MOVE WS-NOT-RECUSADO(WS-NOT-IDX) TO WS-VALOR-RECUSADO
           DISPLAY WS-VALOR-RECUSADO AT 1627
           IF WS-NOT-STATUS(WS-NOT-IDX) = "P"
              ACCEPT WS-VALOR-RECUSADO WITH UPDATE AT 1627
              ACCEPT W-ACT FROM ESCAPE KEY
              IF W-ACT = 02
                 MOVE "S" TO WS-CANCELADO
                 GO TO ENTRA-NOTA-ACERTO-FIM
              END-IF
              IF WS-VALOR-RECUSADO > WS-NOT-VALOR(WS-NOT-IDX)
                 MOVE WS-NOT-VALOR(WS-NOT-IDX) TO WS-VALOR-RECUSADO
              END-IF
              MOVE WS-VALOR-RECUSADO TO WS-NOT-RECUSADO(WS-NOT-IDX)
              COMPUTE WS-NOT-DINHEIRO(WS-NOT-IDX) =
                  WS-NOT-VALOR(WS-NOT-IDX) - WS-VALOR-RECUSADO
           END-IF
           MOVE WS-NOT-DINHEIRO(WS-NOT-IDX) TO WS-VALOR-DINHEIRO
           ACCEPT WS-VALOR-DINHEIRO WITH UPDATE AT 1727
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 02
              MOVE "S" TO WS-CANCELADO
              GO TO ENTRA-NOTA-ACERTO-FIM
           END-IF
           MOVE WS-NOT-CHEQUE(WS-NOT-IDX) TO WS-VALOR-CHEQUE
           ACCEPT WS-VALOR-CHEQUE WITH UPDATE AT 1827
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 02
              MOVE "S" TO WS-CANCELADO
              GO TO ENTRA-NOTA-ACERTO-FIM
           END-IF
           MOVE WS-VALOR-DINHEIRO TO WS-NOT-DINHEIRO(WS-NOT-IDX)
           MOVE WS-VALOR-CHEQUE   TO WS-NOT-CHEQUE(WS-NOT-IDX)
           .
       ENTRA-NOTA-ACERTO-FIM.
           EXIT.

       TOTALIZA-ACERTO.
           MOVE ZEROS TO WS-TOT-NOTAS
                         WS-TOT-RECUSADO
                         WS-TOT-DINHEIRO
                         WS-TOT-CHEQUE
                         WS-TOT-VAS-SAIDA
                         WS-TOT-VAS-RETORNO
           PERFORM VARYING WS-NOT-IDX FROM 1 BY 1
                   UNTIL WS-NOT-IDX > WS-QTD-NOTAS
              ADD WS-NOT-VALOR(WS-NOT-IDX)     TO WS-TOT-NOTAS
              ADD WS-NOT-RECUSADO(WS-NOT-IDX)  TO WS-TOT-RECUSADO
              ADD WS-NOT-DINHEIRO(WS-NOT-IDX)  TO WS-TOT-DINHEIRO
              ADD WS-NOT-CHEQUE(WS-NOT-IDX)    TO WS-TOT-CHEQUE
              ADD WS-NOT-VAS-SAIDA(WS-NOT-IDX) TO WS-TOT-VAS-SAIDA
              ADD WS-NOT-VAS-RETORNO(WS-NOT-IDX)
                TO WS-TOT-VAS-RETORNO
           END-PERFORM
           COMPUTE WS-DIFERENCA =
               (WS-TOT-NOTAS - WS-TOT-RECUSADO) -
               (WS-TOT-DINHEIRO + WS-TOT-CHEQUE)
           COMPUTE WS-VAS-PENDENTE =
               WS-TOT-VAS-SAIDA - WS-TOT-VAS-RETORNO
           .

      * GRAVA AS NOTAS (001+) E FECHA O CABECALHO: COM FALTA O
      * ACERTO FICA PENDENTE COMO DEBITO DO MOTORISTA; SEM FALTA
      * (OU COM SOBRA) JA NASCE FECHADO.
       GRAVA-ACERTO.
           PERFORM GRAVA-NOTA-ACERTO
               VARYING WS-NOT-IDX FROM 1 BY 1
                 UNTIL WS-NOT-IDX > WS-QTD-NOTAS
           MOVE WS-ROMANEIO TO ACE_ROMANEIO
           MOVE ZEROS       TO ACE_SEQ
           READ ARQ-ACERTO
           MOVE WS-MOTORISTA       TO ACE_MOTORISTA
           MOVE WS-TOT-NOTAS       TO ACE_VALOR_NOTA
           MOVE WS-TOT-RECUSADO    TO ACE_VALOR_RECUSADO
           MOVE WS-TOT-DINHEIRO    TO ACE_VALOR_DINHEIRO
           MOVE WS-TOT-CHEQUE      TO ACE_VALOR_CHEQUE
           MOVE WS-TOT-VAS-SAIDA   TO ACE_VASILHAME_SAIDA
           MOVE WS-TOT-VAS-RETORNO TO ACE_VASILHAME_RETORNO
           MOVE WS-DIFERENCA       TO ACE_DIFERENCA
           MOVE ZEROS              TO ACE_VALOR_QUITADO
           MOVE WS-DATA-HOJE       TO ACE_DATA_ACERTO
           MOVE LS-ID              TO ACE_OPERADOR
           IF WS-DIFERENCA > ZEROS
              MOVE "P" TO ACE_SITUACAO
           ELSE
              MOVE "F" TO ACE_SITUACAO
           END-IF
           REWRITE REGACE
           UNLOCK ARQ-ACERTO
           MOVE "00" TO WS-RESULTADO-ACESSO
           MOVE WS-DIFERENCA TO WS-DIFERENCA-EDT
           MOVE SPACES TO MENS
           STRING "MOTORISTA " WS-MOTORISTA
                  " DIFERENCA " WS-DIFERENCA-EDT
               DELIMITED BY SIZE INTO MENS
           END-STRING
           MOVE WS-ROMANEIO TO WS-AUD-CODIGO
           PERFORM GRAVA-AUDITORIA
           .

       GRAVA-NOTA-ACERTO.
           MOVE SPACES TO REGACE
           MOVE WS-ROMANEIO                TO ACE_ROMANEIO
           MOVE WS-NOT-SEQ(WS-NOT-IDX)     TO ACE_SEQ
           MOVE WS-MOTORISTA               TO ACE_MOTORISTA
           MOVE WS-DATA-ROMANEIO           TO ACE_DATA_ROMANEIO
           MOVE WS-VEICULO                 TO ACE_VEICULO
           MOVE WS-NOT-NF(WS-NOT-IDX)      TO ACE_NF
           MOVE WS-NOT-CLIENTE(WS-NOT-IDX) TO ACE_CLIENTE
           MOVE WS-NOT-VALOR(WS-NOT-IDX)   TO ACE_VALOR_NOTA
           MOVE WS-NOT-STATUS(WS-NOT-IDX)  TO ACE_STATUS_ENTREGA
           MOVE WS-NOT-RECUSADO(WS-NOT-IDX) TO ACE_VALOR_RECUSADO
           MOVE WS-NOT-DINHEIRO(WS-NOT-IDX) TO ACE_VALOR_DINHEIRO
           MOVE WS-NOT-CHEQUE(WS-NOT-IDX)  TO ACE_VALOR_CHEQUE
           MOVE WS-NOT-VAS-SAIDA(WS-NOT-IDX) TO ACE_VASILHAME_SAIDA
           MOVE WS-NOT-VAS-RETORNO(WS-NOT-IDX)
             TO ACE_VASILHAME_RETORNO
           COMPUTE ACE_DIFERENCA =
               (WS-NOT-VALOR(WS-NOT-IDX) - WS-NOT-RECUSADO(WS-NOT-IDX))
               - (WS-NOT-DINHEIRO(WS-NOT-IDX) +
                  WS-NOT-CHEQUE(WS-NOT-IDX))
           MOVE ZEROS        TO ACE_VALOR_QUITADO
           MOVE WS-DATA-HOJE TO ACE_DATA_ACERTO
           MOVE LS-ID        TO ACE_OPERADOR
           MOVE "F"          TO ACE_SITUACAO
           WRITE REGACE
           IF WS-RESULTADO-ACESSO = "22"
              REWRITE REGACE
           END-IF
           MOVE "00" TO WS-RESULTADO-ACESSO
           .

      * EXTRATO DO ACERTO, ASSINADO PELO MOTORISTA E PELO CONFERENTE.
       IMPRIME-ACERTO.
           MOVE WCF-ARQ-IMPRESSAO-ACERTO TO WRL-ARQ-IMPRESSAO
           OPEN OUTPUT ARQIMP
           MOVE WS-ROMANEIO       TO CABA-ROMANEIO
           MOVE WS-DATA-ROMANEIO  TO CABA-DATA
           MOVE WS-VEICULO        TO CABA-VEICULO
           WRITE REGIMP FROM CABEC-ACERTO
           MOVE WS-MOTORISTA      TO CABA-MOTORISTA
           MOVE WS-NOME-MOTORISTA TO CABA-NOME
           MOVE WS-DATA-HOJE      TO CABA-ACERTO
           WRITE REGIMP FROM CABEC1-ACERTO
           MOVE SPACES TO REGIMP
           WRITE REGIMP
           WRITE REGIMP FROM CABEC2-ACERTO
           MOVE SPACES TO REGIMP
           WRITE REGIMP
           PERFORM IMPRIME-NOTA-ACERTO
               VARYING WS-NOT-IDX FROM 1 BY 1
                 UNTIL WS-NOT-IDX > WS-QTD-NOTAS
           MOVE SPACES TO REGIMP
           WRITE REGIMP
           MOVE WS-TOT-NOTAS       TO TOTA-VALOR
           MOVE WS-TOT-RECUSADO    TO TOTA-RECUSADO
           MOVE WS-TOT-DINHEIRO    TO TOTA-DINHEIRO
           MOVE WS-TOT-CHEQUE      TO TOTA-CHEQUE
           MOVE WS-DIFERENCA       TO TOTA-DIFERENCA
           MOVE WS-TOT-VAS-SAIDA   TO TOTA-VAS-SAIDA
           MOVE WS-TOT-VAS-RETORNO TO TOTA-VAS-RET
           WRITE REGIMP FROM TOT-ACERTO
           MOVE SPACES TO REGIMP
           WRITE REGIMP
           MOVE WS-DIFERENCA TO RESA-DIFERENCA
           EVALUATE TRUE
             WHEN WS-DIFERENCA > ZEROS
                MOVE "(FALTA - DEBITO DO MOTORISTA)" TO RESA-TEXTO
             WHEN WS-DIFERENCA < ZEROS
                MOVE "(SOBRA)" TO RESA-TEXTO
             WHEN OTHER
                MOVE "(SEM DIFERENCA)" TO RESA-TEXTO
           END-EVALUATE
           WRITE REGIMP FROM RESUMO-ACERTO
           MOVE WS-VAS-PENDENTE TO RESV-PENDENTE
           WRITE REGIMP FROM RESUMO-VASILHAME
           MOVE SPACES TO REGIMP
           WRITE REGIMP
           WRITE REGIMP
           WRITE REGIMP FROM RODAPE-ACERTO
           CLOSE ARQIMP
           MOVE "00" TO WS-RESULTADO-ACESSO
           MOVE "ACEMOT" TO WS-SPL-PROGRAMA
           MOVE WRL-ARQ-IMPRESSAO TO WS-SPL-ORIGEM
           PERFORM REGISTRA-SPOOL THRU REGISTRA-SPOOL-FIM
           .

       IMPRIME-NOTA-ACERTO.
           COMPUTE WS-DIFERENCA-NOTA =
               (WS-NOT-VALOR(WS-NOT-IDX) - WS-NOT-RECUSADO(WS-NOT-IDX))
               - (WS-NOT-DINHEIRO(WS-NOT-IDX) +
                  WS-NOT-CHEQUE(WS-NOT-IDX))
           MOVE WS-NOT-SEQ(WS-NOT-IDX)       TO DETA-SEQ
           MOVE WS-NOT-NF(WS-NOT-IDX)        TO DETA-NF
           MOVE WS-NOT-CLIENTE(WS-NOT-IDX)   TO DETA-CLIENTE
           MOVE WS-NOT-STATUS(WS-NOT-IDX)    TO DETA-STATUS
           MOVE WS-NOT-VALOR(WS-NOT-IDX)     TO DETA-VALOR
           MOVE WS-NOT-RECUSADO(WS-NOT-IDX)  TO DETA-RECUSADO
           MOVE WS-NOT-DINHEIRO(WS-NOT-IDX)  TO DETA-DINHEIRO
           MOVE WS-NOT-CHEQUE(WS-NOT-IDX)    TO DETA-CHEQUE
           MOVE WS-DIFERENCA-NOTA            TO DETA-DIFERENCA
           MOVE WS-NOT-VAS-SAIDA(WS-NOT-IDX) TO DETA-VAS-SAIDA
           MOVE WS-NOT-VAS-RETORNO(WS-NOT-IDX) TO DETA-VAS-RET
           WRITE REGIMP FROM DET-ACERTO
           .

      ******************************************
      * ACERTOS EM ABERTO E DEBITOS            *
      ******************************************
      * POR MOTORISTA (CHAVE ALTERNATIVA): ROMANEIOS AINDA SEM
      * ACERTO (A CARGA ESTA NA MAO DO MOTORISTA) E ACERTOS COM
      * DEBITO PENDENTE, COM O SALDO DEVEDOR DE CADA UM.
       DEBITOS-000.
           MOVE ZEROS TO WS-QTD-IMPRESSOS
                         WS-SUB-DEBITO WS-SUB-CARGA
                         WS-TOT-DEBITO WS-TOT-CARGA
           MOVE "S" TO WS-PRIMEIRO
           MOVE WCF-ARQ-IMPRESSAO-DEBMOT TO WRL-ARQ-IMPRESSAO
           OPEN OUTPUT ARQIMP
           MOVE WS-DATA-HOJE TO CABD-DATA
           WRITE REGIMP FROM CABEC-DEBITO
           MOVE SPACES TO REGIMP
           WRITE REGIMP
           WRITE REGIMP FROM CABEC2-DEBITO
           MOVE SPACES TO REGIMP
           WRITE REGIMP
           MOVE "N" TO WS-EOF-ACE
           MOVE ZEROS TO ACE_MOTORISTA
           START ARQ-ACERTO
               KEY IS NOT LESS THAN ACE_MOTORISTA
                    INVALID KEY
                       MOVE "Y" TO WS-EOF-ACE
           END-START
           PERFORM UNTIL WS-EOF-ACE = "Y"
               READ ARQ-ACERTO NEXT AT END
                   MOVE "Y" TO WS-EOF-ACE
               END-READ
               IF WS-EOF-ACE = "N"
                  IF ACE_SEQ = ZEROS AND
                     (ACE_SITUACAO = "A" OR ACE_SITUACAO = "P")
                     PERFORM IMPRIME-DEBITO
                  END-IF
               END-IF
           END-PERFORM
           MOVE "00" TO WS-RESULTADO-ACESSO
           IF WS-PRIMEIRO = "N"
              PERFORM IMPRIME-SUBTOTAL-MOTORISTA
           END-IF
           MOVE SPACES TO REGIMP
           WRITE REGIMP
           MOVE WS-TOT-CARGA  TO TOTB-CARGA
           MOVE WS-TOT-DEBITO TO TOTB-SALDO
           WRITE REGIMP FROM TOT-DEBITO
           CLOSE ARQIMP
           MOVE "ACEMOT" TO WS-SPL-PROGRAMA
           MOVE WRL-ARQ-IMPRESSAO TO WS-SPL-ORIGEM
           PERFORM REGISTRA-SPOOL THRU REGISTRA-SPOOL-FIM
           MOVE WS-QTD-IMPRESSOS TO WS-MENS-QTD
           MOVE WS-MENS-TOTAL TO MENS
           PERFORM ROT-MENS THRU ROT-MENS-FIM
           .
       DEBITOS-EXIT.
           EXIT.

       IMPRIME-DEBITO.
           IF WS-PRIMEIRO = "N" AND ACE_MOTORISTA NOT = WS-MOTORISTA-ANT
              PERFORM IMPRIME-SUBTOTAL-MOTORISTA
           END-IF
           IF WS-PRIMEIRO = "S" OR ACE_MOTORISTA NOT = WS-MOTORISTA-ANT
              MOVE "N" TO WS-PRIMEIRO
              MOVE ACE_MOTORISTA TO WS-MOTORISTA-ANT
              MOVE ZEROS TO WS-SUB-DEBITO WS-SUB-CARGA
           END-IF
           MOVE SPACES TO MOT_NOME
           IF WS-SEM-MOTORISTA NOT = "S" AND ACE_MOTORISTA > ZEROS
              MOVE ACE_MOTORISTA TO MOT_CODIGO
              READ ARQ-MOTORISTA
                  INVALID KEY
                     MOVE SPACES TO MOT_NOME
              END-READ
           END-IF
           MOVE ZEROS TO DETB-CARGA DETB-DIFERENCA DETB-QUITADO
                         DETB-SALDO
           IF ACE_SITUACAO = "A"
              MOVE "SEM ACERTO" TO DETB-SITUACAO
              MOVE ACE_VALOR_NOTA TO DETB-CARGA
              ADD ACE_VALOR_NOTA TO WS-SUB-CARGA WS-TOT-CARGA
           ELSE
              MOVE "DEBITO"   TO DETB-SITUACAO
              COMPUTE WS-SALDO-DEVEDOR =
                  ACE_DIFERENCA - ACE_VALOR_QUITADO
              MOVE ACE_DIFERENCA     TO DETB-DIFERENCA
              MOVE ACE_VALOR_QUITADO TO DETB-QUITADO
              MOVE WS-SALDO-DEVEDOR  TO DETB-SALDO
              ADD WS-SALDO-DEVEDOR TO WS-SUB-DEBITO WS-TOT-DEBITO
           END-IF
           MOVE ACE_MOTORISTA     TO DETB-MOTORISTA
           MOVE MOT_NOME          TO DETB-NOME
           MOVE ACE_ROMANEIO      TO DETB-ROMANEIO
           MOVE ACE_DATA_ROMANEIO TO DETB-DATA
           WRITE REGIMP FROM DET-DEBITO
           ADD 1 TO WS-QTD-IMPRESSOS
           MOVE "00" TO WS-RESULTADO-ACESSO
           .

       IMPRIME-SUBTOTAL-MOTORISTA.
           MOVE WS-MOTORISTA-ANT TO SUBB-MOTORISTA
           MOVE WS-SUB-CARGA     TO SUBB-CARGA
           MOVE WS-SUB-DEBITO    TO SUBB-SALDO
           WRITE REGIMP FROM SUB-DEBITO
           MOVE SPACES TO REGIMP
           WRITE REGIMP
           .

      ******************************************
      * QUITACAO DE DEBITO DE MOTORISTA        *
      ******************************************
      * O MOTORISTA PAGA A FALTA (NO TODO OU EM PARTES); QUANDO O
      * QUITADO ALCANCA A DIFERENCA O ACERTO FECHA.
       QUITACAO-000.
           MOVE "QUITACAO" TO DOPCAO
           DISPLAY TELA-QUITACAO
           MOVE ZEROS TO WS-ROMANEIO
           ACCEPT WS-ROMANEIO AT 0927
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 02 OR WS-ROMANEIO = ZEROS
              GO TO QUITACAO-EXIT
           END-IF
           MOVE WS-ROMANEIO TO ACE_ROMANEIO
           MOVE ZEROS       TO ACE_SEQ
           READ ARQ-ACERTO WITH LOCK
           IF WS-RESULTADO-ACESSO = "9D"
              MOVE "*** ACERTO EM USO EM OUTRO TERMINAL ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO QUITACAO-EXIT
           END-IF
           IF WS-RESULTADO-ACESSO NOT = "00"
              MOVE "00" TO WS-RESULTADO-ACESSO
              MOVE "*** ACERTO NAO ENCONTRADO ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO QUITACAO-EXIT
           END-IF
           IF ACE_SITUACAO NOT = "P"
              UNLOCK ARQ-ACERTO
              MOVE "*** ROMANEIO SEM DEBITO PENDENTE ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO QUITACAO-EXIT
           END-IF
           COMPUTE WS-SALDO-DEVEDOR = ACE_DIFERENCA - ACE_VALOR_QUITADO
           DISPLAY ACE_MOTORISTA AT 1027
           MOVE ACE_DIFERENCA     TO WS-VALOR-EDT
           DISPLAY WS-VALOR-EDT   AT 1227
           MOVE ACE_VALOR_QUITADO TO WS-VALOR-EDT
           DISPLAY WS-VALOR-EDT   AT 1327
           MOVE WS-SALDO-DEVEDOR  TO WS-VALOR-EDT
           DISPLAY WS-VALOR-EDT   AT 1427
           MOVE WS-SALDO-DEVEDOR  TO WS-VALOR-QUITACAO
           ACCEPT WS-VALOR-QUITACAO WITH UPDATE AT 1627
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 02 OR WS-VALOR-QUITACAO = ZEROS
              UNLOCK ARQ-ACERTO
              GO TO QUITACAO-EXIT
           END-IF
           IF WS-VALOR-QUITACAO > WS-SALDO-DEVEDOR
              UNLOCK ARQ-ACERTO
              MOVE "*** VALOR ACIMA DO SALDO DEVEDOR ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO QUITACAO-EXIT
           END-IF
           MOVE 0 TO W-SEL
           PERFORM CONFIRMA-TELA UNTIL W-SEL > 0
           IF W-SN NOT = "S"
              UNLOCK ARQ-ACERTO
              GO TO QUITACAO-EXIT
           END-IF
           ADD WS-VALOR-QUITACAO TO ACE_VALOR_QUITADO
           IF ACE_VALOR_QUITADO NOT < ACE_DIFERENCA
              MOVE "F" TO ACE_SITUACAO
           END-IF
           REWRITE REGACE
           UNLOCK ARQ-ACERTO
           MOVE "00" TO WS-RESULTADO-ACESSO
           MOVE WS-VALOR-QUITACAO TO WS-VALOR-EDT
           MOVE SPACES TO MENS
           STRING "MOTORISTA " ACE_MOTORISTA
                  " PAGOU " WS-VALOR-EDT
               DELIMITED BY SIZE INTO MENS
           END-STRING
           MOVE WS-ROMANEIO TO WS-AUD-CODIGO
           PERFORM GRAVA-AUDITORIA
           IF ACE_SITUACAO = "F"
              MOVE "*** DEBITO QUITADO - ACERTO FECHADO ***" TO MENS
           ELSE
              MOVE "*** PAGAMENTO PARCIAL REGISTRADO ***" TO MENS
           END-IF
           PERFORM ROT-MENS THRU ROT-MENS-FIM
           .
       QUITACAO-EXIT.
           EXIT.

      *******************************
      * ROTINA DE ABERTURA ARQUIVOS *
      *******************************
      * O ACERTO E CRIADO NA PRIMEIRA VEZ; ENTREGA, VASILHAME E
      * MOTORISTAS SAO OPCIONAIS (SEM ELES O ACERTO SEGUE SEM A
      * RECUSA AUTOMATICA, SEM O VASILHAME OU SEM O NOME).
       OPEN-ARQUIVOS.
           OPEN I-O ARQ-ACERTO
           IF WS-RESULTADO-ACESSO NOT = "00"
               IF WS-RESULTADO-ACESSO = "05"
                  OPEN OUTPUT ARQ-ACERTO
                  CLOSE ARQ-ACERTO
                  OPEN I-O ARQ-ACERTO
               ELSE
                  MOVE "ERRO NA ABERTURA DO ARQUIVO DE ACERTO" TO MENS
                  PERFORM ROT-MENS THRU ROT-MENS-FIM
                  EXIT PROGRAM
                  .
           OPEN INPUT ARQ-ROM
           IF WS-RESULTADO-ACESSO NOT = "00"
              MOVE "*** NAO HA ROMANEIO GRAVADO ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              CLOSE ARQ-ACERTO
              EXIT PROGRAM
              .
           OPEN INPUT ARQ-CLIENTE
           IF WS-RESULTADO-ACESSO NOT = "00"
              MOVE "ERRO NA ABERTURA DO ARQUIVO CLIENTE" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              CLOSE ARQ-ACERTO ARQ-ROM
              EXIT PROGRAM
              .
           MOVE "N" TO WS-SEM-ENTREGA
           OPEN INPUT ARQ-ENTREGA
           IF WS-RESULTADO-ACESSO NOT = "00"
              MOVE "S" TO WS-SEM-ENTREGA
              MOVE "00" TO WS-RESULTADO-ACESSO
           END-IF
           MOVE "N" TO WS-SEM-VASILHAME
           OPEN INPUT ARQ-VASI
           IF WS-RESULTADO-ACESSO NOT = "00"
              MOVE "S" TO WS-SEM-VASILHAME
              MOVE "00" TO WS-RESULTADO-ACESSO
           END-IF
           MOVE "N" TO WS-SEM-MOTORISTA
           OPEN INPUT ARQ-MOTORISTA
           IF WS-RESULTADO-ACESSO NOT = "00"
              MOVE "S" TO WS-SEM-MOTORISTA
              MOVE "00" TO WS-RESULTADO-ACESSO
           END-IF
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
           CLOSE ARQ-ACERTO
                 ARQ-ROM
                 ARQ-CLIENTE
                 ARQ-AUD
           IF WS-SEM-ENTREGA NOT = "S"
              CLOSE ARQ-ENTREGA
           END-IF
           IF WS-SEM-VASILHAME NOT = "S"
              CLOSE ARQ-VASI
           END-IF
           IF WS-SEM-MOTORISTA NOT = "S"
              CLOSE ARQ-MOTORISTA
           END-IF
           .

       GRAVA-AUDITORIA.
           MOVE FUNCTION CURRENT-DATE(1:14) TO AUD-DATA-HORA
           MOVE "ACEMOT"             TO AUD-PROGRAMA
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

      * CARREGA-FILIAL E MONTA-CAMINHOS-FILIAL: VER COPYBOOK,
      * COMPARTILHADO POR TODOS OS PROGRAMAS DA FILIAL.
       COPY "copybook\SISFIPGER.CPY".
