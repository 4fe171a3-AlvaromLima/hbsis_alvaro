      **************************************************
      * ENTREGAS FORA DO PRAZO PROMETIDO               *
      **************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RELPRZ.
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

       77 WS-DATA-INI          PIC 9(008) VALUE ZEROS.
       77 WS-DATA-FIM          PIC 9(008) VALUE ZEROS.
       77 WS-QTD-IMPRESSOS     PIC 9(005) VALUE ZEROS.
       77 WS-QTD-ENTREGUES     PIC 9(007) VALUE ZEROS.
       77 WS-QTD-ATRASADAS     PIC 9(007) VALUE ZEROS.
       77 WS-TOT-DIAS-ATRASO   PIC 9(009) VALUE ZEROS.
       77 WS-DIAS-ATRASO       PIC S9(005) VALUE ZEROS.
       77 WS-EOF-ENT           PIC X(001) VALUE "N".
       77 WS-EOF-ROM           PIC X(001) VALUE "N".
       77 WS-SEM-ROMANEIO      PIC X(001) VALUE "N".
       77 WS-PRZ-CIDADE        PIC X(020) VALUE SPACES.
       77 WS-PRZ-UF            PIC X(002) VALUE SPACES.
       77 WS-PRZ-VEICULO       PIC X(007) VALUE SPACES.
       77 WS-PRZ-ROM-DATA      PIC 9(008) VALUE ZEROS.
       77 WS-PRZ-IDX           PIC 9(003) VALUE ZEROS.
       77 WS-PRZ-ACHOU         PIC X(001) VALUE "N".
       77 WS-PRZ-PERC          PIC 9(003)V9(01) VALUE ZEROS.
       77 WS-PRZ-MEDIA         PIC 9(005)V9(01) VALUE ZEROS.

      * ACUMULADORES POR CIDADE E POR VEICULO. O QUE NAO COUBER NA
      * TABELA ENTRA NA LINHA "OUTRAS"/"OUTROS" (ULTIMA POSICAO).
       01 WS-TAB-CIDADE.
          03 WS-QTD-CIDADE        PIC 9(003) VALUE ZEROS.
          03 WS-CID OCCURS 100 TIMES.
             05 WS-CID-UF         PIC X(002).
             05 WS-CID-NOME       PIC X(020).
             05 WS-CID-ENTREGUES  PIC 9(007).
             05 WS-CID-ATRASADAS  PIC 9(007).
             05 WS-CID-DIAS       PIC 9(009).

       01 WS-TAB-VEICULO.
          03 WS-QTD-VEICULO       PIC 9(003) VALUE ZEROS.
          03 WS-VEI OCCURS 50 TIMES.
             05 WS-VEI-PLACA      PIC X(007).
             05 WS-VEI-ENTREGUES  PIC 9(007).
             05 WS-VEI-ATRASADAS  PIC 9(007).
             05 WS-VEI-DIAS       PIC 9(009).

       01 CABEC.
          03 FILLER PIC X(40) VALUE
             "ENTREGAS FORA DO PRAZO PROMETIDO - DE ".
          03 CAB-DATA-INI PIC 9(008).
          03 FILLER PIC X(05) VALUE " ATE ".
          03 CAB-DATA-FIM PIC 9(008).

       01 CABEC2.
          03 FILLER PIC X(11) VALUE "NOTA".
          03 FILLER PIC X(09) VALUE "CLIENTE".
          03 FILLER PIC X(24) VALUE "CIDADE/UF".
          03 FILLER PIC X(09) VALUE "VEICULO".
          03 FILLER PIC X(10) VALUE "PROMETIDA".
          03 FILLER PIC X(10) VALUE "ENTREGUE".
          03 FILLER PIC X(06) VALUE "DIAS".

       01 DETAL.
          03 IMPNF        PIC 9(009).
          03 FILLER       PIC X(02) VALUE SPACES.
          03 IMPCLIENTE   PIC 9(007).
          03 FILLER       PIC X(02) VALUE SPACES.
          03 IMPCIDADE    PIC X(020).
          03 FILLER       PIC X(01) VALUE SPACES.
          03 IMPUF        PIC X(002).
          03 FILLER       PIC X(01) VALUE SPACES.
          03 IMPVEICULO   PIC X(007).
          03 FILLER       PIC X(02) VALUE SPACES.
          03 IMPPREVISTA  PIC 9(008).
          03 FILLER       PIC X(02) VALUE SPACES.
          03 IMPENTREGA   PIC 9(008).
          03 FILLER       PIC X(02) VALUE SPACES.
          03 IMPDIAS      PIC ZZZZ9.

       01 CABEC-RESUMO.
          03 CABR-TITULO  PIC X(32).
          03 FILLER       PIC X(12) VALUE "ENTREGUES".
          03 FILLER       PIC X(12) VALUE "ATRASADAS".
          03 FILLER       PIC X(08) VALUE "%".
          03 FILLER       PIC X(15) VALUE "MEDIA DIAS".

       01 DET-RESUMO.
          03 RES-NOME     PIC X(020).
          03 FILLER       PIC X(01) VALUE SPACES.
          03 RES-UF       PIC X(002).
          03 FILLER       PIC X(02) VALUE SPACES.
          03 RES-ENTREGUES PIC Z.ZZZ.ZZ9.
          03 FILLER       PIC X(03) VALUE SPACES.
          03 RES-ATRASADAS PIC Z.ZZZ.ZZ9.
          03 FILLER       PIC X(03) VALUE SPACES.
          03 RES-PERC     PIC ZZ9,9.
          03 FILLER       PIC X(05) VALUE SPACES.
          03 RES-MEDIA    PIC ZZZZ9,9.

       01 RODAPE.
          03 FILLER       PIC X(20) VALUE "ENTREGAS NO PERIODO:".
          03 FOOT-ENTREGUES PIC Z.ZZZ.ZZ9.
          03 FILLER       PIC X(15) VALUE "   ATRASADAS:".
          03 FOOT-ATRASADAS PIC Z.ZZZ.ZZ9.
          03 FILLER       PIC X(07) VALUE "   %:".
          03 FOOT-PERC    PIC ZZ9,9.
          03 FILLER       PIC X(16) VALUE "   MEDIA DIAS:".
          03 FOOT-MEDIA   PIC ZZZZ9,9.

       01 WS-MENS-TOTAL.
          03 FILLER     PIC X(27) VALUE "RELATORIO CONCLUIDO OK - ".
          03 WS-MENS-QTD PIC ZZZZ9.
          03 FILLER     PIC X(12) VALUE " REGISTRO(S)".

       LINKAGE SECTION.
       01 LS-ID PIC X(5).

       SCREEN SECTION.
       COPY "copybook\SISSTGER.CPY".

       01 TELA-PRAZO.
        02 BLANK SCREEN.
        02 LINE 02 COL 28 VALUE "Sistema de Franquia AMBEV".
        02 LINE 07 COL 24 VALUE
          "ENTREGAS FORA DO PRAZO PROMETIDO".
        02 LINE 09 COL 10 VALUE "DATA INICIAL (AAAAMMDD) : [        ]".
        02 LINE 10 COL 10 VALUE "DATA FINAL   (AAAAMMDD) : [        ]".
        02 LINE 12 COL 10 VALUE
          "NOTAS ENTREGUES NO PERIODO DEPOIS DA DATA PROMETIDA NO".
        02 LINE 13 COL 10 VALUE
          "PEDIDO, COM O RESUMO POR CIDADE E POR VEICULO.".
      *-------------------------------------------------------
       PROCEDURE DIVISION  USING LS-ID.
       INICIO.
      * RESOLVE OS CAMINHOS DA FILIAL SELECIONADA NO LOGIN ANTES DE
      * ABRIR QUALQUER ARQUIVO DE DADOS (VER SISFIPGER.CPY).
           MOVE LS-ID TO WS-SESSAO-ID
           PERFORM CARREGA-FILIAL
           MOVE WCF-ARQ-IMPRESSAO-PRAZO TO WRL-ARQ-IMPRESSAO
           MOVE ZEROS TO WS-QTD-IMPRESSOS

           OPEN INPUT ARQ-ENTREGA
           IF WS-RESULTADO-ACESSO NOT = "00"
              MOVE "*** NAO HA ENTREGAS REGISTRADAS ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              EXIT PROGRAM
              .
           OPEN INPUT ARQ-NF ARQ-PEDIDO ARQ-CLIENTE
      * SEM ROMANEIOS O VEICULO SAI EM BRANCO; SEM ENDERECOS DE
      * ENTREGA VALE A CIDADE DO CADASTRO DO CLIENTE.
           OPEN INPUT ARQ-ROM
           IF WS-RESULTADO-ACESSO NOT = "00"
              MOVE "00" TO WS-RESULTADO-ACESSO
              MOVE "S" TO WS-SEM-ROMANEIO
           ELSE
              MOVE "N" TO WS-SEM-ROMANEIO
           END-IF
           OPEN INPUT ARQ-ENDER
           IF WS-RESULTADO-ACESSO NOT = "00"
              MOVE "00" TO WS-RESULTADO-ACESSO
              MOVE "S" TO WS-SEM-ENDER
           ELSE
              MOVE "N" TO WS-SEM-ENDER
           END-IF

           DISPLAY TELA-PRAZO
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-DATA-FIM
           MOVE WS-DATA-FIM TO WS-DATA-INI
           MOVE "01" TO WS-DATA-INI(7:2)
           MOVE 0 TO W-SEL
           PERFORM UNTIL W-SEL > 0
             ACCEPT WS-DATA-INI WITH UPDATE AT 0937
             ACCEPT WS-DATA-FIM WITH UPDATE AT 1037
             IF WS-DATA-INI < 19000101 OR WS-DATA-FIM < WS-DATA-INI
                MOVE "PERIODO INVALIDO (AAAAMMDD)" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
             ELSE
                MOVE 1 TO W-SEL
             END-IF
           END-PERFORM
           MOVE 0 TO W-SEL
           PERFORM CONFIRMA-TELA UNTIL W-SEL > 0
           IF W-SN = "S"
              PERFORM GERA-RELATORIO
              MOVE WS-QTD-IMPRESSOS TO WS-MENS-QTD
              MOVE WS-MENS-TOTAL TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
           END-IF
           CLOSE ARQ-ENTREGA ARQ-NF ARQ-PEDIDO ARQ-CLIENTE
           IF WS-SEM-ROMANEIO = "N"
              CLOSE ARQ-ROM
           END-IF
           IF WS-SEM-ENDER = "N"
              CLOSE ARQ-ENDER
           END-IF
           EXIT PROGRAM
           .

       GERA-RELATORIO.
           MOVE ZEROS TO WS-QTD-ENTREGUES WS-QTD-ATRASADAS
                         WS-TOT-DIAS-ATRASO WS-QTD-CIDADE
                         WS-QTD-VEICULO
           OPEN OUTPUT ARQIMP
           MOVE WS-DATA-INI TO CAB-DATA-INI
           MOVE WS-DATA-FIM TO CAB-DATA-FIM
           WRITE REGIMP FROM CABEC
           MOVE SPACES TO REGIMP
           WRITE REGIMP
           WRITE REGIMP FROM CABEC2
           MOVE SPACES TO REGIMP
           WRITE REGIMP

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
               IF WS-EOF-ENT = "N"
                  IF (ENT_STATUS = "E" OR ENT_STATUS = "P") AND
                     ENT_DATA NOT < WS-DATA-INI AND
                     ENT_DATA NOT > WS-DATA-FIM
                     PERFORM AVALIA-ENTREGA
                  END-IF
               END-IF
           END-PERFORM
           MOVE "00" TO WS-RESULTADO-ACESSO

           MOVE SPACES TO REGIMP
           WRITE REGIMP
           MOVE WS-QTD-ENTREGUES   TO FOOT-ENTREGUES
           MOVE WS-QTD-ATRASADAS   TO FOOT-ATRASADAS
           PERFORM CALCULA-INDICES-TOTAL
           MOVE WS-PRZ-PERC  TO FOOT-PERC
           MOVE WS-PRZ-MEDIA TO FOOT-MEDIA
           WRITE REGIMP FROM RODAPE
           PERFORM IMPRIME-RESUMO-CIDADE
           PERFORM IMPRIME-RESUMO-VEICULO
           CLOSE ARQIMP
      * COPIA DATADA + CATALOGO DE SPOOL (VER SISSPPGER.CPY).
           MOVE "RELPRZ" TO WS-SPL-PROGRAMA
           MOVE WRL-ARQ-IMPRESSAO TO WS-SPL-ORIGEM
           PERFORM REGISTRA-SPOOL THRU REGISTRA-SPOOL-FIM
           .

      * SO ENTRA NA CONTA A NOTA CUJO PEDIDO TEM DATA PROMETIDA (A
      * BASE ANTIGA, SEM PROMESSA, NAO TEM COMO ESTAR ATRASADA).
       AVALIA-ENTREGA.
           MOVE ENT_NF TO NF_NUMERO
           READ ARQ-NF
               INVALID KEY
                  MOVE ZEROS TO NF_NUMERO_PEDIDO
           END-READ
           IF NF_NUMERO_PEDIDO = ZEROS
              MOVE "00" TO WS-RESULTADO-ACESSO
           ELSE
              MOVE NF_NUMERO_PEDIDO TO PED_NUMERO_PEDIDO
              READ ARQ-PEDIDO
                  INVALID KEY
                     MOVE ZEROS TO PED_DATA_PREV_ENTREGA
              END-READ
              MOVE "00" TO WS-RESULTADO-ACESSO
              IF PED_DATA_PREV_ENTREGA > ZEROS
                 PERFORM RESOLVE-CIDADE-ENTREGA
                 PERFORM RESOLVE-VEICULO-ENTREGA
                 MOVE ZEROS TO WS-DIAS-ATRASO
                 IF ENT_DATA > PED_DATA_PREV_ENTREGA
                    COMPUTE WS-DIAS-ATRASO =
                        FUNCTION INTEGER-OF-DATE(ENT_DATA) -
                        FUNCTION INTEGER-OF-DATE(PED_DATA_PREV_ENTREGA)
                 END-IF
                 ADD 1 TO WS-QTD-ENTREGUES
                 IF WS-DIAS-ATRASO > ZEROS
                    ADD 1 TO WS-QTD-ATRASADAS
                    ADD WS-DIAS-ATRASO TO WS-TOT-DIAS-ATRASO
                    PERFORM IMPRIME-ATRASO
                 END-IF
                 PERFORM ACUMULA-CIDADE
                 PERFORM ACUMULA-VEICULO
              END-IF
           END-IF
           .

      * MESMA REGRA DA PREVISAO: ENDERECO DE ENTREGA DO PEDIDO QUANDO
      * HOUVER, SENAO O ENDERECO FISCAL DO CLIENTE.
       RESOLVE-CIDADE-ENTREGA.
           MOVE PED_CODIGO_CLIENTE TO CLI_CODIGO_CLIENTE
           READ ARQ-CLIENTE
               INVALID KEY
                  MOVE SPACES TO CLI_ENDERECO_CIDADE CLI_ENDERECO_UF
           END-READ
           MOVE CLI_ENDERECO_CIDADE TO WS-PRZ-CIDADE
           MOVE CLI_ENDERECO_UF     TO WS-PRZ-UF
           IF PED_SEQ_ENDERECO > ZEROS AND WS-SEM-ENDER = "N"
              MOVE PED_CODIGO_CLIENTE TO END_CODIGO_CLIENTE
              MOVE PED_SEQ_ENDERECO   TO END_SEQUENCIA
              READ ARQ-ENDER
                  NOT INVALID KEY
                     MOVE END_CIDADE TO WS-PRZ-CIDADE
                     MOVE END_UF     TO WS-PRZ-UF
              END-READ
           END-IF
           MOVE "00" TO WS-RESULTADO-ACESSO
           INSPECT WS-PRZ-CIDADE CONVERTING
               "abcdefghijklmnopqrstuvwxyz" TO
               "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
           INSPECT WS-PRZ-UF CONVERTING
               "abcdefghijklmnopqrstuvwxyz" TO
               "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
           .

      * A NOTA PODE TER PASSADO POR MAIS DE UM ROMANEIO (REENTREGA,
      * VER RETCAR): VALE A PARADA DO ROMANEIO MAIS RECENTE.
       RESOLVE-VEICULO-ENTREGA.
           MOVE SPACES TO WS-PRZ-VEICULO
           MOVE ZEROS  TO WS-PRZ-ROM-DATA
           IF WS-SEM-ROMANEIO = "N"
              MOVE "N"    TO WS-EOF-ROM
              MOVE ENT_NF TO ROM_NF
              START ARQ-ROM
                  KEY IS EQUAL TO ROM_NF
                       INVALID KEY
                          MOVE "Y" TO WS-EOF-ROM
              END-START
              PERFORM UNTIL WS-EOF-ROM = "Y"
                  READ ARQ-ROM NEXT AT END
                      MOVE "Y" TO WS-EOF-ROM
                  END-READ
                  IF WS-EOF-ROM = "N"
                     IF ROM_NF NOT = ENT_NF
                        MOVE "Y" TO WS-EOF-ROM
                     ELSE
                        IF ROM_DATA NOT < WS-PRZ-ROM-DATA
                           MOVE ROM_DATA    TO WS-PRZ-ROM-DATA
                           MOVE ROM_VEICULO TO WS-PRZ-VEICULO
                        END-IF
                     END-IF
                  END-IF
              END-PERFORM
              MOVE "00" TO WS-RESULTADO-ACESSO
           END-IF
           .

       IMPRIME-ATRASO.
           ADD 1 TO WS-QTD-IMPRESSOS
           MOVE ENT_NF                TO IMPNF
           MOVE PED_CODIGO_CLIENTE    TO IMPCLIENTE
           MOVE WS-PRZ-CIDADE         TO IMPCIDADE
           MOVE WS-PRZ-UF             TO IMPUF
           MOVE WS-PRZ-VEICULO        TO IMPVEICULO
           MOVE PED_DATA_PREV_ENTREGA TO IMPPREVISTA
           MOVE ENT_DATA              TO IMPENTREGA
           MOVE WS-DIAS-ATRASO        TO IMPDIAS
           WRITE REGIMP FROM DETAL
           ADD 1 TO CONLIN
           IF CONLIN > LINPAG
              MOVE ZEROS TO CONLIN
              MOVE SPACES TO REGIMP
              WRITE REGIMP
              WRITE REGIMP FROM CABEC2
              MOVE SPACES TO REGIMP
              WRITE REGIMP
           .

       ACUMULA-CIDADE.
           MOVE "N" TO WS-PRZ-ACHOU
           PERFORM VARYING WS-PRZ-IDX FROM 1 BY 1
                   UNTIL WS-PRZ-IDX > WS-QTD-CIDADE
                      OR WS-PRZ-ACHOU = "S"
              IF WS-CID-UF(WS-PRZ-IDX)   = WS-PRZ-UF AND
                 WS-CID-NOME(WS-PRZ-IDX) = WS-PRZ-CIDADE
                 MOVE "S" TO WS-PRZ-ACHOU
              END-IF
           END-PERFORM
           IF WS-PRZ-ACHOU = "S"
              SUBTRACT 1 FROM WS-PRZ-IDX
           ELSE
              IF WS-QTD-CIDADE < 100
                 ADD 1 TO WS-QTD-CIDADE
                 MOVE WS-QTD-CIDADE TO WS-PRZ-IDX
                 MOVE WS-PRZ-UF     TO WS-CID-UF(WS-PRZ-IDX)
                 MOVE WS-PRZ-CIDADE TO WS-CID-NOME(WS-PRZ-IDX)
                 IF WS-QTD-CIDADE = 100
                    MOVE SPACES   TO WS-CID-UF(WS-PRZ-IDX)
                    MOVE "OUTRAS" TO WS-CID-NOME(WS-PRZ-IDX)
                 END-IF
                 MOVE ZEROS TO WS-CID-ENTREGUES(WS-PRZ-IDX)
                               WS-CID-ATRASADAS(WS-PRZ-IDX)
                               WS-CID-DIAS(WS-PRZ-IDX)
              ELSE
                 MOVE 100 TO WS-PRZ-IDX
              END-IF
           END-IF
           ADD 1 TO WS-CID-ENTREGUES(WS-PRZ-IDX)
           IF WS-DIAS-ATRASO > ZEROS
              ADD 1 TO WS-CID-ATRASADAS(WS-PRZ-IDX)
              ADD WS-DIAS-ATRASO TO WS-CID-DIAS(WS-PRZ-IDX)
           END-IF
           .

       ACUMULA-VEICULO.
           MOVE "N" TO WS-PRZ-ACHOU
           PERFORM VARYING WS-PRZ-IDX FROM 1 BY 1
                   UNTIL WS-PRZ-IDX > WS-QTD-VEICULO
                      OR WS-PRZ-ACHOU = "S"
              IF WS-VEI-PLACA(WS-PRZ-IDX) = WS-PRZ-VEICULO
                 MOVE "S" TO WS-PRZ-ACHOU
              END-IF
           END-PERFORM
           IF WS-PRZ-ACHOU = "S"
              SUBTRACT 1 FROM WS-PRZ-IDX
           ELSE
              IF WS-QTD-VEICULO < 50
                 ADD 1 TO WS-QTD-VEICULO
                 MOVE WS-QTD-VEICULO TO WS-PRZ-IDX
                 MOVE WS-PRZ-VEICULO TO WS-VEI-PLACA(WS-PRZ-IDX)
                 IF WS-QTD-VEICULO = 50
                    MOVE "OUTROS" TO WS-VEI-PLACA(WS-PRZ-IDX)
                 END-IF
                 MOVE ZEROS TO WS-VEI-ENTREGUES(WS-PRZ-IDX)
                               WS-VEI-ATRASADAS(WS-PRZ-IDX)
                               WS-VEI-DIAS(WS-PRZ-IDX)
              ELSE
                 MOVE 50 TO WS-PRZ-IDX
              END-IF
           END-IF
           ADD 1 TO WS-VEI-ENTREGUES(WS-PRZ-IDX)
           IF WS-DIAS-ATRASO > ZEROS
              ADD 1 TO WS-VEI-ATRASADAS(WS-PRZ-IDX)
              ADD WS-DIAS-ATRASO TO WS-VEI-DIAS(WS-PRZ-IDX)
           END-IF
           .

      * % DE ATRASO SOBRE AS ENTREGAS COM PROMESSA; MEDIA DE DIAS SO
      * SOBRE AS ATRASADAS.
       CALCULA-INDICES-TOTAL.
           MOVE ZEROS TO WS-PRZ-PERC WS-PRZ-MEDIA
           IF WS-QTD-ENTREGUES > ZEROS
              COMPUTE WS-PRZ-PERC ROUNDED =
                  WS-QTD-ATRASADAS * 100 / WS-QTD-ENTREGUES
           END-IF
           IF WS-QTD-ATRASADAS > ZEROS
              COMPUTE WS-PRZ-MEDIA ROUNDED =
                  WS-TOT-DIAS-ATRASO / WS-QTD-ATRASADAS
           END-IF
           .

       IMPRIME-RESUMO-CIDADE.
           MOVE SPACES TO REGIMP
           WRITE REGIMP
           MOVE "RESUMO POR CIDADE/UF" TO CABR-TITULO
           WRITE REGIMP FROM CABEC-RESUMO
           PERFORM VARYING WS-PRZ-IDX FROM 1 BY 1
                   UNTIL WS-PRZ-IDX > WS-QTD-CIDADE
              MOVE WS-CID-NOME(WS-PRZ-IDX)      TO RES-NOME
              MOVE WS-CID-UF(WS-PRZ-IDX)        TO RES-UF
              MOVE WS-CID-ENTREGUES(WS-PRZ-IDX) TO WS-QTD-ENTREGUES
              MOVE WS-CID-ATRASADAS(WS-PRZ-IDX) TO WS-QTD-ATRASADAS
              MOVE WS-CID-DIAS(WS-PRZ-IDX)      TO WS-TOT-DIAS-ATRASO
              PERFORM IMPRIME-LINHA-RESUMO
           END-PERFORM
           .

       IMPRIME-RESUMO-VEICULO.
           MOVE SPACES TO REGIMP
           WRITE REGIMP
           MOVE "RESUMO POR VEICULO" TO CABR-TITULO
           WRITE REGIMP FROM CABEC-RESUMO
           PERFORM VARYING WS-PRZ-IDX FROM 1 BY 1
                   UNTIL WS-PRZ-IDX > WS-QTD-VEICULO
              IF WS-VEI-PLACA(WS-PRZ-IDX) = SPACES
                 MOVE "SEM ROMANEIO" TO RES-NOME
              ELSE
                 MOVE WS-VEI-PLACA(WS-PRZ-IDX) TO RES-NOME
              END-IF
              MOVE SPACES                       TO RES-UF
              MOVE WS-VEI-ENTREGUES(WS-PRZ-IDX) TO WS-QTD-ENTREGUES
              MOVE WS-VEI-ATRASADAS(WS-PRZ-IDX) TO WS-QTD-ATRASADAS
              MOVE WS-VEI-DIAS(WS-PRZ-IDX)      TO WS-TOT-DIAS-ATRASO
              PERFORM IMPRIME-LINHA-RESUMO
           END-PERFORM
           .

       IMPRIME-LINHA-RESUMO.
           PERFORM CALCULA-INDICES-TOTAL
           MOVE WS-QTD-ENTREGUES TO RES-ENTREGUES
           MOVE WS-QTD-ATRASADAS TO RES-ATRASADAS
           MOVE WS-PRZ-PERC      TO RES-PERC
           MOVE WS-PRZ-MEDIA     TO RES-MEDIA
           WRITE REGIMP FROM DET-RESUMO
           .

       CONFIRMA-TELA.
           MOVE "S" TO W-SN
           DISPLAY "CONFIRMA (S/N) : " AT 2340
           ACCEPT W-SN WITH UPDATE AT 2357

           IF W-SN = "N" OR "n"
              MOVE "*** DADOS RECUSADOS PELO OPERADOR ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              MOVE 1 TO W-SEL
           ELSE
              IF W-SN NOT = "S" AND "s"
                 MOVE "*** DIGITE APENAS S=SIM e N=NAO ***" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
              ELSE
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

      * REGISTRA-SPOOL: VER COPYBOOK, COMPARTILHADO PELOS PROGRAMAS
      * DE RELATORIO.
       COPY "copybook\SISSPPGER.CPY".

      * CARREGA-FILIAL E MONTA-CAMINHOS-FILIAL: VER COPYBOOK,
      * COMPARTILHADO COM OS DEMAIS PROGRAMAS DA FILIAL.
       COPY "copybook\SISFIPGER.CPY".
