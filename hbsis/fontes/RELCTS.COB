      **************************************************
      * CUSTO DE SERVIR: FRETE DOS ROMANEIOS X         *
      * FATURAMENTO E MARGEM DO MES POR CLIENTE/CIDADE *
      **************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RELCTS.
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

       77 WS-ANO-MES           PIC 9(006) VALUE ZEROS.
       77 WS-EOF-HIS           PIC X(001) VALUE "N".
       77 WS-EOF-ROM           PIC X(001) VALUE "N".
       77 WS-QTD-IMPRESSOS     PIC 9(005) VALUE ZEROS.
       77 WS-QTD-DEFICIT       PIC 9(005) VALUE ZEROS.

      * CUSTO EM VIGOR DO PRODUTO NO MES (MESMA REGRA DO RELMRG, VER
      * BUSCA-CUSTO-VIGENTE).
       77 WS-CUSTO-VIGENTE     PIC 9(007)V9(02) VALUE ZEROS.
       77 WS-EOF-CUS           PIC X(001) VALUE "N".
       77 WS-CUSTO-LINHA       PIC 9(013)V9(02) VALUE ZEROS.

      * AGREGACAO POR CLIENTE: FRETE RATEADO DAS PARADAS DO MES
      * (ROM_FRETE, VER RATEIA-FRETE NO ROMENT) E RECEITA/CUSTO DO
      * HISTORICO DE VENDAS (ARQ-HISVEN, VER AGRVEN). AS CIDADES SAO
      * SOMADAS DEPOIS, PELO ENDERECO FISCAL DO CLIENTE.
       77 WS-CLI-CHAVE         PIC 9(007) VALUE ZEROS.
       77 WS-QTD-CTS           PIC 9(004) VALUE ZEROS.
       77 WS-CTS-IDX           PIC 9(004) VALUE ZEROS.
       77 WS-ACHOU             PIC X(001) VALUE "N".
       01 WS-TAB-CTS.
          05 WS-CTS-LINHA OCCURS 2000 TIMES.
             10 WS-CTS-CLIENTE   PIC 9(007).
             10 WS-CTS-ENTREGAS  PIC 9(005).
             10 WS-CTS-FRETE     PIC 9(011)V9(02).
             10 WS-CTS-RECEITA   PIC 9(013)V9(02).
             10 WS-CTS-CUSTO     PIC 9(013)V9(02).

       77 WS-QTD-CID           PIC 9(003) VALUE ZEROS.
       77 WS-CID-IDX           PIC 9(003) VALUE ZEROS.
       01 WS-TAB-CID.
          05 WS-CID-LINHA OCCURS 200 TIMES.
             10 WS-CID-UF        PIC X(002).
             10 WS-CID-NOME      PIC X(020).
             10 WS-CID-ENTREGAS  PIC 9(007).
             10 WS-CID-FRETE     PIC 9(011)V9(02).
             10 WS-CID-RECEITA   PIC 9(013)V9(02).
             10 WS-CID-CUSTO     PIC 9(013)V9(02).

       77 WS-MARGEM            PIC S9(013)V9(02) VALUE ZEROS.
       77 WS-RESULTADO         PIC S9(013)V9(02) VALUE ZEROS.
       77 WS-PCT-FRETE         PIC 9(005)V9(01) VALUE ZEROS.
       77 WS-TOT-FRETE         PIC 9(013)V9(02) VALUE ZEROS.
       77 WS-TOT-RECEITA       PIC 9(013)V9(02) VALUE ZEROS.
       77 WS-TOT-CUSTO         PIC 9(013)V9(02) VALUE ZEROS.

       01 CABEC.
          03 FILLER PIC X(44) VALUE
             "CUSTO DE SERVIR (FRETE X MARGEM) - ANO/MES: ".
          03 CAB-ANOMES PIC 9(006).

       01 CABEC2.
          03 FILLER PIC X(30) VALUE "CLIENTE".
          03 FILLER PIC X(17) VALUE "CIDADE/UF".
          03 FILLER PIC X(06) VALUE "ENTR.".
          03 FILLER PIC X(15) VALUE "RECEITA".
          03 FILLER PIC X(16) VALUE "MARGEM BRUTA".
          03 FILLER PIC X(15) VALUE "FRETE".
          03 FILLER PIC X(07) VALUE "FRT.%".
          03 FILLER PIC X(16) VALUE "RESULTADO".

       01 DETAL.
          03 IMPCLIENTE   PIC 9(007).
          03 FILLER       PIC X(02) VALUE SPACES.
          03 IMPRAZAO     PIC X(020).
          03 FILLER       PIC X(01) VALUE SPACES.
          03 IMPCIDADE    PIC X(012).
          03 FILLER       PIC X(01) VALUE SPACES.
          03 IMPUF        PIC X(002).
          03 FILLER       PIC X(02) VALUE SPACES.
          03 IMPENTREGAS  PIC ZZZ9.
          03 FILLER       PIC X(02) VALUE SPACES.
          03 IMPRECEITA   PIC ZZ.ZZZ.ZZ9,99.
          03 FILLER       PIC X(02) VALUE SPACES.
          03 IMPMARGEM    PIC -ZZ.ZZZ.ZZ9,99.
          03 FILLER       PIC X(02) VALUE SPACES.
          03 IMPFRETE     PIC ZZ.ZZZ.ZZ9,99.
          03 FILLER       PIC X(02) VALUE SPACES.
          03 IMPPCT       PIC ZZ9,9.
          03 FILLER       PIC X(02) VALUE SPACES.
          03 IMPRESULTADO PIC -ZZ.ZZZ.ZZ9,99.
          03 FILLER       PIC X(02) VALUE SPACES.
          03 IMPOBS       PIC X(008).

       01 CABEC-CIDADE.
          03 FILLER PIC X(30) VALUE "RESUMO POR CIDADE/UF".

       01 RODAPE.
          03 FILLER       PIC X(45) VALUE "TOTAIS DO MES:".
          03 FOOT-RECEITA PIC ZZ.ZZZ.ZZ9,99.
          03 FILLER       PIC X(02) VALUE SPACES.
          03 FOOT-MARGEM  PIC -ZZ.ZZZ.ZZ9,99.
          03 FILLER       PIC X(02) VALUE SPACES.
          03 FOOT-FRETE   PIC ZZ.ZZZ.ZZ9,99.
          03 FILLER       PIC X(02) VALUE SPACES.
          03 FOOT-PCT     PIC ZZ9,9.
          03 FILLER       PIC X(02) VALUE SPACES.
          03 FOOT-RESULTADO PIC -ZZ.ZZZ.ZZ9,99.

       01 RODAPE-DEFICIT.
          03 ROD-QTD-DEFICIT PIC ZZZZ9.
          03 FILLER       PIC X(50) VALUE
             " CLIENTE(S) COM FRETE MAIOR QUE A MARGEM (DEFICIT)".

       01 WS-MENS-TOTAL.
          03 FILLER     PIC X(27) VALUE "RELATORIO CONCLUIDO OK - ".
          03 WS-MENS-QTD PIC ZZZZ9.
          03 FILLER     PIC X(12) VALUE " REGISTRO(S)".

       LINKAGE SECTION.
       01 LS-ID PIC X(5).

       SCREEN SECTION.
       COPY "copybook\SISSTGER.CPY".

       01 TELA-CUSTO-SERVIR.
        02 BLANK SCREEN.
        02 LINE 02 COL 28 VALUE "Sistema de Franquia AMBEV".
        02 LINE 07 COL 24 VALUE
          "CUSTO DE SERVIR POR CLIENTE E CIDADE".
        02 LINE 09 COL 10 VALUE "ANO/MES (AAAAMM)     : [      ]".
        02 LINE 11 COL 10 VALUE
          "FRETE RATEADO DOS ROMANEIOS DO MES CONTRA A RECEITA E A".
        02 LINE 12 COL 10 VALUE
          "MARGEM BRUTA DO CLIENTE; QUEM CUSTA MAIS PARA ENTREGAR".
        02 LINE 13 COL 10 VALUE
          "DO QUE DA DE MARGEM SAI MARCADO (DEFICIT).".
      *-------------------------------------------------------
       PROCEDURE DIVISION  USING LS-ID.
       INICIO.
      * RESOLVE OS CAMINHOS DA FILIAL SELECIONADA NO LOGIN ANTES DE
      * ABRIR QUALQUER ARQUIVO DE DADOS (VER SISFIPGER.CPY).
           MOVE LS-ID TO WS-SESSAO-ID
           PERFORM CARREGA-FILIAL
           MOVE WCF-ARQ-IMPRESSAO-CTS TO WRL-ARQ-IMPRESSAO

           OPEN INPUT ARQ-ROM
           IF WS-RESULTADO-ACESSO NOT = "00"
              MOVE "*** NAO HA ROMANEIOS GRAVADOS ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              EXIT PROGRAM
              .
           OPEN INPUT ARQ-HISVEN
           IF WS-RESULTADO-ACESSO NOT = "00"
              MOVE "*** RODE A CONSOLIDACAO (AGRVEN) ANTES ***"
                     TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              CLOSE ARQ-ROM
              EXIT PROGRAM
              .
           OPEN INPUT ARQ-PRODUTO ARQ-CLIENTE
           OPEN INPUT ARQ-CUSHIS
           IF WS-RESULTADO-ACESSO NOT = "00"
              MOVE "S" TO WS-GRAVACAO
              MOVE "00" TO WS-RESULTADO-ACESSO
           ELSE
              MOVE "N" TO WS-GRAVACAO
           END-IF

           DISPLAY TELA-CUSTO-SERVIR
           MOVE 0 TO W-SEL
           PERFORM UNTIL W-SEL > 0
             ACCEPT WS-ANO-MES AT 0934
             IF WS-ANO-MES < 190001 OR
                WS-ANO-MES(5:2) < "01" OR
                WS-ANO-MES(5:2) > "12"
                MOVE "ANO/MES INVALIDO (AAAAMM)" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
             ELSE
                MOVE 1 TO W-SEL
             END-IF
           END-PERFORM
           MOVE 0 TO W-SEL
           PERFORM CONFIRMA-TELA UNTIL W-SEL > 0
           IF W-SN = "S"
              MOVE ZEROS  TO WS-QTD-IMPRESSOS WS-QTD-DEFICIT
                             WS-QTD-CTS WS-QTD-CID
              PERFORM AGREGA-FRETE
              PERFORM AGREGA-VENDAS
              PERFORM GERA-RELATORIO
              MOVE WS-QTD-IMPRESSOS TO WS-MENS-QTD
              MOVE WS-MENS-TOTAL TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
           END-IF
           CLOSE ARQ-ROM ARQ-HISVEN ARQ-PRODUTO ARQ-CLIENTE
           IF WS-GRAVACAO = "N"
              CLOSE ARQ-CUSHIS
           END-IF
           EXIT PROGRAM
           .

      * PARADAS (SEQ > 000) DOS ROMANEIOS DO MES: A NOTA RECUSADA OU
      * DEVOLVIDA TAMBEM CONTA, O CAMINHAO FOI ATE O CLIENTE.
       AGREGA-FRETE.
           MOVE "N"   TO WS-EOF-ROM
           MOVE ZEROS TO ROM_NUMERO ROM_SEQ
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
                  IF ROM_SEQ > ZEROS AND
                     ROM_DATA(1:6) = WS-ANO-MES
                     MOVE ROM_CLIENTE TO WS-CLI-CHAVE
                     PERFORM LOCALIZA-CLIENTE
                     IF WS-CTS-IDX > ZEROS
                        ADD 1 TO WS-CTS-ENTREGAS(WS-CTS-IDX)
                        ADD ROM_FRETE TO WS-CTS-FRETE(WS-CTS-IDX)
                     END-IF
                  END-IF
               END-IF
           END-PERFORM
           MOVE "00" TO WS-RESULTADO-ACESSO
           .

      * RECEITA E CUSTO DO MES POR CLIENTE (MESMA VARREDURA DO
      * RELMRG, CHAVE ANO/MES NO INICIO DO HIS_CHAVE).
       AGREGA-VENDAS.
           MOVE "N" TO WS-EOF-HIS
           MOVE WS-ANO-MES TO HIS_ANO_MES
           MOVE ZEROS TO HIS_COD_VENDEDOR
                         HIS_CODIGO_CLIENTE
                         HIS_CODIGO_PRODUTO
           START ARQ-HISVEN
               KEY IS NOT LESS THAN HIS_CHAVE
                    INVALID KEY
                       MOVE "Y" TO WS-EOF-HIS
           END-START
           PERFORM UNTIL WS-EOF-HIS = "Y"
               READ ARQ-HISVEN NEXT AT END
                   MOVE "Y" TO WS-EOF-HIS
               END-READ
               IF WS-EOF-HIS = "N"
                  IF HIS_ANO_MES NOT = WS-ANO-MES
                     MOVE "Y" TO WS-EOF-HIS
                  ELSE
                     PERFORM BUSCA-CUSTO-VIGENTE
                     COMPUTE WS-CUSTO-LINHA =
                         HIS_QTDE * WS-CUSTO-VIGENTE
                     MOVE HIS_CODIGO_CLIENTE TO WS-CLI-CHAVE
                     PERFORM LOCALIZA-CLIENTE
                     IF WS-CTS-IDX > ZEROS
                        ADD HIS_VALOR TO WS-CTS-RECEITA(WS-CTS-IDX)
                        ADD WS-CUSTO-LINHA
                          TO WS-CTS-CUSTO(WS-CTS-IDX)
                     END-IF
                  END-IF
               END-IF
           END-PERFORM
           MOVE "00" TO WS-RESULTADO-ACESSO
           .

      * POSICAO DO CLIENTE NA TABELA (INCLUI NA PRIMEIRA VEZ); TABELA
      * CHEIA DEVOLVE ZERO E O CLIENTE FICA DE FORA.
       LOCALIZA-CLIENTE.
           MOVE "N" TO WS-ACHOU
           PERFORM VARYING WS-CTS-IDX FROM 1 BY 1
                   UNTIL WS-CTS-IDX > WS-QTD-CTS
                      OR WS-ACHOU = "S"
              IF WS-CTS-CLIENTE(WS-CTS-IDX) = WS-CLI-CHAVE
                 MOVE "S" TO WS-ACHOU
              END-IF
           END-PERFORM
           IF WS-ACHOU = "S"
              SUBTRACT 1 FROM WS-CTS-IDX
           ELSE
              IF WS-QTD-CTS < 2000
                 ADD 1 TO WS-QTD-CTS
                 MOVE WS-QTD-CTS   TO WS-CTS-IDX
                 MOVE WS-CLI-CHAVE TO WS-CTS-CLIENTE(WS-CTS-IDX)
                 MOVE ZEROS TO WS-CTS-ENTREGAS(WS-CTS-IDX)
                               WS-CTS-FRETE(WS-CTS-IDX)
                               WS-CTS-RECEITA(WS-CTS-IDX)
                               WS-CTS-CUSTO(WS-CTS-IDX)
              ELSE
                 MOVE ZEROS TO WS-CTS-IDX
              END-IF
           END-IF
           .

      * CUSTO EM VIGOR NO FIM DO MES: A ULTIMA LINHA DO HISTORICO DE
      * CUSTOS CARIMBADA ATE O MES APURADO; PRODUTO SEM HISTORICO
      * USA O CUSTO ATUAL DO CATALOGO (MESMA REGRA DO RELMRG).
       BUSCA-CUSTO-VIGENTE.
           MOVE ZEROS TO WS-CUSTO-VIGENTE
           MOVE HIS_CODIGO_PRODUTO TO PRO_CODIGO_PRODUTO
           READ ARQ-PRODUTO
               INVALID KEY
                  CONTINUE
               NOT INVALID KEY
                  MOVE PRO_CUSTO_UNIT TO WS-CUSTO-VIGENTE
           END-READ
           IF WS-GRAVACAO = "N"
              MOVE "N" TO WS-EOF-CUS
              MOVE HIS_CODIGO_PRODUTO TO CUS_CODIGO_PRODUTO
              MOVE ZEROS              TO CUS_DATA_HORA
              START ARQ-CUSHIS
                  KEY IS NOT LESS THAN CUS_CHAVE
                       INVALID KEY
                          MOVE "Y" TO WS-EOF-CUS
              END-START
              PERFORM UNTIL WS-EOF-CUS = "Y"
                  READ ARQ-CUSHIS NEXT AT END
                      MOVE "Y" TO WS-EOF-CUS
                  END-READ
                  IF WS-EOF-CUS = "N"
                     IF CUS_CODIGO_PRODUTO NOT =
                        HIS_CODIGO_PRODUTO
                        MOVE "Y" TO WS-EOF-CUS
                     ELSE
                        IF CUS_DATA_HORA(1:6) NOT > WS-ANO-MES
                           MOVE CUS_CUSTO TO WS-CUSTO-VIGENTE
                        ELSE
                           MOVE "Y" TO WS-EOF-CUS
                        END-IF
                     END-IF
                  END-IF
              END-PERFORM
           END-IF
           MOVE "00" TO WS-RESULTADO-ACESSO
           .

       GERA-RELATORIO.
           MOVE ZEROS TO WS-TOT-FRETE WS-TOT-RECEITA WS-TOT-CUSTO
           OPEN OUTPUT ARQIMP
           MOVE WS-ANO-MES TO CAB-ANOMES
           WRITE REGIMP FROM CABEC
           MOVE SPACES TO REGIMP
           WRITE REGIMP
           WRITE REGIMP FROM CABEC2
           MOVE SPACES TO REGIMP
           WRITE REGIMP
           PERFORM VARYING WS-CTS-IDX FROM 1 BY 1
                   UNTIL WS-CTS-IDX > WS-QTD-CTS
              PERFORM IMPRIME-CLIENTE
           END-PERFORM

           MOVE SPACES TO REGIMP
           WRITE REGIMP
           MOVE WS-TOT-RECEITA TO FOOT-RECEITA
           COMPUTE WS-MARGEM = WS-TOT-RECEITA - WS-TOT-CUSTO
           MOVE WS-MARGEM TO FOOT-MARGEM
           MOVE WS-TOT-FRETE TO FOOT-FRETE
           MOVE ZEROS TO WS-PCT-FRETE
           IF WS-TOT-RECEITA > ZEROS
              COMPUTE WS-PCT-FRETE ROUNDED =
                  WS-TOT-FRETE / WS-TOT-RECEITA * 100
           END-IF
           MOVE WS-PCT-FRETE TO FOOT-PCT
           COMPUTE WS-RESULTADO = WS-MARGEM - WS-TOT-FRETE
           MOVE WS-RESULTADO TO FOOT-RESULTADO
           WRITE REGIMP FROM RODAPE
           IF WS-QTD-DEFICIT > ZEROS
              MOVE WS-QTD-DEFICIT TO ROD-QTD-DEFICIT
              WRITE REGIMP FROM RODAPE-DEFICIT
           END-IF

           MOVE SPACES TO REGIMP
           WRITE REGIMP
           WRITE REGIMP FROM CABEC-CIDADE
           MOVE SPACES TO REGIMP
           WRITE REGIMP
           PERFORM VARYING WS-CID-IDX FROM 1 BY 1
                   UNTIL WS-CID-IDX > WS-QTD-CID
              PERFORM IMPRIME-CIDADE
           END-PERFORM
           CLOSE ARQIMP
      * COPIA DATADA + CATALOGO DE SPOOL (VER SISSPPGER.CPY).
           MOVE "RELCTS" TO WS-SPL-PROGRAMA
           MOVE WRL-ARQ-IMPRESSAO TO WS-SPL-ORIGEM
           PERFORM REGISTRA-SPOOL THRU REGISTRA-SPOOL-FIM
           .

      * RESULTADO = MARGEM BRUTA - FRETE. NEGATIVO: O CLIENTE CUSTA
      * MAIS PARA ENTREGAR DO QUE DEIXA DE MARGEM NO MES.
       IMPRIME-CLIENTE.
           ADD 1 TO WS-QTD-IMPRESSOS
           MOVE WS-CTS-CLIENTE(WS-CTS-IDX) TO CLI_CODIGO_CLIENTE
           READ ARQ-CLIENTE
               INVALID KEY
                  MOVE SPACES TO CLI_RAZAO_SOCIAL
                                 CLI_ENDERECO_CIDADE
                                 CLI_ENDERECO_UF
           END-READ
           MOVE "00" TO WS-RESULTADO-ACESSO
           INSPECT CLI_ENDERECO_CIDADE CONVERTING
               "abcdefghijklmnopqrstuvwxyz" TO
               "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
           INSPECT CLI_ENDERECO_UF CONVERTING
               "abcdefghijklmnopqrstuvwxyz" TO
               "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
           MOVE WS-CTS-CLIENTE(WS-CTS-IDX)  TO IMPCLIENTE
           MOVE CLI_RAZAO_SOCIAL            TO IMPRAZAO
           MOVE CLI_ENDERECO_CIDADE         TO IMPCIDADE
           MOVE CLI_ENDERECO_UF             TO IMPUF
           MOVE WS-CTS-ENTREGAS(WS-CTS-IDX) TO IMPENTREGAS
           MOVE WS-CTS-RECEITA(WS-CTS-IDX)  TO IMPRECEITA
           COMPUTE WS-MARGEM = WS-CTS-RECEITA(WS-CTS-IDX) -
                               WS-CTS-CUSTO(WS-CTS-IDX)
           MOVE WS-MARGEM TO IMPMARGEM
           MOVE WS-CTS-FRETE(WS-CTS-IDX)    TO IMPFRETE
           MOVE ZEROS TO WS-PCT-FRETE
           IF WS-CTS-RECEITA(WS-CTS-IDX) > ZEROS
              COMPUTE WS-PCT-FRETE ROUNDED =
                  WS-CTS-FRETE(WS-CTS-IDX) /
                  WS-CTS-RECEITA(WS-CTS-IDX) * 100
           END-IF
           MOVE WS-PCT-FRETE TO IMPPCT
           COMPUTE WS-RESULTADO = WS-MARGEM - WS-CTS-FRETE(WS-CTS-IDX)
           MOVE WS-RESULTADO TO IMPRESULTADO
           MOVE SPACES TO IMPOBS
           IF WS-RESULTADO < ZEROS
              MOVE "DEFICIT" TO IMPOBS
              ADD 1 TO WS-QTD-DEFICIT
           END-IF
           WRITE REGIMP FROM DETAL
           ADD 1 TO CONLIN
           IF CONLIN > LINPAG
              MOVE ZEROS TO CONLIN
              MOVE SPACES TO REGIMP
              WRITE REGIMP
              WRITE REGIMP FROM CABEC2
              MOVE SPACES TO REGIMP
              WRITE REGIMP
           END-IF
           ADD WS-CTS-FRETE(WS-CTS-IDX)   TO WS-TOT-FRETE
           ADD WS-CTS-RECEITA(WS-CTS-IDX) TO WS-TOT-RECEITA
           ADD WS-CTS-CUSTO(WS-CTS-IDX)   TO WS-TOT-CUSTO
           PERFORM ACUMULA-CIDADE
           .

      * CIDADE PELO ENDERECO FISCAL DO CLIENTE (JA LIDO ACIMA). O QUE
      * NAO COUBER NA TABELA VAI PARA A LINHA "OUTRAS".
       ACUMULA-CIDADE.
           MOVE "N" TO WS-ACHOU
           PERFORM VARYING WS-CID-IDX FROM 1 BY 1
                   UNTIL WS-CID-IDX > WS-QTD-CID
                      OR WS-ACHOU = "S"
              IF WS-CID-UF(WS-CID-IDX)   = CLI_ENDERECO_UF AND
                 WS-CID-NOME(WS-CID-IDX) = CLI_ENDERECO_CIDADE
                 MOVE "S" TO WS-ACHOU
              END-IF
           END-PERFORM
           IF WS-ACHOU = "S"
              SUBTRACT 1 FROM WS-CID-IDX
           ELSE
              IF WS-QTD-CID < 200
                 ADD 1 TO WS-QTD-CID
                 MOVE WS-QTD-CID TO WS-CID-IDX
                 MOVE CLI_ENDERECO_UF     TO WS-CID-UF(WS-CID-IDX)
                 MOVE CLI_ENDERECO_CIDADE TO WS-CID-NOME(WS-CID-IDX)
                 IF WS-QTD-CID = 200
                    MOVE SPACES   TO WS-CID-UF(WS-CID-IDX)
                    MOVE "OUTRAS" TO WS-CID-NOME(WS-CID-IDX)
                 END-IF
                 MOVE ZEROS TO WS-CID-ENTREGAS(WS-CID-IDX)
                               WS-CID-FRETE(WS-CID-IDX)
                               WS-CID-RECEITA(WS-CID-IDX)
                               WS-CID-CUSTO(WS-CID-IDX)
              ELSE
                 MOVE 200 TO WS-CID-IDX
              END-IF
           END-IF
           ADD WS-CTS-ENTREGAS(WS-CTS-IDX)
             TO WS-CID-ENTREGAS(WS-CID-IDX)
           ADD WS-CTS-FRETE(WS-CTS-IDX)   TO WS-CID-FRETE(WS-CID-IDX)
           ADD WS-CTS-RECEITA(WS-CTS-IDX)
             TO WS-CID-RECEITA(WS-CID-IDX)
           ADD WS-CTS-CUSTO(WS-CTS-IDX)   TO WS-CID-CUSTO(WS-CID-IDX)
           .

       IMPRIME-CIDADE.
           MOVE ZEROS                      TO IMPCLIENTE
           MOVE SPACES                     TO IMPRAZAO
           MOVE WS-CID-NOME(WS-CID-IDX)    TO IMPCIDADE
           MOVE WS-CID-UF(WS-CID-IDX)      TO IMPUF
           MOVE WS-CID-ENTREGAS(WS-CID-IDX) TO IMPENTREGAS
           MOVE WS-CID-RECEITA(WS-CID-IDX) TO IMPRECEITA
           COMPUTE WS-MARGEM = WS-CID-RECEITA(WS-CID-IDX) -
                               WS-CID-CUSTO(WS-CID-IDX)
           MOVE WS-MARGEM TO IMPMARGEM
           MOVE WS-CID-FRETE(WS-CID-IDX)   TO IMPFRETE
           MOVE ZEROS TO WS-PCT-FRETE
           IF WS-CID-RECEITA(WS-CID-IDX) > ZEROS
              COMPUTE WS-PCT-FRETE ROUNDED =
                  WS-CID-FRETE(WS-CID-IDX) /
                  WS-CID-RECEITA(WS-CID-IDX) * 100
           END-IF
           MOVE WS-PCT-FRETE TO IMPPCT
           COMPUTE WS-RESULTADO = WS-MARGEM - WS-CID-FRETE(WS-CID-IDX)
           MOVE WS-RESULTADO TO IMPRESULTADO
           MOVE SPACES TO IMPOBS
           IF WS-RESULTADO < ZEROS
              MOVE "DEFICIT" TO IMPOBS
           END-IF
           WRITE REGIMP FROM DETAL
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
      * COMPARTILHADO POR TODOS OS PROGRAMAS DA FILIAL.
       COPY "copybook\SISFIPGER.CPY".
