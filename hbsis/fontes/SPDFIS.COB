      **************************************************
      * ARQUIVO SPED FISCAL (ICMS/IPI) DA COMPETENCIA  *
      * FECHADA: SAIDAS, CANCELADAS E DEVOLUCOES       *
      **************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SPDFIS.
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

       77 WS-MODO-BATCH        PIC X(001) VALUE "N".
       77 WS-DATA-HOJE         PIC 9(008) VALUE ZEROS.
       77 WS-ANO-MES           PIC 9(006) VALUE ZEROS.
       77 WS-ANO-AUX           PIC 9(004) VALUE ZEROS.
       77 WS-MES-AUX           PIC 9(002) VALUE ZEROS.
       77 WS-DATA-INICIO       PIC 9(008) VALUE ZEROS.
       77 WS-DATA-FIM          PIC 9(008) VALUE ZEROS.
       77 WS-DIAS-INTEIRO      PIC 9(007) VALUE ZEROS.
       77 WS-EOF-NF            PIC X(001) VALUE "N".
       77 WS-EOF-DEV           PIC X(001) VALUE "N".
       77 WS-SEM-DEVOL         PIC X(001) VALUE "N".
       77 WS-SEM-CLIENTES      PIC X(001) VALUE "N".
       77 WS-SEM-PEDIDOS       PIC X(001) VALUE "N".
       77 WS-SEM-PRODUTOS      PIC X(001) VALUE "N".
       77 WS-MESMA-UF          PIC X(001) VALUE "S".

      * TOTAIS DAS SAIDAS PELO MESMO CRITERIO DO LIVRO DE SAIDAS
      * (RELFIS): TODA NOTA EMITIDA NO MES, A CANCELADA FORA DOS
      * TOTAIS. AS DEVOLUCOES ATIVAS DO MES ENTRAM A PARTE, COMO
      * CREDITO NA APURACAO (BLOCO E).
       77 WS-TOT-VALOR         PIC 9(013)V9(02) VALUE ZEROS.
       77 WS-TOT-ICMS          PIC 9(013)V9(02) VALUE ZEROS.
       77 WS-TOT-ST            PIC 9(013)V9(02) VALUE ZEROS.
       77 WS-QTD-NOTAS         PIC 9(005) VALUE ZEROS.
       77 WS-QTD-CANCELADAS    PIC 9(005) VALUE ZEROS.
       77 WS-QTD-DEVOL         PIC 9(005) VALUE ZEROS.
       77 WS-DEV-TOT-VALOR     PIC 9(013)V9(02) VALUE ZEROS.
       77 WS-DEV-TOT-ICMS      PIC 9(013)V9(02) VALUE ZEROS.
       77 WS-DEV-TOT-ST        PIC 9(013)V9(02) VALUE ZEROS.
       77 WS-ICMS-RECOLHER     PIC 9(013)V9(02) VALUE ZEROS.
       77 WS-ICMS-CREDOR       PIC 9(013)V9(02) VALUE ZEROS.
       77 WS-ST-RECOLHER       PIC 9(013)V9(02) VALUE ZEROS.
       77 WS-ST-CREDOR         PIC 9(013)V9(02) VALUE ZEROS.

      * VALORES DO DOCUMENTO CORRENTE (NOTA OU DEVOLUCAO), QUE OS
      * REGISTROS C100/C190 LEVAM PARA O ARQUIVO.
       77 WS-DOC-VALOR         PIC 9(011)V9(02) VALUE ZEROS.
       77 WS-DOC-ICMS          PIC 9(011)V9(02) VALUE ZEROS.
       77 WS-DOC-ST            PIC 9(011)V9(02) VALUE ZEROS.
       77 WS-DOC-BC-ST         PIC 9(011)V9(02) VALUE ZEROS.
       77 WS-DOC-ALIQ          PIC 9(002)V9(02) VALUE ZEROS.
       77 WS-DOC-CST           PIC X(003) VALUE SPACES.
       77 WS-DOC-CFOP          PIC X(004) VALUE SPACES.

      * PARTICIPANTES (REGISTRO 0150) E PRODUTOS (0200) DO MES,
      * JUNTADOS EM MEMORIA NA PRIMEIRA PASSADA (ATE 2000 CLIENTES,
      * MESMO TETO DO ABCCLI, E 999 PRODUTOS). EXCEDENTES SAO
      * CONTADOS E AVISADOS NO RELATORIO DE CONTROLE.
       77 WS-QTD-PART          PIC 9(004) VALUE ZEROS.
       77 WS-PRT-IDX           PIC 9(004) VALUE ZEROS.
       01 WS-TAB-PART.
          05 WS-PRT-CLIENTE OCCURS 2000 TIMES PIC 9(007).
       77 WS-QTD-PROD          PIC 9(004) VALUE ZEROS.
       77 WS-PRD-IDX           PIC 9(004) VALUE ZEROS.
       01 WS-TAB-PROD.
          05 WS-PRD-CODIGO OCCURS 999 TIMES PIC 9(005).
       77 WS-QTD-UNID          PIC 9(003) VALUE ZEROS.
       77 WS-UNI-IDX           PIC 9(003) VALUE ZEROS.
       01 WS-TAB-UNID.
          05 WS-UNI-SIGLA OCCURS 99 TIMES PIC X(003).
       77 WS-QTD-EXCEDENTES    PIC 9(005) VALUE ZEROS.
       77 WS-ACHOU             PIC X(001) VALUE "N".
       77 WS-PROCURA-CLIENTE   PIC 9(007) VALUE ZEROS.
       77 WS-PROCURA-PRODUTO   PIC 9(005) VALUE ZEROS.

      * MONTAGEM DA LINHA "|REG|CAMPO|...|" E CONTAGEM DE LINHAS
      * POR BLOCO E POR TIPO DE REGISTRO (PARA O BLOCO 9).
       77 WS-SPD-REG           PIC X(004) VALUE SPACES.
       77 WS-SPD-PTR           PIC 9(003) VALUE ZEROS.
       77 WS-SPD-CAMPO         PIC X(100) VALUE SPACES.
       77 WS-SPD-VALOR         PIC 9(013)V9(02) VALUE ZEROS.
       77 WS-SPD-VALOR-EDT     PIC Z(012)9,99.
       77 WS-SPD-ALIQ-EDT      PIC Z9,99.
       77 WS-SPD-NUMERO        PIC 9(014) VALUE ZEROS.
       77 WS-SPD-NUMERO-EDT    PIC Z(013)9.
       77 WS-SPD-DATA-AUX      PIC 9(008) VALUE ZEROS.
       01 WS-SPD-DATA-EDT.
          03 WS-SPD-DATA-DIA   PIC X(002).
          03 WS-SPD-DATA-MES   PIC X(002).
          03 WS-SPD-DATA-ANO   PIC X(004).
       77 WS-SPD-DT-INI        PIC X(008) VALUE SPACES.
       77 WS-SPD-DT-FIN        PIC X(008) VALUE SPACES.
       77 WS-SPD-BLOCO         PIC X(001) VALUE SPACES.
       77 WS-SPD-QTD-LINHAS    PIC 9(007) VALUE ZEROS.
       77 WS-SPD-QTD-BLOCO     PIC 9(007) VALUE ZEROS.
       77 WS-SPD-CONTA         PIC X(001) VALUE "S".
       77 WS-QTD-REG           PIC 9(003) VALUE ZEROS.
       77 WS-REG-IDX           PIC 9(003) VALUE ZEROS.
       01 WS-TAB-REG.
          05 WS-REG OCCURS 60 TIMES.
             10 WS-REG-TIPO    PIC X(004).
             10 WS-REG-QTD     PIC 9(007).

       01 CABEC.
          03 FILLER PIC X(40) VALUE
             "SPED FISCAL - TOTAIS DE CONTROLE - MES: ".
          03 CAB-ANOMES PIC 9(006).

       01 LINHA-ARQUIVO.
          03 FILLER       PIC X(10) VALUE "ARQUIVO: ".
          03 LIN-ARQUIVO  PIC X(100).

       01 LINHA-VALOR.
          03 LIN-ROTULO   PIC X(40).
          03 LIN-VALOR    PIC ZZZ.ZZZ.ZZZ.ZZ9,99.

       01 LINHA-QTD.
          03 LIN-ROTULO-Q PIC X(40).
          03 LIN-QTD      PIC ZZZ.ZZ9.

       01 WS-MENS-TOTAL.
          03 FILLER     PIC X(31) VALUE
             "ARQUIVO SPED GERADO OK - ".
          03 WS-MENS-QTD PIC ZZZZZZ9.
          03 FILLER     PIC X(09) VALUE " LINHA(S)".

       LINKAGE SECTION.
       01 LS-ID PIC X(5).

       SCREEN SECTION.
       COPY "copybook\SISSTGER.CPY".

       01 TELA-SPED.
        02 BLANK SCREEN.
        02 LINE 02 COL 28 VALUE "Sistema de Franquia AMBEV".
        02 LINE 07 COL 24 VALUE
          "ARQUIVO SPED FISCAL MENSAL (ICMS/IPI)".
        02 LINE 09 COL 10 VALUE "ANO/MES (AAAAMM)     : [      ]".
        02 LINE 11 COL 10 VALUE
          "SO PARA COMPETENCIA FECHADA (07.07). NOTAS DE SAIDA,".
        02 LINE 12 COL 10 VALUE
          "CANCELADAS, DEVOLUCOES E APURACAO DE ICMS/ST; OS".
        02 LINE 13 COL 10 VALUE
          "TOTAIS BATEM COM O LIVRO DE SAIDAS (07.02) DO MES.".
      *-------------------------------------------------------
       PROCEDURE DIVISION  USING LS-ID.
       INICIO.
      * RESOLVE OS CAMINHOS DA FILIAL SELECIONADA NO LOGIN ANTES DE
      * ABRIR QUALQUER ARQUIVO DE DADOS (VER SISFIPGER.CPY).
           MOVE LS-ID TO WS-SESSAO-ID
           PERFORM CARREGA-FILIAL
           MOVE WCF-ARQ-IMPRESSAO-SPED TO WRL-ARQ-IMPRESSAO
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-DATA-HOJE

           MOVE "N" TO WS-MODO-BATCH
           IF LS-ID = "BATCH"
              MOVE "S" TO WS-MODO-BATCH
           END-IF

           OPEN INPUT ARQ-NF
           IF WS-RESULTADO-ACESSO NOT = "00"
              MOVE "*** NAO HA FATURAMENTO GRAVADO ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              EXIT PROGRAM
              .

      * NA RODADA BATCH A COMPETENCIA E O MES ANTERIOR AO CORRENTE,
      * O ULTIMO QUE O FECHAMENTO MENSAL PODE TER TRAVADO.
           IF WS-MODO-BATCH = "S"
              MOVE WS-DATA-HOJE(1:4) TO WS-ANO-AUX
              MOVE WS-DATA-HOJE(5:2) TO WS-MES-AUX
              IF WS-MES-AUX = 1
                 MOVE 12 TO WS-MES-AUX
                 SUBTRACT 1 FROM WS-ANO-AUX
              ELSE
                 SUBTRACT 1 FROM WS-MES-AUX
              END-IF
              COMPUTE WS-ANO-MES = WS-ANO-AUX * 100 + WS-MES-AUX
              MOVE "S" TO W-SN
           ELSE
              DISPLAY TELA-SPED
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
           END-IF

      * O ARQUIVO SO SAI DE COMPETENCIA FECHADA PELO FECMES: MES
      * ABERTO (OU REABERTO) AINDA PODE RECEBER NOTA, ESTORNO OU
      * DEVOLUCAO, E O ARQUIVO ENTREGUE DEIXARIA DE BATER.
           IF W-SN = "S"
              PERFORM ABRE-PERIODOS
              MOVE "N" TO WS-PERIODO-FECHADO
              IF WS-SEM-PERIODO NOT = "S"
                 MOVE WS-ANO-MES TO WS-PERIODO-DATA(1:6)
                 MOVE "01"       TO WS-PERIODO-DATA(7:2)
                 PERFORM VERIFICA-PERIODO-FECHADO
              END-IF
              PERFORM FECHA-PERIODOS
              IF WS-PERIODO-FECHADO NOT = "S"
                 MOVE "*** COMPETENCIA NAO FECHADA (VER 07.07) ***"
                   TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
              ELSE
                 PERFORM GERA-SPED THRU GERA-SPED-FIM
              END-IF
           END-IF
           CLOSE ARQ-NF
           EXIT PROGRAM
           .

      **************************************************
      * GERACAO DO ARQUIVO: PRIMEIRA PASSADA JUNTA OS  *
      * PARTICIPANTES E PRODUTOS, A SEGUNDA GRAVA OS   *
      * BLOCOS NA ORDEM DO GUIA PRATICO                *
      **************************************************
       GERA-SPED.
           MOVE ZEROS TO WS-TOT-VALOR WS-TOT-ICMS WS-TOT-ST
                         WS-QTD-NOTAS WS-QTD-CANCELADAS WS-QTD-DEVOL
                         WS-DEV-TOT-VALOR WS-DEV-TOT-ICMS
                         WS-DEV-TOT-ST WS-QTD-PART WS-QTD-PROD
                         WS-QTD-UNID WS-QTD-EXCEDENTES WS-QTD-REG
                         WS-SPD-QTD-LINHAS WS-SPD-QTD-BLOCO
           PERFORM MONTA-DATAS-PERIODO
           PERFORM ABRE-AUXILIARES

           PERFORM CARREGA-PARTICIPANTES

           MOVE SPACES TO WS-ARQ-SPED
           STRING WCF-DIR-SPED DELIMITED BY SPACE
                  "SPED"       DELIMITED BY SIZE
                  WS-ANO-MES   DELIMITED BY SIZE
                  ".txt"       DELIMITED BY SIZE
               INTO WS-ARQ-SPED
           END-STRING
           OPEN OUTPUT ARQ-SPED
           IF WS-FS-SPD NOT = "00"
              MOVE "*** ERRO AO CRIAR O ARQUIVO SPED ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              PERFORM FECHA-AUXILIARES
              GO TO GERA-SPED-FIM
           END-IF
           MOVE "S" TO WS-SPD-CONTA

           PERFORM GRAVA-BLOCO-0
           PERFORM GRAVA-BLOCO-C
           MOVE "D" TO WS-SPD-BLOCO
           PERFORM GRAVA-BLOCO-VAZIO
           PERFORM GRAVA-BLOCO-E
           MOVE "G" TO WS-SPD-BLOCO
           PERFORM GRAVA-BLOCO-VAZIO
           MOVE "H" TO WS-SPD-BLOCO
           PERFORM GRAVA-BLOCO-VAZIO
           MOVE "K" TO WS-SPD-BLOCO
           PERFORM GRAVA-BLOCO-VAZIO
           MOVE "1" TO WS-SPD-BLOCO
           PERFORM GRAVA-BLOCO-VAZIO
           PERFORM GRAVA-BLOCO-9
           CLOSE ARQ-SPED

           PERFORM FECHA-AUXILIARES
           PERFORM IMPRIME-CONTROLE
           MOVE WS-SPD-QTD-LINHAS TO WS-MENS-QTD
           MOVE WS-MENS-TOTAL TO MENS
           PERFORM ROT-MENS THRU ROT-MENS-FIM
           .
       GERA-SPED-FIM.
           EXIT.

      * PRIMEIRO E ULTIMO DIA DA COMPETENCIA, EM AAAAMMDD E NO
      * FORMATO DDMMAAAA DO ARQUIVO.
       MONTA-DATAS-PERIODO.
           COMPUTE WS-DATA-INICIO = WS-ANO-MES * 100 + 1
           MOVE WS-ANO-MES(1:4) TO WS-ANO-AUX
           MOVE WS-ANO-MES(5:2) TO WS-MES-AUX
           IF WS-MES-AUX = 12
              MOVE 1 TO WS-MES-AUX
              ADD 1 TO WS-ANO-AUX
           ELSE
              ADD 1 TO WS-MES-AUX
           END-IF
           COMPUTE WS-DATA-FIM =
               WS-ANO-AUX * 10000 + WS-MES-AUX * 100 + 1
           COMPUTE WS-DIAS-INTEIRO =
               FUNCTION INTEGER-OF-DATE(WS-DATA-FIM) - 1
           COMPUTE WS-DATA-FIM =
               FUNCTION DATE-OF-INTEGER(WS-DIAS-INTEIRO)
           MOVE WS-DATA-INICIO TO WS-SPD-DATA-AUX
           PERFORM FORMATA-DATA-SPED
           MOVE WS-SPD-DATA-EDT TO WS-SPD-DT-INI
           MOVE WS-DATA-FIM TO WS-SPD-DATA-AUX
           PERFORM FORMATA-DATA-SPED
           MOVE WS-SPD-DATA-EDT TO WS-SPD-DT-FIN
           .

      * CLIENTE, PEDIDO/ITENS, PRODUTO E DEVOLUCAO SAO OPCIONAIS:
      * SEM ELES O ARQUIVO SAI SEM OS DADOS QUE DEPENDEM DELES
      * (SEM CADASTRO DO PARTICIPANTE, SEM PRODUTOS, SEM ENTRADAS).
       ABRE-AUXILIARES.
           MOVE "N" TO WS-SEM-CLIENTES WS-SEM-PEDIDOS
                       WS-SEM-PRODUTOS WS-SEM-DEVOL
           OPEN INPUT ARQ-CLIENTE
           IF WS-RESULTADO-ACESSO NOT = "00"
              MOVE "S" TO WS-SEM-CLIENTES
              MOVE "00" TO WS-RESULTADO-ACESSO
           END-IF
           OPEN INPUT ARQ-PEDIDO
           IF WS-RESULTADO-ACESSO NOT = "00"
              MOVE "S" TO WS-SEM-PEDIDOS
              MOVE "00" TO WS-RESULTADO-ACESSO
           END-IF
           OPEN INPUT ARQ-PRODUTO
           IF WS-RESULTADO-ACESSO NOT = "00"
              MOVE "S" TO WS-SEM-PRODUTOS
              MOVE "00" TO WS-RESULTADO-ACESSO
           END-IF
           OPEN INPUT ARQ-DEVOL
           IF WS-RESULTADO-ACESSO NOT = "00"
              MOVE "S" TO WS-SEM-DEVOL
              MOVE "00" TO WS-RESULTADO-ACESSO
           END-IF
           .

       FECHA-AUXILIARES.
           IF WS-SEM-CLIENTES NOT = "S"
              CLOSE ARQ-CLIENTE
           END-IF
           IF WS-SEM-PEDIDOS NOT = "S"
              CLOSE ARQ-PEDIDO
           END-IF
           IF WS-SEM-PRODUTOS NOT = "S"
              CLOSE ARQ-PRODUTO
           END-IF
           IF WS-SEM-DEVOL NOT = "S"
              CLOSE ARQ-DEVOL
           END-IF
           .

      **************************************************
      * PRIMEIRA PASSADA: CLIENTES DAS NOTAS E DAS     *
      * DEVOLUCOES DO MES E PRODUTOS DAS NOTAS ATIVAS  *
      **************************************************
       CARREGA-PARTICIPANTES.
           MOVE "N"   TO WS-EOF-NF
           MOVE ZEROS TO NF_NUMERO
           START ARQ-NF
               KEY IS GREATER THAN NF_NUMERO
                    INVALID KEY
                       MOVE "Y" TO WS-EOF-NF
           END-START
           PERFORM UNTIL WS-EOF-NF = "Y"
               READ ARQ-NF NEXT AT END
                   MOVE "Y" TO WS-EOF-NF
               END-READ
               IF WS-EOF-NF = "N"
                  IF NF_DATA_EMISSAO(1:6) = WS-ANO-MES
                     MOVE NF_CODIGO_CLIENTE TO WS-PROCURA-CLIENTE
                     PERFORM INCLUI-PARTICIPANTE
                     IF NF_SITUACAO NOT = "C" AND
                        WS-SEM-PEDIDOS NOT = "S"
                        PERFORM INCLUI-PRODUTOS-NOTA
                     END-IF
                  END-IF
               END-IF
           END-PERFORM

           IF WS-SEM-DEVOL NOT = "S"
              MOVE "N"   TO WS-EOF-DEV
              MOVE ZEROS TO DEV_NUMERO
              START ARQ-DEVOL
                  KEY IS GREATER THAN DEV_NUMERO
                       INVALID KEY
                          MOVE "Y" TO WS-EOF-DEV
              END-START
              PERFORM UNTIL WS-EOF-DEV = "Y"
                  READ ARQ-DEVOL NEXT AT END
                      MOVE "Y" TO WS-EOF-DEV
                  END-READ
                  IF WS-EOF-DEV = "N"
                     IF DEV_DATA(1:6) = WS-ANO-MES AND
                        DEV_SITUACAO = "A"
                        MOVE DEV_CODIGO_CLIENTE
                          TO WS-PROCURA-CLIENTE
                        PERFORM INCLUI-PARTICIPANTE
                     END-IF
                  END-IF
              END-PERFORM
           END-IF
           .

       INCLUI-PARTICIPANTE.
           MOVE "N" TO WS-ACHOU
           PERFORM VARYING WS-PRT-IDX FROM 1 BY 1
                   UNTIL WS-PRT-IDX > WS-QTD-PART OR WS-ACHOU = "S"
              IF WS-PRT-CLIENTE(WS-PRT-IDX) = WS-PROCURA-CLIENTE
                 MOVE "S" TO WS-ACHOU
              END-IF
           END-PERFORM
           IF WS-ACHOU = "N"
              IF WS-QTD-PART < 2000
                 ADD 1 TO WS-QTD-PART
                 MOVE WS-PROCURA-CLIENTE
                   TO WS-PRT-CLIENTE(WS-QTD-PART)
              ELSE
                 ADD 1 TO WS-QTD-EXCEDENTES
              END-IF
           END-IF
           .

      * OS ITENS DA NOTA SAO OS DO PEDIDO FATURADO (VER
      * SISITPGER.CPY), MESMA ORIGEM DO XML DA NF-E NO FATPED. KIT
      * SAI NA NOTA COMO SEUS COMPONENTES, ENTAO SAO ELES QUE ENTRAM
      * NO CADASTRO DE ITENS (VER SISKTPGER.CPY).
       INCLUI-PRODUTOS-NOTA.
           MOVE NF_NUMERO_PEDIDO TO PED_NUMERO_PEDIDO
           READ ARQ-PEDIDO
               INVALID KEY
                  MOVE ZEROS TO WS-QTD-ITN
               NOT INVALID KEY
                  PERFORM CARREGA-ITENS-PEDIDO
           END-READ
           MOVE "00" TO WS-RESULTADO-ACESSO
           PERFORM VARYING WS-ITN-IDX FROM 1 BY 1
                   UNTIL WS-ITN-IDX > WS-QTD-ITN
              IF WS-ITN-PRODUTO(WS-ITN-IDX) > ZEROS
                 MOVE WS-ITN-PRODUTO(WS-ITN-IDX) TO WS-KTC-PRODUTO
                 PERFORM CARREGA-COMPOSICAO-KIT
                 IF WS-QTD-KTC = ZEROS
                    MOVE WS-ITN-PRODUTO(WS-ITN-IDX)
                      TO WS-PROCURA-PRODUTO
                    PERFORM INCLUI-PRODUTO
                 ELSE
                    PERFORM VARYING WS-KTC-IDX FROM 1 BY 1
                            UNTIL WS-KTC-IDX > WS-QTD-KTC
                       MOVE WS-KTC-COMPONENTE(WS-KTC-IDX)
                         TO WS-PROCURA-PRODUTO
                       PERFORM INCLUI-PRODUTO
                    END-PERFORM
                 END-IF
              END-IF
           END-PERFORM
           .

       INCLUI-PRODUTO.
           MOVE "N" TO WS-ACHOU
           PERFORM VARYING WS-PRD-IDX FROM 1 BY 1
                   UNTIL WS-PRD-IDX > WS-QTD-PROD OR WS-ACHOU = "S"
              IF WS-PRD-CODIGO(WS-PRD-IDX) = WS-PROCURA-PRODUTO
                 MOVE "S" TO WS-ACHOU
              END-IF
           END-PERFORM
           IF WS-ACHOU = "N"
              IF WS-QTD-PROD < 999
                 ADD 1 TO WS-QTD-PROD
                 MOVE WS-PROCURA-PRODUTO
                   TO WS-PRD-CODIGO(WS-QTD-PROD)
              ELSE
                 ADD 1 TO WS-QTD-EXCEDENTES
              END-IF
           END-IF
           .

      **************************************************
      * BLOCO 0: ABERTURA, PARTICIPANTES, UNIDADES E   *
      * PRODUTOS                                       *
      **************************************************
       GRAVA-BLOCO-0.
           MOVE ZEROS TO WS-SPD-QTD-BLOCO
           MOVE "0000" TO WS-SPD-REG
           PERFORM INICIA-LINHA-SPED
           MOVE WCF-SPD-VERSAO TO WS-SPD-CAMPO
           PERFORM ACRESCENTA-CAMPO-SPED
           MOVE "0" TO WS-SPD-CAMPO
           PERFORM ACRESCENTA-CAMPO-SPED
           MOVE WS-SPD-DT-INI TO WS-SPD-CAMPO
           PERFORM ACRESCENTA-CAMPO-SPED
           MOVE WS-SPD-DT-FIN TO WS-SPD-CAMPO
           PERFORM ACRESCENTA-CAMPO-SPED
           MOVE WCF-NFE-RAZAO-EMITENTE TO WS-SPD-CAMPO
           PERFORM ACRESCENTA-CAMPO-SPED
           MOVE WCF-NFE-CNPJ-EMITENTE TO WS-SPD-CAMPO
           PERFORM ACRESCENTA-CAMPO-SPED
           MOVE SPACES TO WS-SPD-CAMPO
           PERFORM ACRESCENTA-CAMPO-SPED
           MOVE WCF-NFE-UF-EMITENTE TO WS-SPD-CAMPO
           PERFORM ACRESCENTA-CAMPO-SPED
           MOVE WCF-NFE-IE-EMITENTE TO WS-SPD-NUMERO
           PERFORM ACRESCENTA-NUMERO-SPED
           MOVE WCF-SPD-COD-MUN TO WS-SPD-CAMPO
           PERFORM ACRESCENTA-CAMPO-SPED
           MOVE SPACES TO WS-SPD-CAMPO
           PERFORM ACRESCENTA-CAMPO-SPED
           PERFORM ACRESCENTA-CAMPO-SPED
           MOVE WCF-SPD-PERFIL TO WS-SPD-CAMPO
           PERFORM ACRESCENTA-CAMPO-SPED
           MOVE WCF-SPD-ATIVIDADE TO WS-SPD-CAMPO
           PERFORM ACRESCENTA-CAMPO-SPED
           PERFORM GRAVA-LINHA-SPED

           MOVE "0001" TO WS-SPD-REG
           PERFORM INICIA-LINHA-SPED
           MOVE "0" TO WS-SPD-CAMPO
           PERFORM ACRESCENTA-CAMPO-SPED
           PERFORM GRAVA-LINHA-SPED

           PERFORM VARYING WS-PRT-IDX FROM 1 BY 1
                   UNTIL WS-PRT-IDX > WS-QTD-PART
              PERFORM GRAVA-PARTICIPANTE
           END-PERFORM

      * UNIDADES (0190) ANTES DOS PRODUTOS (0200) QUE AS USAM.
           IF WS-SEM-PRODUTOS NOT = "S"
              PERFORM VARYING WS-PRD-IDX FROM 1 BY 1
                      UNTIL WS-PRD-IDX > WS-QTD-PROD
                 MOVE WS-PRD-CODIGO(WS-PRD-IDX) TO PRO_CODIGO_PRODUTO
                 READ ARQ-PRODUTO
                     INVALID KEY
                        MOVE "UN" TO PRO_UNIDADE
                 END-READ
                 IF PRO_UNIDADE = SPACES
                    MOVE "UN" TO PRO_UNIDADE
                 END-IF
                 PERFORM INCLUI-UNIDADE
              END-PERFORM
              PERFORM VARYING WS-UNI-IDX FROM 1 BY 1
                      UNTIL WS-UNI-IDX > WS-QTD-UNID
                 MOVE "0190" TO WS-SPD-REG
                 PERFORM INICIA-LINHA-SPED
                 MOVE WS-UNI-SIGLA(WS-UNI-IDX) TO WS-SPD-CAMPO
                 PERFORM ACRESCENTA-CAMPO-SPED
                 PERFORM ACRESCENTA-CAMPO-SPED
                 PERFORM GRAVA-LINHA-SPED
              END-PERFORM
              PERFORM VARYING WS-PRD-IDX FROM 1 BY 1
                      UNTIL WS-PRD-IDX > WS-QTD-PROD
                 PERFORM GRAVA-PRODUTO
              END-PERFORM
           END-IF

           MOVE "0990" TO WS-SPD-REG
           PERFORM INICIA-LINHA-SPED
           COMPUTE WS-SPD-NUMERO = WS-SPD-QTD-BLOCO + 1
           PERFORM ACRESCENTA-NUMERO-SPED
           PERFORM GRAVA-LINHA-SPED
           .

      * 0150: CODIGO DO PARTICIPANTE = CODIGO DO CLIENTE, O MESMO
      * QUE VAI NO C100. SEM CADASTRO, SO O CODIGO E O PAIS.
       GRAVA-PARTICIPANTE.
           MOVE WS-PRT-CLIENTE(WS-PRT-IDX) TO CLI_CODIGO_CLIENTE
           IF WS-SEM-CLIENTES = "S"
              MOVE SPACES TO CLI_RAZAO_SOCIAL
                             CLI_ENDERECO_LOGRADOURO
                             CLI_ENDERECO_BAIRRO
              MOVE ZEROS  TO CLI_CNPJ CLI_IE
           ELSE
              READ ARQ-CLIENTE
                  INVALID KEY
                     MOVE SPACES TO CLI_RAZAO_SOCIAL
                                    CLI_ENDERECO_LOGRADOURO
                                    CLI_ENDERECO_BAIRRO
                     MOVE ZEROS  TO CLI_CNPJ CLI_IE
              END-READ
           END-IF
           MOVE "0150" TO WS-SPD-REG
           PERFORM INICIA-LINHA-SPED
           MOVE WS-PRT-CLIENTE(WS-PRT-IDX) TO WS-SPD-NUMERO
           PERFORM ACRESCENTA-NUMERO-SPED
           MOVE CLI_RAZAO_SOCIAL TO WS-SPD-CAMPO
           PERFORM ACRESCENTA-CAMPO-SPED
           MOVE "01058" TO WS-SPD-CAMPO
           PERFORM ACRESCENTA-CAMPO-SPED
           MOVE SPACES TO WS-SPD-CAMPO
           IF CLI_CNPJ > ZEROS
              MOVE CLI_CNPJ TO WS-SPD-CAMPO
           END-IF
           PERFORM ACRESCENTA-CAMPO-SPED
           MOVE SPACES TO WS-SPD-CAMPO
           PERFORM ACRESCENTA-CAMPO-SPED
           IF CLI_IE > ZEROS
              MOVE CLI_IE TO WS-SPD-NUMERO
              PERFORM ACRESCENTA-NUMERO-SPED
           ELSE
              PERFORM ACRESCENTA-CAMPO-SPED
           END-IF
           MOVE SPACES TO WS-SPD-CAMPO
           PERFORM ACRESCENTA-CAMPO-SPED
           PERFORM ACRESCENTA-CAMPO-SPED
           MOVE CLI_ENDERECO_LOGRADOURO TO WS-SPD-CAMPO
           PERFORM ACRESCENTA-CAMPO-SPED
           MOVE SPACES TO WS-SPD-CAMPO
           PERFORM ACRESCENTA-CAMPO-SPED
           PERFORM ACRESCENTA-CAMPO-SPED
           MOVE CLI_ENDERECO_BAIRRO TO WS-SPD-CAMPO
           PERFORM ACRESCENTA-CAMPO-SPED
           PERFORM GRAVA-LINHA-SPED
           .

       INCLUI-UNIDADE.
           MOVE "N" TO WS-ACHOU
           PERFORM VARYING WS-UNI-IDX FROM 1 BY 1
                   UNTIL WS-UNI-IDX > WS-QTD-UNID OR WS-ACHOU = "S"
              IF WS-UNI-SIGLA(WS-UNI-IDX) = PRO_UNIDADE
                 MOVE "S" TO WS-ACHOU
              END-IF
           END-PERFORM
           IF WS-ACHOU = "N" AND WS-QTD-UNID < 99
              ADD 1 TO WS-QTD-UNID
              MOVE PRO_UNIDADE TO WS-UNI-SIGLA(WS-QTD-UNID)
           END-IF
           .

      * 0200: TIPO DO ITEM "00" = MERCADORIA PARA REVENDA.
       GRAVA-PRODUTO.
           MOVE WS-PRD-CODIGO(WS-PRD-IDX) TO PRO_CODIGO_PRODUTO
           READ ARQ-PRODUTO
               INVALID KEY
                  MOVE SPACES TO PRO_DESCRICAO
                  MOVE "UN"   TO PRO_UNIDADE
           END-READ
           IF PRO_UNIDADE = SPACES
              MOVE "UN" TO PRO_UNIDADE
           END-IF
           MOVE "0200" TO WS-SPD-REG
           PERFORM INICIA-LINHA-SPED
           MOVE WS-PRD-CODIGO(WS-PRD-IDX) TO WS-SPD-NUMERO
           PERFORM ACRESCENTA-NUMERO-SPED
           MOVE PRO_DESCRICAO TO WS-SPD-CAMPO
           PERFORM ACRESCENTA-CAMPO-SPED
           MOVE SPACES TO WS-SPD-CAMPO
           PERFORM ACRESCENTA-CAMPO-SPED
           PERFORM ACRESCENTA-CAMPO-SPED
           MOVE PRO_UNIDADE TO WS-SPD-CAMPO
           PERFORM ACRESCENTA-CAMPO-SPED
           MOVE "00" TO WS-SPD-CAMPO
           PERFORM ACRESCENTA-CAMPO-SPED
           MOVE SPACES TO WS-SPD-CAMPO
           PERFORM 6 TIMES
              PERFORM ACRESCENTA-CAMPO-SPED
           END-PERFORM
           PERFORM GRAVA-LINHA-SPED
           .

      **************************************************
      * BLOCO C: NOTAS DE SAIDA (C100/C190) DO MES E   *
      * AS DEVOLUCOES ATIVAS COMO ENTRADA              *
      **************************************************
       GRAVA-BLOCO-C.
           MOVE ZEROS TO WS-SPD-QTD-BLOCO
           MOVE "C001" TO WS-SPD-REG
           PERFORM INICIA-LINHA-SPED
           MOVE "0" TO WS-SPD-CAMPO
           PERFORM ACRESCENTA-CAMPO-SPED
           PERFORM GRAVA-LINHA-SPED

           MOVE "N"   TO WS-EOF-NF
           MOVE ZEROS TO NF_NUMERO
           START ARQ-NF
               KEY IS GREATER THAN NF_NUMERO
                    INVALID KEY
                       MOVE "Y" TO WS-EOF-NF
           END-START
           PERFORM UNTIL WS-EOF-NF = "Y"
               READ ARQ-NF NEXT AT END
                   MOVE "Y" TO WS-EOF-NF
               END-READ
               IF WS-EOF-NF = "N"
                  IF NF_DATA_EMISSAO(1:6) = WS-ANO-MES
                     PERFORM GRAVA-NOTA-SAIDA
                  END-IF
               END-IF
           END-PERFORM

           IF WS-SEM-DEVOL NOT = "S"
              MOVE "N"   TO WS-EOF-DEV
              MOVE ZEROS TO DEV_NUMERO
              START ARQ-DEVOL
                  KEY IS GREATER THAN DEV_NUMERO
                       INVALID KEY
                          MOVE "Y" TO WS-EOF-DEV
              END-START
              PERFORM UNTIL WS-EOF-DEV = "Y"
                  READ ARQ-DEVOL NEXT AT END
                      MOVE "Y" TO WS-EOF-DEV
                  END-READ
                  IF WS-EOF-DEV = "N"
                     IF DEV_DATA(1:6) = WS-ANO-MES AND
                        DEV_SITUACAO = "A"
                        PERFORM GRAVA-NOTA-DEVOLUCAO
                     END-IF
                  END-IF
              END-PERFORM
           END-IF

           MOVE "C990" TO WS-SPD-REG
           PERFORM INICIA-LINHA-SPED
           COMPUTE WS-SPD-NUMERO = WS-SPD-QTD-BLOCO + 1
           PERFORM ACRESCENTA-NUMERO-SPED
           PERFORM GRAVA-LINHA-SPED
           .

      * NOTA CANCELADA PELO ESTORNO (ESTNF, NF_SITUACAO = "C" COM A
      * DATA EM NF_DATA_CANC) SAI NO MES DA EMISSAO COM SITUACAO
      * "02" E SEM VALORES, COMO O GUIA MANDA; FICA FORA DOS
      * TOTAIS, MESMO CRITERIO DO LIVRO DE SAIDAS (RELFIS).
       GRAVA-NOTA-SAIDA.
           ADD 1 TO WS-QTD-NOTAS
           MOVE "C100" TO WS-SPD-REG
           PERFORM INICIA-LINHA-SPED
           MOVE "1" TO WS-SPD-CAMPO
           PERFORM ACRESCENTA-CAMPO-SPED
           MOVE "0" TO WS-SPD-CAMPO
           PERFORM ACRESCENTA-CAMPO-SPED
           IF NF_SITUACAO = "C"
              ADD 1 TO WS-QTD-CANCELADAS
              MOVE SPACES TO WS-SPD-CAMPO
              PERFORM ACRESCENTA-CAMPO-SPED
              MOVE "55" TO WS-SPD-CAMPO
              PERFORM ACRESCENTA-CAMPO-SPED
              MOVE "02" TO WS-SPD-CAMPO
              PERFORM ACRESCENTA-CAMPO-SPED
              MOVE WCF-NFE-SERIE TO WS-SPD-NUMERO
              PERFORM ACRESCENTA-NUMERO-SPED
              MOVE NF_NUMERO TO WS-SPD-NUMERO
              PERFORM ACRESCENTA-NUMERO-SPED
              MOVE NF_CHAVE_ACESSO TO WS-SPD-CAMPO
              PERFORM ACRESCENTA-CAMPO-SPED
              MOVE SPACES TO WS-SPD-CAMPO
              PERFORM 20 TIMES
                 PERFORM ACRESCENTA-CAMPO-SPED
              END-PERFORM
              PERFORM GRAVA-LINHA-SPED
           ELSE
              ADD NF_VALOR_TOTAL TO WS-TOT-VALOR
              ADD NF_VALOR_ICMS  TO WS-TOT-ICMS
              ADD NF_VALOR_ST    TO WS-TOT-ST
              MOVE NF_CODIGO_CLIENTE TO WS-SPD-NUMERO
              PERFORM ACRESCENTA-NUMERO-SPED
              MOVE "55" TO WS-SPD-CAMPO
              PERFORM ACRESCENTA-CAMPO-SPED
              MOVE "00" TO WS-SPD-CAMPO
              PERFORM ACRESCENTA-CAMPO-SPED
              MOVE WCF-NFE-SERIE TO WS-SPD-NUMERO
              PERFORM ACRESCENTA-NUMERO-SPED
              MOVE NF_NUMERO TO WS-SPD-NUMERO
              PERFORM ACRESCENTA-NUMERO-SPED
              MOVE NF_CHAVE_ACESSO TO WS-SPD-CAMPO
              PERFORM ACRESCENTA-CAMPO-SPED
              MOVE NF_DATA_EMISSAO TO WS-SPD-DATA-AUX
              PERFORM FORMATA-DATA-SPED
              MOVE WS-SPD-DATA-EDT TO WS-SPD-CAMPO
              PERFORM ACRESCENTA-CAMPO-SPED
              PERFORM ACRESCENTA-CAMPO-SPED
              MOVE NF_VALOR_TOTAL TO WS-DOC-VALOR
              MOVE NF_VALOR_ICMS  TO WS-DOC-ICMS
              MOVE NF_VALOR_ST    TO WS-DOC-ST
              MOVE NF_ALIQ_ICMS   TO WS-DOC-ALIQ
              MOVE NF_CODIGO_CLIENTE TO CLI_CODIGO_CLIENTE
              PERFORM VERIFICA-UF-CLIENTE
              IF WS-DOC-ST > ZEROS
                 MOVE "010" TO WS-DOC-CST
                 IF WS-MESMA-UF = "S"
                    MOVE "5403" TO WS-DOC-CFOP
                 ELSE
                    MOVE "6403" TO WS-DOC-CFOP
                 END-IF
              ELSE
                 MOVE "000" TO WS-DOC-CST
                 IF WS-MESMA-UF = "S"
                    MOVE "5102" TO WS-DOC-CFOP
                 ELSE
                    MOVE "6102" TO WS-DOC-CFOP
                 END-IF
              END-IF
              PERFORM ACRESCENTA-VALORES-DOCUMENTO
              PERFORM GRAVA-LINHA-SPED
              PERFORM GRAVA-ANALITICO-DOCUMENTO
           END-IF
           .

      * DEVOLUCAO ATIVA DO MES: NOTA DE ENTRADA PROPRIA (SERIE DA
      * NF-E, NUMERO DA DEVOLUCAO), COM O ICMS E A ST DA NOTA DE
      * ORIGEM NA PROPORCAO DO VALOR DEVOLVIDO. O CREDITO VAI PARA
      * A APURACAO DO BLOCO E. DEVOLUCAO DE NOTA CANCELADA NAO TEM
      * IMPOSTO A CREDITAR.
       GRAVA-NOTA-DEVOLUCAO.
           ADD 1 TO WS-QTD-DEVOL
           MOVE DEV_VALOR TO WS-DOC-VALOR
           MOVE ZEROS TO WS-DOC-ICMS WS-DOC-ST WS-DOC-ALIQ
           MOVE DEV_NUMERO_NF TO NF_NUMERO
           READ ARQ-NF
               INVALID KEY
                  CONTINUE
               NOT INVALID KEY
                  IF NF_SITUACAO NOT = "C" AND
                     NF_VALOR_TOTAL > ZEROS
                     MOVE NF_ALIQ_ICMS TO WS-DOC-ALIQ
                     COMPUTE WS-DOC-ICMS ROUNDED =
                         NF_VALOR_ICMS * DEV_VALOR / NF_VALOR_TOTAL
                     COMPUTE WS-DOC-ST ROUNDED =
                         NF_VALOR_ST * DEV_VALOR / NF_VALOR_TOTAL
                  END-IF
           END-READ
           ADD WS-DOC-VALOR TO WS-DEV-TOT-VALOR
           ADD WS-DOC-ICMS  TO WS-DEV-TOT-ICMS
           ADD WS-DOC-ST    TO WS-DEV-TOT-ST

           MOVE DEV_CODIGO_CLIENTE TO CLI_CODIGO_CLIENTE
           PERFORM VERIFICA-UF-CLIENTE
           IF WS-DOC-ST > ZEROS
              MOVE "010" TO WS-DOC-CST
              IF WS-MESMA-UF = "S"
                 MOVE "1411" TO WS-DOC-CFOP
              ELSE
                 MOVE "2411" TO WS-DOC-CFOP
              END-IF
           ELSE
              MOVE "000" TO WS-DOC-CST
              IF WS-MESMA-UF = "S"
                 MOVE "1202" TO WS-DOC-CFOP
              ELSE
                 MOVE "2202" TO WS-DOC-CFOP
              END-IF
           END-IF

           MOVE "C100" TO WS-SPD-REG
           PERFORM INICIA-LINHA-SPED
           MOVE "0" TO WS-SPD-CAMPO
           PERFORM ACRESCENTA-CAMPO-SPED
           PERFORM ACRESCENTA-CAMPO-SPED
           MOVE DEV_CODIGO_CLIENTE TO WS-SPD-NUMERO
           PERFORM ACRESCENTA-NUMERO-SPED
           MOVE "55" TO WS-SPD-CAMPO
           PERFORM ACRESCENTA-CAMPO-SPED
           MOVE "00" TO WS-SPD-CAMPO
           PERFORM ACRESCENTA-CAMPO-SPED
           MOVE WCF-NFE-SERIE TO WS-SPD-NUMERO
           PERFORM ACRESCENTA-NUMERO-SPED
           MOVE DEV_NUMERO TO WS-SPD-NUMERO
           PERFORM ACRESCENTA-NUMERO-SPED
           MOVE SPACES TO WS-SPD-CAMPO
           PERFORM ACRESCENTA-CAMPO-SPED
           MOVE DEV_DATA TO WS-SPD-DATA-AUX
           PERFORM FORMATA-DATA-SPED
           MOVE WS-SPD-DATA-EDT TO WS-SPD-CAMPO
           PERFORM ACRESCENTA-CAMPO-SPED
           PERFORM ACRESCENTA-CAMPO-SPED
           PERFORM ACRESCENTA-VALORES-DOCUMENTO
           PERFORM GRAVA-LINHA-SPED
           PERFORM GRAVA-ANALITICO-DOCUMENTO
           .

      * SEM O CADASTRO DO CLIENTE A OPERACAO E TOMADA COMO
      * INTERNA (UF DA EMITENTE).
       VERIFICA-UF-CLIENTE.
           MOVE "S" TO WS-MESMA-UF
           IF WS-SEM-CLIENTES NOT = "S"
              READ ARQ-CLIENTE
                  INVALID KEY
                     CONTINUE
                  NOT INVALID KEY
                     IF CLI_ENDERECO_UF NOT = SPACES AND
                        CLI_ENDERECO_UF NOT = WCF-NFE-UF-EMITENTE
                        MOVE "N" TO WS-MESMA-UF
                     END-IF
              END-READ
           END-IF
           .

      * CAMPOS DE VALOR DO C100 (VL_DOC EM DIANTE). A BASE DA ST E
      * A DO FATURAMENTO: VALOR DA NOTA MAJORADO PELO MVA.
       ACRESCENTA-VALORES-DOCUMENTO.
           MOVE ZEROS TO WS-DOC-BC-ST
           IF WS-DOC-ST > ZEROS
              COMPUTE WS-DOC-BC-ST ROUNDED =
                  WS-DOC-VALOR * (100 + WCF-PERC-MVA-ST) / 100
           END-IF
           MOVE WS-DOC-VALOR TO WS-SPD-VALOR
           PERFORM ACRESCENTA-VALOR-SPED
           MOVE "1" TO WS-SPD-CAMPO
           PERFORM ACRESCENTA-CAMPO-SPED
           MOVE ZEROS TO WS-SPD-VALOR
           PERFORM ACRESCENTA-VALOR-SPED
           PERFORM ACRESCENTA-VALOR-SPED
           MOVE WS-DOC-VALOR TO WS-SPD-VALOR
           PERFORM ACRESCENTA-VALOR-SPED
           MOVE "9" TO WS-SPD-CAMPO
           PERFORM ACRESCENTA-CAMPO-SPED
           MOVE ZEROS TO WS-SPD-VALOR
           PERFORM ACRESCENTA-VALOR-SPED
           PERFORM ACRESCENTA-VALOR-SPED
           PERFORM ACRESCENTA-VALOR-SPED
           MOVE WS-DOC-VALOR TO WS-SPD-VALOR
           PERFORM ACRESCENTA-VALOR-SPED
           MOVE WS-DOC-ICMS TO WS-SPD-VALOR
           PERFORM ACRESCENTA-VALOR-SPED
           MOVE WS-DOC-BC-ST TO WS-SPD-VALOR
           PERFORM ACRESCENTA-VALOR-SPED
           MOVE WS-DOC-ST TO WS-SPD-VALOR
           PERFORM ACRESCENTA-VALOR-SPED
           MOVE ZEROS TO WS-SPD-VALOR
           PERFORM 5 TIMES
              PERFORM ACRESCENTA-VALOR-SPED
           END-PERFORM
           .

      * C190: A NOTA TEM UMA SO COMBINACAO CST/CFOP/ALIQUOTA.
       GRAVA-ANALITICO-DOCUMENTO.
           MOVE "C190" TO WS-SPD-REG
           PERFORM INICIA-LINHA-SPED
           MOVE WS-DOC-CST TO WS-SPD-CAMPO
           PERFORM ACRESCENTA-CAMPO-SPED
           MOVE WS-DOC-CFOP TO WS-SPD-CAMPO
           PERFORM ACRESCENTA-CAMPO-SPED
           MOVE WS-DOC-ALIQ TO WS-SPD-ALIQ-EDT
           MOVE WS-SPD-ALIQ-EDT TO WS-SPD-CAMPO
           PERFORM ACRESCENTA-CAMPO-SPED
           MOVE WS-DOC-VALOR TO WS-SPD-VALOR
           PERFORM ACRESCENTA-VALOR-SPED
           PERFORM ACRESCENTA-VALOR-SPED
           MOVE WS-DOC-ICMS TO WS-SPD-VALOR
           PERFORM ACRESCENTA-VALOR-SPED
           MOVE WS-DOC-BC-ST TO WS-SPD-VALOR
           PERFORM ACRESCENTA-VALOR-SPED
           MOVE WS-DOC-ST TO WS-SPD-VALOR
           PERFORM ACRESCENTA-VALOR-SPED
           MOVE ZEROS TO WS-SPD-VALOR
           PERFORM ACRESCENTA-VALOR-SPED
           PERFORM ACRESCENTA-VALOR-SPED
           MOVE SPACES TO WS-SPD-CAMPO
           PERFORM ACRESCENTA-CAMPO-SPED
           PERFORM GRAVA-LINHA-SPED
           .

      **************************************************
      * BLOCO E: APURACAO DO ICMS PROPRIO (E110) E DA  *
      * ST RETIDA NA UF DA EMITENTE (E210)             *
      **************************************************
       GRAVA-BLOCO-E.
           MOVE ZEROS TO WS-ICMS-RECOLHER WS-ICMS-CREDOR
                         WS-ST-RECOLHER WS-ST-CREDOR
           IF WS-TOT-ICMS > WS-DEV-TOT-ICMS
              COMPUTE WS-ICMS-RECOLHER = WS-TOT-ICMS - WS-DEV-TOT-ICMS
           ELSE
              COMPUTE WS-ICMS-CREDOR = WS-DEV-TOT-ICMS - WS-TOT-ICMS
           END-IF
           IF WS-TOT-ST > WS-DEV-TOT-ST
              COMPUTE WS-ST-RECOLHER = WS-TOT-ST - WS-DEV-TOT-ST
           ELSE
              COMPUTE WS-ST-CREDOR = WS-DEV-TOT-ST - WS-TOT-ST
           END-IF

           MOVE ZEROS TO WS-SPD-QTD-BLOCO
           MOVE "E001" TO WS-SPD-REG
           PERFORM INICIA-LINHA-SPED
           MOVE "0" TO WS-SPD-CAMPO
           PERFORM ACRESCENTA-CAMPO-SPED
           PERFORM GRAVA-LINHA-SPED

           MOVE "E100" TO WS-SPD-REG
           PERFORM INICIA-LINHA-SPED
           MOVE WS-SPD-DT-INI TO WS-SPD-CAMPO
           PERFORM ACRESCENTA-CAMPO-SPED
           MOVE WS-SPD-DT-FIN TO WS-SPD-CAMPO
           PERFORM ACRESCENTA-CAMPO-SPED
           PERFORM GRAVA-LINHA-SPED

           MOVE "E110" TO WS-SPD-REG
           PERFORM INICIA-LINHA-SPED
           MOVE WS-TOT-ICMS TO WS-SPD-VALOR
           PERFORM ACRESCENTA-VALOR-SPED
           MOVE ZEROS TO WS-SPD-VALOR
           PERFORM 3 TIMES
              PERFORM ACRESCENTA-VALOR-SPED
           END-PERFORM
           MOVE WS-DEV-TOT-ICMS TO WS-SPD-VALOR
           PERFORM ACRESCENTA-VALOR-SPED
           MOVE ZEROS TO WS-SPD-VALOR
           PERFORM 4 TIMES
              PERFORM ACRESCENTA-VALOR-SPED
           END-PERFORM
           MOVE WS-ICMS-RECOLHER TO WS-SPD-VALOR
           PERFORM ACRESCENTA-VALOR-SPED
           MOVE ZEROS TO WS-SPD-VALOR
           PERFORM ACRESCENTA-VALOR-SPED
           MOVE WS-ICMS-RECOLHER TO WS-SPD-VALOR
           PERFORM ACRESCENTA-VALOR-SPED
           MOVE WS-ICMS-CREDOR TO WS-SPD-VALOR
           PERFORM ACRESCENTA-VALOR-SPED
           MOVE ZEROS TO WS-SPD-VALOR
           PERFORM ACRESCENTA-VALOR-SPED
           PERFORM GRAVA-LINHA-SPED

           MOVE "E200" TO WS-SPD-REG
           PERFORM INICIA-LINHA-SPED
           MOVE WCF-NFE-UF-EMITENTE TO WS-SPD-CAMPO
           PERFORM ACRESCENTA-CAMPO-SPED
           MOVE WS-SPD-DT-INI TO WS-SPD-CAMPO
           PERFORM ACRESCENTA-CAMPO-SPED
           MOVE WS-SPD-DT-FIN TO WS-SPD-CAMPO
           PERFORM ACRESCENTA-CAMPO-SPED
           PERFORM GRAVA-LINHA-SPED

           MOVE "E210" TO WS-SPD-REG
           PERFORM INICIA-LINHA-SPED
           IF WS-TOT-ST > ZEROS OR WS-DEV-TOT-ST > ZEROS
              MOVE "1" TO WS-SPD-CAMPO
           ELSE
              MOVE "0" TO WS-SPD-CAMPO
           END-IF
           PERFORM ACRESCENTA-CAMPO-SPED
           MOVE ZEROS TO WS-SPD-VALOR
           PERFORM ACRESCENTA-VALOR-SPED
           MOVE WS-DEV-TOT-ST TO WS-SPD-VALOR
           PERFORM ACRESCENTA-VALOR-SPED
           MOVE ZEROS TO WS-SPD-VALOR
           PERFORM 3 TIMES
              PERFORM ACRESCENTA-VALOR-SPED
           END-PERFORM
           MOVE WS-TOT-ST TO WS-SPD-VALOR
           PERFORM ACRESCENTA-VALOR-SPED
           MOVE ZEROS TO WS-SPD-VALOR
           PERFORM 4 TIMES
              PERFORM ACRESCENTA-VALOR-SPED
           END-PERFORM
           MOVE WS-ST-RECOLHER TO WS-SPD-VALOR
           PERFORM ACRESCENTA-VALOR-SPED
           MOVE WS-ST-CREDOR TO WS-SPD-VALOR
           PERFORM ACRESCENTA-VALOR-SPED
           MOVE ZEROS TO WS-SPD-VALOR
           PERFORM ACRESCENTA-VALOR-SPED
           PERFORM GRAVA-LINHA-SPED

           MOVE "E990" TO WS-SPD-REG
           PERFORM INICIA-LINHA-SPED
           COMPUTE WS-SPD-NUMERO = WS-SPD-QTD-BLOCO + 1
           PERFORM ACRESCENTA-NUMERO-SPED
           PERFORM GRAVA-LINHA-SPED
           .

      * BLOCO SEM MOVIMENTO (D, G, H, K E 1): SO ABERTURA COM
      * INDICADOR "1" E ENCERRAMENTO COM DUAS LINHAS.
       GRAVA-BLOCO-VAZIO.
           MOVE ZEROS TO WS-SPD-QTD-BLOCO
           MOVE SPACES TO WS-SPD-REG
           STRING WS-SPD-BLOCO "001" DELIMITED BY SIZE
               INTO WS-SPD-REG
           END-STRING
           PERFORM INICIA-LINHA-SPED
           MOVE "1" TO WS-SPD-CAMPO
           PERFORM ACRESCENTA-CAMPO-SPED
           PERFORM GRAVA-LINHA-SPED
           MOVE SPACES TO WS-SPD-REG
           STRING WS-SPD-BLOCO "990" DELIMITED BY SIZE
               INTO WS-SPD-REG
           END-STRING
           PERFORM INICIA-LINHA-SPED
           MOVE 2 TO WS-SPD-NUMERO
           PERFORM ACRESCENTA-NUMERO-SPED
           PERFORM GRAVA-LINHA-SPED
           .

      **************************************************
      * BLOCO 9: QUANTIDADE DE LINHAS POR REGISTRO E   *
      * ENCERRAMENTO DO ARQUIVO                        *
      **************************************************
       GRAVA-BLOCO-9.
           MOVE ZEROS TO WS-SPD-QTD-BLOCO
           MOVE "9001" TO WS-SPD-REG
           PERFORM INICIA-LINHA-SPED
           MOVE "0" TO WS-SPD-CAMPO
           PERFORM ACRESCENTA-CAMPO-SPED
           PERFORM GRAVA-LINHA-SPED

      * OS PROPRIOS 9900, 9990 E 9999 ENTRAM NA CONTAGEM ANTES DE
      * GRAVADOS; DAQUI EM DIANTE A GRAVACAO NAO CONTA MAIS TIPO.
           ADD 1 TO WS-QTD-REG
           MOVE "9900" TO WS-REG-TIPO(WS-QTD-REG)
           ADD 1 TO WS-QTD-REG
           MOVE "9990" TO WS-REG-TIPO(WS-QTD-REG)
           MOVE 1      TO WS-REG-QTD(WS-QTD-REG)
           ADD 1 TO WS-QTD-REG
           MOVE "9999" TO WS-REG-TIPO(WS-QTD-REG)
           MOVE 1      TO WS-REG-QTD(WS-QTD-REG)
           COMPUTE WS-REG-IDX = WS-QTD-REG - 2
           MOVE WS-QTD-REG TO WS-REG-QTD(WS-REG-IDX)
           MOVE "N" TO WS-SPD-CONTA

           PERFORM VARYING WS-REG-IDX FROM 1 BY 1
                   UNTIL WS-REG-IDX > WS-QTD-REG
              MOVE "9900" TO WS-SPD-REG
              PERFORM INICIA-LINHA-SPED
              MOVE WS-REG-TIPO(WS-REG-IDX) TO WS-SPD-CAMPO
              PERFORM ACRESCENTA-CAMPO-SPED
              MOVE WS-REG-QTD(WS-REG-IDX) TO WS-SPD-NUMERO
              PERFORM ACRESCENTA-NUMERO-SPED
              PERFORM GRAVA-LINHA-SPED
           END-PERFORM

           MOVE "9990" TO WS-SPD-REG
           PERFORM INICIA-LINHA-SPED
           COMPUTE WS-SPD-NUMERO = WS-SPD-QTD-BLOCO + 2
           PERFORM ACRESCENTA-NUMERO-SPED
           PERFORM GRAVA-LINHA-SPED

           MOVE "9999" TO WS-SPD-REG
           PERFORM INICIA-LINHA-SPED
           COMPUTE WS-SPD-NUMERO = WS-SPD-QTD-LINHAS + 1
           PERFORM ACRESCENTA-NUMERO-SPED
           PERFORM GRAVA-LINHA-SPED
           .

      **************************************************
      * MONTAGEM E GRAVACAO DAS LINHAS DO ARQUIVO      *
      **************************************************
       INICIA-LINHA-SPED.
           MOVE SPACES TO REGSPD
           MOVE 1 TO WS-SPD-PTR
           STRING "|" WS-SPD-REG "|" DELIMITED BY SIZE
               INTO REGSPD WITH POINTER WS-SPD-PTR
           END-STRING
           .

      * CAMPO TEXTO SEM BRANCOS NAS PONTAS; O "|" E O SEPARADOR DO
      * LEIAUTE E NAO PODE APARECER DENTRO DO CAMPO.
       ACRESCENTA-CAMPO-SPED.
           INSPECT WS-SPD-CAMPO REPLACING ALL "|" BY " "
           IF WS-SPD-CAMPO = SPACES
              STRING "|" DELIMITED BY SIZE
                  INTO REGSPD WITH POINTER WS-SPD-PTR
              END-STRING
           ELSE
              STRING FUNCTION TRIM(WS-SPD-CAMPO) "|"
                  DELIMITED BY SIZE
                  INTO REGSPD WITH POINTER WS-SPD-PTR
              END-STRING
           END-IF
           .

      * VALOR COM VIRGULA DECIMAL E SEM SEPARADOR DE MILHAR.
       ACRESCENTA-VALOR-SPED.
           MOVE WS-SPD-VALOR TO WS-SPD-VALOR-EDT
           MOVE WS-SPD-VALOR-EDT TO WS-SPD-CAMPO
           PERFORM ACRESCENTA-CAMPO-SPED
           .

       ACRESCENTA-NUMERO-SPED.
           MOVE WS-SPD-NUMERO TO WS-SPD-NUMERO-EDT
           MOVE WS-SPD-NUMERO-EDT TO WS-SPD-CAMPO
           PERFORM ACRESCENTA-CAMPO-SPED
           .

       GRAVA-LINHA-SPED.
           WRITE REGSPD
           ADD 1 TO WS-SPD-QTD-LINHAS
           ADD 1 TO WS-SPD-QTD-BLOCO
           IF WS-SPD-CONTA = "S"
              MOVE "N" TO WS-ACHOU
              PERFORM VARYING WS-REG-IDX FROM 1 BY 1
                      UNTIL WS-REG-IDX > WS-QTD-REG OR WS-ACHOU = "S"
                 IF WS-REG-TIPO(WS-REG-IDX) = WS-SPD-REG
                    ADD 1 TO WS-REG-QTD(WS-REG-IDX)
                    MOVE "S" TO WS-ACHOU
                 END-IF
              END-PERFORM
              IF WS-ACHOU = "N"
                 ADD 1 TO WS-QTD-REG
                 MOVE WS-SPD-REG TO WS-REG-TIPO(WS-QTD-REG)
                 MOVE 1          TO WS-REG-QTD(WS-QTD-REG)
              END-IF
           END-IF
           .

      * AAAAMMDD -> DDMMAAAA.
       FORMATA-DATA-SPED.
           MOVE WS-SPD-DATA-AUX(7:2) TO WS-SPD-DATA-DIA
           MOVE WS-SPD-DATA-AUX(5:2) TO WS-SPD-DATA-MES
           MOVE WS-SPD-DATA-AUX(1:4) TO WS-SPD-DATA-ANO
           .

      **************************************************
      * RELATORIO DE CONTROLE: OS TOTAIS DAS SAIDAS    *
      * CONFEREM COM O RODAPE DO RELFIS DO MESMO MES   *
      **************************************************
       IMPRIME-CONTROLE.
           OPEN OUTPUT ARQIMP
           MOVE WS-ANO-MES TO CAB-ANOMES
           WRITE REGIMP FROM CABEC
           MOVE WS-ARQ-SPED TO LIN-ARQUIVO
           WRITE REGIMP FROM LINHA-ARQUIVO
           MOVE SPACES TO REGIMP
           WRITE REGIMP

           MOVE "NOTAS DE SAIDA NO MES" TO LIN-ROTULO-Q
           MOVE WS-QTD-NOTAS TO LIN-QTD
           WRITE REGIMP FROM LINHA-QTD
           MOVE "  CANCELADAS (FORA DOS TOTAIS)" TO LIN-ROTULO-Q
           MOVE WS-QTD-CANCELADAS TO LIN-QTD
           WRITE REGIMP FROM LINHA-QTD
           MOVE "VALOR DAS SAIDAS" TO LIN-ROTULO
           MOVE WS-TOT-VALOR TO LIN-VALOR
           WRITE REGIMP FROM LINHA-VALOR
           MOVE "ICMS DAS SAIDAS" TO LIN-ROTULO
           MOVE WS-TOT-ICMS TO LIN-VALOR
           WRITE REGIMP FROM LINHA-VALOR
           MOVE "SUBST.TRIBUTARIA DAS SAIDAS" TO LIN-ROTULO
           MOVE WS-TOT-ST TO LIN-VALOR
           WRITE REGIMP FROM LINHA-VALOR
           MOVE SPACES TO REGIMP
           WRITE REGIMP

           MOVE "DEVOLUCOES ATIVAS NO MES" TO LIN-ROTULO-Q
           MOVE WS-QTD-DEVOL TO LIN-QTD
           WRITE REGIMP FROM LINHA-QTD
           MOVE "VALOR DAS DEVOLUCOES" TO LIN-ROTULO
           MOVE WS-DEV-TOT-VALOR TO LIN-VALOR
           WRITE REGIMP FROM LINHA-VALOR
           MOVE "ICMS A CREDITAR (DEVOLUCOES)" TO LIN-ROTULO
           MOVE WS-DEV-TOT-ICMS TO LIN-VALOR
           WRITE REGIMP FROM LINHA-VALOR
           MOVE "ST A CREDITAR (DEVOLUCOES)" TO LIN-ROTULO
           MOVE WS-DEV-TOT-ST TO LIN-VALOR
           WRITE REGIMP FROM LINHA-VALOR
           MOVE SPACES TO REGIMP
           WRITE REGIMP

           MOVE "ICMS A RECOLHER (E110)" TO LIN-ROTULO
           MOVE WS-ICMS-RECOLHER TO LIN-VALOR
           WRITE REGIMP FROM LINHA-VALOR
           MOVE "SALDO CREDOR A TRANSPORTAR (E110)" TO LIN-ROTULO
           MOVE WS-ICMS-CREDOR TO LIN-VALOR
           WRITE REGIMP FROM LINHA-VALOR
           MOVE "ST A RECOLHER (E210)" TO LIN-ROTULO
           MOVE WS-ST-RECOLHER TO LIN-VALOR
           WRITE REGIMP FROM LINHA-VALOR
           MOVE SPACES TO REGIMP
           WRITE REGIMP

           MOVE "PARTICIPANTES (0150)" TO LIN-ROTULO-Q
           MOVE WS-QTD-PART TO LIN-QTD
           WRITE REGIMP FROM LINHA-QTD
           MOVE "PRODUTOS (0200)" TO LIN-ROTULO-Q
           MOVE WS-QTD-PROD TO LIN-QTD
           WRITE REGIMP FROM LINHA-QTD
           MOVE "LINHAS GRAVADAS NO ARQUIVO" TO LIN-ROTULO-Q
           MOVE WS-SPD-QTD-LINHAS TO LIN-QTD
           WRITE REGIMP FROM LINHA-QTD
           IF WS-QTD-EXCEDENTES > ZEROS
              MOVE "*** EXCEDENTES FORA DO BLOCO 0 ***"
                TO LIN-ROTULO-Q
              MOVE WS-QTD-EXCEDENTES TO LIN-QTD
              WRITE REGIMP FROM LINHA-QTD
           END-IF
           CLOSE ARQIMP
      * COPIA DATADA + CATALOGO DE SPOOL (VER SISSPPGER.CPY).
           MOVE "SPDFIS" TO WS-SPL-PROGRAMA
           MOVE WRL-ARQ-IMPRESSAO TO WS-SPL-ORIGEM
           PERFORM REGISTRA-SPOOL THRU REGISTRA-SPOOL-FIM
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

      * CARREGA-ITENS-PEDIDO: VER COPYBOOK, COMPARTILHADO COM O
      * CADPED E O FATPED.
       COPY "copybook\SISITPGER.CPY".

      * REGISTRA-SPOOL: VER COPYBOOK, COMPARTILHADO PELOS PROGRAMAS
      * DE RELATORIO.
       COPY "copybook\SISSPPGER.CPY".

      * ABRE-PERIODOS, VERIFICA-PERIODO-FECHADO E FECHA-PERIODOS: VER
      * COPYBOOK, COMPARTILHADO COM O FECMES E OS LANCAMENTOS.
       COPY "copybook\SISPEPGER.CPY".

      * CARREGA-COMPOSICAO-KIT E RATEIA-KIT: VER COPYBOOK,
      * COMPARTILHADO POR QUEM EXPLODE OS PRODUTOS-KIT.
       COPY "copybook\SISKTPGER.CPY".

      * CARREGA-FILIAL E MONTA-CAMINHOS-FILIAL: VER COPYBOOK,
      * COMPARTILHADO POR TODOS OS PROGRAMAS DA FILIAL.
       COPY "copybook\SISFIPGER.CPY".
