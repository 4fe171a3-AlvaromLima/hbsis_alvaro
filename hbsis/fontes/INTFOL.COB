      **************************************************
      * INTERFACE COM A FOLHA DE PAGAMENTO: ARQUIVO    *
      * MENSAL DE COMISSOES E REEMBOLSO DE KM POR CPF  *
      * E EVENTO, CANCELAMENTO FORMAL E RETORNO        *
      **************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. INTFOL.
       AUTHOR. ALVARO LIMA.
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       COPY "copybook\SISSLGER.CPY".

      * ARQUIVO DO MES PARA A FOLHA, NO LAYOUT POSICIONAL DELA:
      * HEADER "0", UM DETALHE "1" POR VENDEDOR (CPF) E EVENTO,
      * TRAILER "9" COM A QUANTIDADE DE DETALHES E O VALOR TOTAL.
           SELECT ARQ-FOLHA ASSIGN TO WS-NOME-FOLHA
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS  IS WS-FS.

      * RETORNO DE ACEITE DEVOLVIDO PELA FOLHA NA PASTA DE ENTREGA:
      * HEADER COM O MES E A SEQUENCIA DO ARQUIVO ENVIADO, UM
      * DETALHE POR LINHA (ACEITA "A" OU RECUSADA "R" COM O MOTIVO)
      * E TRAILER COM A QUANTIDADE.
           SELECT ARQ-RETFOL ASSIGN TO WS-NOME-RETFOL
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS  IS WS-FS.
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
       COPY "copybook\SISFDGER.CPY".

       FD ARQ-FOLHA
           RECORD CONTAINS 100 CHARACTERS.
       01 REG-FOL.
           05 FOL-TIPO                PIC X(001).
           05 FOL-RESTO               PIC X(099).
       01 REG-FOL-H REDEFINES REG-FOL.
           05 FILLER                  PIC X(001).
           05 FOL-H-EMPRESA           PIC X(006).
           05 FOL-H-FILIAL            PIC X(003).
           05 FOL-H-ANO-MES           PIC 9(006).
           05 FOL-H-SEQUENCIA         PIC 9(003).
           05 FOL-H-DATA              PIC 9(008).
           05 FILLER                  PIC X(073).
       01 REG-FOL-D REDEFINES REG-FOL.
           05 FILLER                  PIC X(001).
           05 FOL-D-LINHA             PIC 9(005).
           05 FOL-D-CPF               PIC 9(011).
           05 FOL-D-EVENTO            PIC X(004).
           05 FOL-D-VALOR             PIC 9(011)V9(02).
           05 FOL-D-VENDEDOR          PIC 9(003).
           05 FOL-D-NOME              PIC X(040).
           05 FILLER                  PIC X(023).
       01 REG-FOL-T REDEFINES REG-FOL.
           05 FILLER                  PIC X(001).
           05 FOL-T-QUANTIDADE        PIC 9(007).
           05 FOL-T-VALOR             PIC 9(013)V9(02).
           05 FILLER                  PIC X(077).

       FD ARQ-RETFOL
           RECORD CONTAINS 100 CHARACTERS.
       01 REG-RTF.
           05 RTF-TIPO                PIC X(001).
           05 RTF-RESTO               PIC X(099).
       01 REG-RTF-H REDEFINES REG-RTF.
           05 FILLER                  PIC X(001).
           05 RTF-H-ANO-MES           PIC 9(006).
           05 RTF-H-SEQUENCIA         PIC 9(003).
           05 FILLER                  PIC X(090).
       01 REG-RTF-D REDEFINES REG-RTF.
           05 FILLER                  PIC X(001).
           05 RTF-D-LINHA             PIC 9(005).
           05 RTF-D-CPF               PIC 9(011).
           05 RTF-D-EVENTO            PIC X(004).
           05 RTF-D-VALOR             PIC 9(011)V9(02).
           05 RTF-D-SITUACAO          PIC X(001).
           05 RTF-D-MOTIVO            PIC X(030).
           05 FILLER                  PIC X(035).
       01 REG-RTF-T REDEFINES REG-RTF.
           05 FILLER                  PIC X(001).
           05 RTF-T-QUANTIDADE        PIC 9(007).
           05 FILLER                  PIC X(092).
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       COPY "copybook\SISWSGER.CPY".
       COPY "copybook\SISCFGER.CPY".
       77 WRL-ARQ-IMPRESSAO    PIC X(100) VALUE SPACES.

       77 WS-MODO-BATCH        PIC X(001) VALUE "N".
       77 WS-DATA-HOJE         PIC 9(008) VALUE ZEROS.
       77 WS-ANO-MES           PIC 9(006) VALUE ZEROS.
       77 WS-ANO-AUX           PIC 9(004) VALUE ZEROS.
       77 WS-MES-AUX           PIC 9(002) VALUE ZEROS.
       77 WS-TITULO-OPERACAO   PIC X(040) VALUE SPACES.
       77 WS-NOME-FOLHA        PIC X(100) VALUE SPACES.
       77 WS-NOME-RETFOL       PIC X(100) VALUE
               "importacao\entrada\RETFOLHA.TXT".
       77 WS-SEQ-FOLHA         PIC 9(003) VALUE ZEROS.
       77 WS-EOF-VFL           PIC X(001) VALUE "N".

      * LINHA DO ARQUIVO: EVENTO DA FOLHA PELO TIPO DA VERBA E O
      * VALOR SEM SINAL (A COMISSAO NEGATIVA VAI NO EVENTO DE
      * ESTORNO, QUE A FOLHA LANCA COMO DESCONTO).
       77 WS-EVENTO-LINHA      PIC X(004) VALUE SPACES.
       77 WS-VALOR-LINHA       PIC 9(011)V9(02) VALUE ZEROS.
       77 WS-DESCR-TIPO        PIC X(010) VALUE SPACES.
       77 WS-DESCR-SITUACAO    PIC X(015) VALUE SPACES.

       77 WS-QTD-LINHAS        PIC 9(005) VALUE ZEROS.
       77 WS-VALOR-TOTAL       PIC 9(013)V9(02) VALUE ZEROS.
       77 WS-QTD-SEM-CPF       PIC 9(005) VALUE ZEROS.

      * CANCELAMENTO FORMAL: MOTIVO OBRIGATORIO, GRAVADO NO CONTROLE
      * JUNTO COM QUEM E QUANDO CANCELOU.
       77 WS-MOTIVO-CANC       PIC X(040) VALUE SPACES.

      * CONTAGENS DO RETORNO, RECONCILIADAS NO RESUMO (LIDOS =
      * ACEITAS + RECUSADAS + REJEITADOS), MESMO ESQUEMA DO CNBTIT;
      * AS REJEICOES VAO PARA UM ERRO_ CARIMBADO. LINHA ENVIADA QUE
      * NAO VOLTOU NO RETORNO SAI NO RELATORIO COMO "SEM RETORNO".
       77 WS-QTD-LIDOS         PIC 9(005) VALUE ZEROS.
       77 WS-QTD-ACEITAS       PIC 9(005) VALUE ZEROS.
       77 WS-QTD-RECUSADAS     PIC 9(005) VALUE ZEROS.
       77 WS-QTD-REJEITADOS    PIC 9(005) VALUE ZEROS.
       77 WS-QTD-SEM-RETORNO   PIC 9(005) VALUE ZEROS.
       77 WS-QTD-PROCESSADOS   PIC 9(005) VALUE ZEROS.
       77 WS-QTD-TRAILER       PIC 9(007) VALUE ZEROS.
       77 WS-TEM-TRAILER       PIC X(001) VALUE "N".
       77 WS-VALOR-ACEITO      PIC 9(013)V9(02) VALUE ZEROS.
       77 WS-RECONCILIACAO     PIC X(010) VALUE SPACES.
       77 WS-REGISTRO-REJEITADO PIC X(001) VALUE "N".
       77 WS-ACHOU-LINHA       PIC X(001) VALUE "N".

       01 CABEC.
          03 CAB-TITULO    PIC X(40).
          03 FILLER        PIC X(10) VALUE "ANO/MES: ".
          03 CAB-ANOMES    PIC 9(006).
          03 FILLER        PIC X(08) VALUE "   SEQ: ".
          03 CAB-SEQ       PIC 9(003).

       01 CABEC2.
          03 FILLER PIC X(07) VALUE "LINHA".
          03 FILLER PIC X(04) VALUE "VEN".
          03 FILLER PIC X(26) VALUE "NOME".
          03 FILLER PIC X(12) VALUE "CPF".
          03 FILLER PIC X(11) VALUE "VERBA".
          03 FILLER PIC X(05) VALUE "EVT".
          03 FILLER PIC X(14) VALUE "        VALOR".
          03 FILLER PIC X(12) VALUE "SITUACAO".
          03 FILLER PIC X(30) VALUE "MOTIVO".

       01 DETAL.
          03 IMPLINHA      PIC ZZZZ9.
          03 FILLER        PIC X(02) VALUE SPACES.
          03 IMPVEN        PIC 9(03).
          03 FILLER        PIC X(01) VALUE SPACES.
          03 IMPNOME       PIC X(25).
          03 FILLER        PIC X(01) VALUE SPACES.
          03 IMPCPF        PIC 9(11).
          03 FILLER        PIC X(01) VALUE SPACES.
          03 IMPTIPO       PIC X(10).
          03 FILLER        PIC X(01) VALUE SPACES.
          03 IMPEVENTO     PIC X(04).
          03 FILLER        PIC X(01) VALUE SPACES.
          03 IMPVALOR      PIC -Z.ZZZ.ZZ9,99.
          03 FILLER        PIC X(01) VALUE SPACES.
          03 IMPSITUACAO   PIC X(11).
          03 FILLER        PIC X(01) VALUE SPACES.
          03 IMPMOTIVO     PIC X(30).

       01 RODAPE.
          03 ROD-TITULO    PIC X(30).
          03 ROD-QTD       PIC ZZZZ9.
          03 FILLER        PIC X(10) VALUE "  VALOR: ".
          03 ROD-VALOR     PIC ZZ.ZZZ.ZZZ.ZZ9,99.

       LINKAGE SECTION.
       01 LS-ID PIC X(5).

       SCREEN SECTION.
       COPY "copybook\SISSTGER.CPY".

       01 TELA-FOLHA.
        02 BLANK SCREEN.
        02 LINE 02 COL 28 VALUE "Sistema de Franquia AMBEV".
        02 LINE 07 COL 23 VALUE "INTERFACE DA FOLHA DE PAGAMENTO".
        02 LINE 09 COL 10 VALUE "1 - Gerar Arquivo do Mes".
        02 LINE 10 COL 10 VALUE "2 - Cancelar Arquivo Enviado".
        02 LINE 11 COL 10 VALUE "3 - Importar Retorno da Folha".
        02 LINE 12 COL 10 VALUE "4 - Retornar".
        02 LINE 14 COL 10 VALUE
          "COMISSAO (CALCOM) E REEMBOLSO DE KM (CALKMV) DO MES,".
        02 LINE 15 COL 10 VALUE
          "UMA LINHA POR CPF E EVENTO. O MES SO E ENVIADO DE".
        02 LINE 16 COL 10 VALUE
          "NOVO DEPOIS DO CANCELAMENTO FORMAL DO ARQUIVO ANTERIOR.".
        02 LINE 20 COL 10 "Digite a opcao desejada[.]".
        02 OPCAO LINE 20 COL 34 PIC X(01) USING W-OPCAO AUTO.

       01 TELA-FOLHA-MES.
        02 BLANK SCREEN.
        02 LINE 02 COL 28 VALUE "Sistema de Franquia AMBEV".
        02 LINE 09 COL 10 VALUE "ANO/MES (AAAAMM) : [      ]".

       01 TELA-FOLHA-CANCELA.
        02 LINE 11 COL 10 VALUE "SEQUENCIA        :".
        02 LINE 12 COL 10 VALUE "GERADO EM        :".
        02 LINE 13 COL 10 VALUE "LINHAS           :".
        02 LINE 14 COL 10 VALUE "VALOR TOTAL      :".
        02 LINE 16 COL 10 VALUE "MOTIVO DO CANCELAMENTO :".
        02 LINE 17 COL 10 VALUE
          "[                                        ]".

       01 TELA-RESUMO-FOLHA.
        02 BLANK SCREEN.
        02 LINE 02 COL 28 VALUE "Sistema de Franquia AMBEV".
        02 LINE 07 COL 24 VALUE "RESUMO DO RETORNO DA FOLHA".
        02 LINE 09 COL 01 VALUE "ANO/MES E SEQUENCIA ...:".
        02 LINE 10 COL 01 VALUE "LINHAS DO RETORNO .....:".
        02 LINE 11 COL 01 VALUE "ACEITAS PELA FOLHA ....:".
        02 LINE 12 COL 01 VALUE "RECUSADAS PELA FOLHA ..:".
        02 LINE 13 COL 01 VALUE "REJEITADAS (ERRO) .....:".
        02 LINE 14 COL 01 VALUE "ENVIADAS SEM RETORNO ..:".
        02 LINE 16 COL 01 VALUE "SITUACAO DO ARQUIVO ...:".
        02 LINE 18 COL 01 VALUE "RECONCILIACAO .........:".
        02 LINE 20 COL 01 VALUE "ARQUIVO DE ERRO .......:".
      *-----------------------------------------------------------------
       PROCEDURE DIVISION  USING LS-ID.
       INICIO.
      * RESOLVE OS CAMINHOS DA FILIAL SELECIONADA NO LOGIN ANTES DE
      * ABRIR QUALQUER ARQUIVO DE DADOS (VER SISFIPGER.CPY).
           MOVE LS-ID TO WS-SESSAO-ID
           PERFORM CARREGA-FILIAL
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-DATA-HOJE
           MOVE WCF-ARQ-IMPRESSAO-FOLHA TO WRL-ARQ-IMPRESSAO
           IF WS-FILIAL-ATUAL NOT = "001" AND
              WS-FILIAL-ATUAL NOT = "000"
              MOVE SPACES TO WS-NOME-RETFOL
              STRING "importacao\entrada\F" WS-FILIAL-ATUAL
                     "-RETFOLHA.TXT"
                  DELIMITED BY SIZE INTO WS-NOME-RETFOL
              END-STRING
           END-IF
      * O ENVIO A FOLHA E DECISAO DO RH NO FECHAMENTO, SEMPRE PELA
      * TELA; NAO HA PASSO DESTE PROGRAMA NA CADEIA NOTURNA.
           MOVE "N" TO WS-MODO-BATCH
           IF LS-ID = "BATCH"
              EXIT PROGRAM
           END-IF
           MOVE "F" TO WFIM.
           PERFORM TELA-FOLHA-0 UNTIL WFIM = "T".
       TELA-FOLHA-0.
           MOVE SPACES TO W-OPCAO
           DISPLAY TELA-FOLHA
           ACCEPT TELA-FOLHA
           EVALUATE W-OPCAO
             WHEN "1"
                PERFORM GERA-ARQUIVO-FOLHA THRU
                        GERA-ARQUIVO-FOLHA-FIM
             WHEN "2"
                PERFORM CANCELA-ARQUIVO-FOLHA THRU
                        CANCELA-ARQUIVO-FOLHA-FIM
             WHEN "3"
                PERFORM IMPORTA-RETORNO-FOLHA THRU
                        IMPORTA-RETORNO-FOLHA-FIM
             WHEN "4"
                MOVE "T" TO WFIM
                EXIT PROGRAM
           END-EVALUATE.

      * O MES SUGERIDO E O ANTERIOR AO CORRENTE (O QUE A FOLHA ESTA
      * FECHANDO), COMO NA RODADA AGENDADA DO CALCOM.
       PEDE-ANO-MES.
           MOVE FUNCTION CURRENT-DATE(1:4) TO WS-ANO-AUX
           MOVE FUNCTION CURRENT-DATE(5:2) TO WS-MES-AUX
           IF WS-MES-AUX = 01
              SUBTRACT 1 FROM WS-ANO-AUX
              MOVE 12 TO WS-MES-AUX
           ELSE
              SUBTRACT 1 FROM WS-MES-AUX
           END-IF
           COMPUTE WS-ANO-MES = WS-ANO-AUX * 100 + WS-MES-AUX
           DISPLAY TELA-FOLHA-MES
           DISPLAY WS-TITULO-OPERACAO AT 0720
           MOVE "S" TO W-SN
           MOVE 0 TO W-SEL
           PERFORM ENTRA-ANO-MES UNTIL W-SEL > 0
           .

       ENTRA-ANO-MES.
           ACCEPT WS-ANO-MES WITH UPDATE AT 0930
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 02
              MOVE "N" TO W-SN
              MOVE 1 TO W-SEL
           ELSE
              IF WS-ANO-MES < 190001 OR
                 WS-ANO-MES(5:2) < "01" OR
                 WS-ANO-MES(5:2) > "12"
                 MOVE "ANO/MES INVALIDO (AAAAMM)" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
              ELSE
                 MOVE 1 TO W-SEL
              END-IF
           END-IF
           .

      ********************************
      * GERACAO DO ARQUIVO DA FOLHA  *
      ********************************
      * UMA LINHA POR VERBA DO MES (VENDEDOR + TIPO = CPF + EVENTO).
      * ANTES DE GERAR, CONFERE QUE TODO VENDEDOR COM VERBA TEM CPF
      * NO CADASTRO: SE FALTAR ALGUM, SO SAI O RELATORIO COM OS
      * PENDENTES E O ARQUIVO NAO E GERADO (A FOLHA RECUSARIA A LINHA
      * E O VALOR FICARIA SEM PAGAR). MES COM ARQUIVO ATIVO E RECUSADO
      * ATE O CANCELAMENTO FORMAL DO ANTERIOR.
       GERA-ARQUIVO-FOLHA.
           MOVE "EXPORTACAO" TO DOPCAO
           MOVE "GERAR ARQUIVO DA FOLHA DO MES" TO WS-TITULO-OPERACAO
           PERFORM PEDE-ANO-MES
           IF W-SN NOT = "S"
              GO TO GERA-ARQUIVO-FOLHA-FIM
           END-IF
           MOVE 0 TO W-SEL
           PERFORM CONFIRMA-TELA UNTIL W-SEL > 0
           IF W-SN NOT = "S"
              GO TO GERA-ARQUIVO-FOLHA-FIM
           END-IF

           MOVE WS-ANO-MES TO WS-FOL-ANO-MES
           PERFORM VERIFICA-MES-FOLHA
           IF WS-FOL-EXPORTADO = "S"
              MOVE SPACES TO MENS
              STRING "MES JA ENVIADO (SEQ " WS-FOL-SEQ-ATIVA
                     "): CANCELE O ARQUIVO ANTES"
                  DELIMITED BY SIZE INTO MENS
              END-STRING
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO GERA-ARQUIVO-FOLHA-FIM
           END-IF
           OPEN I-O ARQ-VERFOL
           IF WS-RESULTADO-ACESSO NOT = "00"
              MOVE "00" TO WS-RESULTADO-ACESSO
              MOVE "*** NAO HA VERBAS APURADAS PARA A FOLHA ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO GERA-ARQUIVO-FOLHA-FIM
           END-IF
           OPEN INPUT ARQ-VENDEDOR
           IF WS-RESULTADO-ACESSO NOT = "00"
              MOVE "00" TO WS-RESULTADO-ACESSO
              MOVE "ERRO ABERTURA DO ARQ. VENDEDORES" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              CLOSE ARQ-VERFOL
              GO TO GERA-ARQUIVO-FOLHA-FIM
           END-IF

           COMPUTE WS-SEQ-FOLHA = WS-FOL-ULTIMA-SEQ + 1
           OPEN OUTPUT ARQIMP
           MOVE "INTERFACE DA FOLHA - ARQUIVO ENVIADO" TO CAB-TITULO
           MOVE WS-ANO-MES   TO CAB-ANOMES
           MOVE WS-SEQ-FOLHA TO CAB-SEQ
           WRITE REGIMP FROM CABEC
           MOVE SPACES TO REGIMP
           WRITE REGIMP
           WRITE REGIMP FROM CABEC2

           PERFORM CONFERE-CPF-VENDEDORES
           IF WS-QTD-SEM-CPF > ZEROS OR WS-QTD-LINHAS = ZEROS
              MOVE SPACES TO REGIMP
              WRITE REGIMP
              IF WS-QTD-LINHAS = ZEROS
                 MOVE "*** NAO HA VERBAS DO MES PARA A FOLHA ***"
                   TO MENS
                 MOVE MENS TO REGIMP
              ELSE
                 MOVE "*** VENDEDOR SEM CPF: ARQUIVO NAO GERADO ***"
                   TO MENS
                 MOVE SPACES TO REGIMP
                 STRING "ARQUIVO NAO GERADO: " WS-QTD-SEM-CPF
                        " VERBA(S) DE VENDEDOR SEM CPF/CADASTRO"
                     DELIMITED BY SIZE INTO REGIMP
                 END-STRING
              END-IF
              WRITE REGIMP
              CLOSE ARQIMP ARQ-VERFOL ARQ-VENDEDOR
              PERFORM REGISTRA-RELATORIO
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO GERA-ARQUIVO-FOLHA-FIM
           END-IF

           MOVE SPACES TO WS-NOME-FOLHA
           IF WS-FILIAL-ATUAL NOT = "001" AND
              WS-FILIAL-ATUAL NOT = "000"
              STRING "exportacao\F" WS-FILIAL-ATUAL "-FOLHA"
                     WS-ANO-MES "-" WS-SEQ-FOLHA ".TXT"
                  DELIMITED BY SIZE INTO WS-NOME-FOLHA
              END-STRING
           ELSE
              STRING "exportacao\FOLHA" WS-ANO-MES "-" WS-SEQ-FOLHA
                     ".TXT"
                  DELIMITED BY SIZE INTO WS-NOME-FOLHA
              END-STRING
           END-IF
           OPEN OUTPUT ARQ-FOLHA
           PERFORM OPEN-AUDITORIA

           MOVE SPACES TO REG-FOL
           MOVE "0" TO FOL-TIPO
           MOVE WCF-FOL-EMPRESA TO FOL-H-EMPRESA
           MOVE WS-FILIAL-ATUAL TO FOL-H-FILIAL
           MOVE WS-ANO-MES      TO FOL-H-ANO-MES
           MOVE WS-SEQ-FOLHA    TO FOL-H-SEQUENCIA
           MOVE WS-DATA-HOJE    TO FOL-H-DATA
           WRITE REG-FOL

           MOVE ZEROS TO WS-QTD-LINHAS WS-VALOR-TOTAL
           PERFORM POSICIONA-VERBAS-MES
           PERFORM UNTIL WS-EOF-VFL = "S"
              IF VFL_VALOR NOT = ZEROS
                 PERFORM GRAVA-LINHA-FOLHA
              END-IF
              PERFORM LE-PROXIMA-VERBA
           END-PERFORM

           MOVE SPACES TO REG-FOL
           MOVE "9" TO FOL-TIPO
           MOVE WS-QTD-LINHAS  TO FOL-T-QUANTIDADE
           MOVE WS-VALOR-TOTAL TO FOL-T-VALOR
           WRITE REG-FOL
           CLOSE ARQ-FOLHA ARQ-VERFOL ARQ-VENDEDOR
           PERFORM GRAVA-CONTROLE-FOLHA

           MOVE SPACES TO REGIMP
           WRITE REGIMP
           MOVE "LINHAS ENVIADAS A FOLHA: " TO ROD-TITULO
           MOVE WS-QTD-LINHAS  TO ROD-QTD
           MOVE WS-VALOR-TOTAL TO ROD-VALOR
           WRITE REGIMP FROM RODAPE
           MOVE SPACES TO REGIMP
           STRING "ARQUIVO: " WS-NOME-FOLHA
               DELIMITED BY SIZE INTO REGIMP
           END-STRING
           WRITE REGIMP
           CLOSE ARQIMP
           PERFORM REGISTRA-RELATORIO
           PERFORM GRAVA-AUDITORIA
           CLOSE ARQ-AUD
           MOVE "*** ARQUIVO DA FOLHA GERADO ***" TO MENS
           PERFORM ROT-MENS THRU ROT-MENS-FIM
           .
       GERA-ARQUIVO-FOLHA-FIM.
           EXIT.

      * PRIMEIRA PASSADA: CONTA AS LINHAS E LISTA NO RELATORIO AS
      * VERBAS DE VENDEDOR SEM CPF (OU JA EXCLUIDO DO CADASTRO).
       CONFERE-CPF-VENDEDORES.
           MOVE ZEROS TO WS-QTD-LINHAS WS-QTD-SEM-CPF
           PERFORM POSICIONA-VERBAS-MES
           PERFORM UNTIL WS-EOF-VFL = "S"
              IF VFL_VALOR NOT = ZEROS
                 ADD 1 TO WS-QTD-LINHAS
                 MOVE VFL_COD_VENDEDOR TO VEN_CODIGO_VENDEDOR
                 READ ARQ-VENDEDOR
                     INVALID KEY
                        MOVE SPACES TO VEN_NOME_VENDEDOR
                        MOVE ZEROS  TO VEN_CPF
                        MOVE "VENDEDOR NAO CADASTRADO" TO IMPMOTIVO
                     NOT INVALID KEY
                        MOVE "VENDEDOR SEM CPF NO CADASTRO"
                          TO IMPMOTIVO
                 END-READ
                 MOVE "00" TO WS-RESULTADO-ACESSO
                 IF VEN_CPF = ZEROS
                    ADD 1 TO WS-QTD-SEM-CPF
                    PERFORM MONTA-EVENTO-FOLHA
                    MOVE ZEROS         TO IMPLINHA
                    MOVE "PENDENTE"    TO IMPSITUACAO
                    PERFORM IMPRIME-LINHA-VERBA
                 END-IF
              END-IF
              PERFORM LE-PROXIMA-VERBA
           END-PERFORM
           .

       GRAVA-LINHA-FOLHA.
           MOVE VFL_COD_VENDEDOR TO VEN_CODIGO_VENDEDOR
           READ ARQ-VENDEDOR
               INVALID KEY
                  MOVE SPACES TO VEN_NOME_VENDEDOR
           END-READ
           MOVE "00" TO WS-RESULTADO-ACESSO
           PERFORM MONTA-EVENTO-FOLHA
           ADD 1 TO WS-QTD-LINHAS
           ADD WS-VALOR-LINHA TO WS-VALOR-TOTAL
           MOVE SPACES TO REG-FOL
           MOVE "1" TO FOL-TIPO
           MOVE WS-QTD-LINHAS     TO FOL-D-LINHA
           MOVE VEN_CPF           TO FOL-D-CPF
           MOVE WS-EVENTO-LINHA   TO FOL-D-EVENTO
           MOVE WS-VALOR-LINHA    TO FOL-D-VALOR
           MOVE VFL_COD_VENDEDOR  TO FOL-D-VENDEDOR
           MOVE VEN_NOME_VENDEDOR TO FOL-D-NOME
           WRITE REG-FOL
           MOVE WS-SEQ-FOLHA  TO VFL_REMESSA
           MOVE WS-QTD-LINHAS TO VFL_LINHA
           MOVE "E"           TO VFL_SITUACAO
           MOVE SPACES        TO VFL_MOTIVO
           REWRITE REGVFL
               INVALID KEY CONTINUE
           END-REWRITE
           MOVE "00" TO WS-RESULTADO-ACESSO
           MOVE WS-QTD-LINHAS TO IMPLINHA
           MOVE "ENVIADA"     TO IMPSITUACAO
           MOVE SPACES        TO IMPMOTIVO
           PERFORM IMPRIME-LINHA-VERBA
           .

      * CONTROLE DO ARQUIVO ENVIADO (CRIA O ARQUIVO NA PRIMEIRA VEZ).
       GRAVA-CONTROLE-FOLHA.
           OPEN I-O ARQ-REMFOL
           IF WS-RESULTADO-ACESSO = "05" OR "35"
              OPEN OUTPUT ARQ-REMFOL
              CLOSE ARQ-REMFOL
              OPEN I-O ARQ-REMFOL
           END-IF
           MOVE SPACES TO REGRMF
           MOVE WS-ANO-MES     TO RMF_ANO_MES
           MOVE WS-SEQ-FOLHA   TO RMF_SEQ
           MOVE "E"            TO RMF_SITUACAO
           MOVE WS-DATA-HOJE   TO RMF_DATA_GERACAO
           MOVE LS-ID          TO RMF_OPERADOR
           MOVE WS-QTD-LINHAS  TO RMF_QTD_LINHAS
           MOVE WS-VALOR-TOTAL TO RMF_VALOR_TOTAL
           MOVE ZEROS TO RMF_DATA_CANC RMF_DATA_RETORNO
                         RMF_QTD_ACEITAS RMF_QTD_REJEITADAS
           WRITE REGRMF
               INVALID KEY
                  MOVE "ERRO NA GRAVACAO DO CONTROLE DA FOLHA"
                    TO MENS
                  PERFORM ROT-MENS THRU ROT-MENS-FIM
           END-WRITE
           CLOSE ARQ-REMFOL
           MOVE "00" TO WS-RESULTADO-ACESSO
           .

      * EVENTO DA FOLHA E VALOR SEM SINAL DA VERBA CORRENTE.
       MONTA-EVENTO-FOLHA.
           EVALUATE VFL_TIPO
             WHEN "F"
                MOVE WCF-FOL-EVENTO-COM-FAT TO WS-EVENTO-LINHA
                MOVE "COMIS.FAT."           TO WS-DESCR-TIPO
             WHEN "L"
                MOVE WCF-FOL-EVENTO-COM-LIQ TO WS-EVENTO-LINHA
                MOVE "COMIS.LIQ."           TO WS-DESCR-TIPO
             WHEN "S"
                MOVE WCF-FOL-EVENTO-SUPERV  TO WS-EVENTO-LINHA
                MOVE "SUPERVISAO"           TO WS-DESCR-TIPO
             WHEN OTHER
                MOVE WCF-FOL-EVENTO-KM      TO WS-EVENTO-LINHA
                MOVE "REEMB. KM"            TO WS-DESCR-TIPO
           END-EVALUATE
           IF VFL_VALOR < ZEROS
              MOVE WCF-FOL-EVENTO-ESTORNO TO WS-EVENTO-LINHA
              COMPUTE WS-VALOR-LINHA = VFL_VALOR * -1
           ELSE
              MOVE VFL_VALOR TO WS-VALOR-LINHA
           END-IF
           .

       IMPRIME-LINHA-VERBA.
           MOVE VFL_COD_VENDEDOR  TO IMPVEN
           MOVE VEN_NOME_VENDEDOR TO IMPNOME
           MOVE VEN_CPF           TO IMPCPF
           MOVE WS-DESCR-TIPO     TO IMPTIPO
           MOVE WS-EVENTO-LINHA   TO IMPEVENTO
           MOVE VFL_VALOR         TO IMPVALOR
           WRITE REGIMP FROM DETAL
           .

      * AS VERBAS DO MES FICAM JUNTAS NA CHAVE (ANO/MES NA FRENTE).
       POSICIONA-VERBAS-MES.
           MOVE "N" TO WS-EOF-VFL
           MOVE WS-ANO-MES TO VFL_ANO_MES
           MOVE ZEROS      TO VFL_COD_VENDEDOR
           MOVE SPACES     TO VFL_TIPO
           START ARQ-VERFOL KEY IS NOT LESS THAN VFL_CHAVE
               INVALID KEY MOVE "S" TO WS-EOF-VFL
           END-START
           PERFORM LE-PROXIMA-VERBA
           .

       LE-PROXIMA-VERBA.
           IF WS-EOF-VFL = "N"
              READ ARQ-VERFOL NEXT
                  AT END MOVE "S" TO WS-EOF-VFL
              END-READ
              IF WS-EOF-VFL = "N" AND VFL_ANO_MES NOT = WS-ANO-MES
                 MOVE "S" TO WS-EOF-VFL
              END-IF
           END-IF
           MOVE "00" TO WS-RESULTADO-ACESSO
           .

       REGISTRA-RELATORIO.
      * COPIA DATADA + CATALOGO DE SPOOL (VER SISSPPGER.CPY).
           MOVE "INTFOL" TO WS-SPL-PROGRAMA
           MOVE WRL-ARQ-IMPRESSAO TO WS-SPL-ORIGEM
           PERFORM REGISTRA-SPOOL THRU REGISTRA-SPOOL-FIM
           .

      ***********************************
      * CANCELAMENTO FORMAL DO ARQUIVO  *
      ***********************************
      * SO O ARQUIVO AINDA SEM ACEITE ("E") OU TODO RECUSADO ("R")
      * PODE SER CANCELADO; ACEITO NO TODO OU EM PARTE JA ENTROU NA
      * FOLHA E O ACERTO E FEITO LA. O CANCELAMENTO EXIGE MOTIVO,
      * FICA NO CONTROLE E NA AUDITORIA, E DEVOLVE AS VERBAS DO MES
      * A SITUACAO DE "A ENVIAR" PARA A REAPURACAO E O NOVO ARQUIVO.
       CANCELA-ARQUIVO-FOLHA.
           MOVE "CANCELA" TO DOPCAO
           MOVE "CANCELAR ARQUIVO ENVIADO A FOLHA" TO WS-TITULO-OPERACAO
           PERFORM PEDE-ANO-MES
           IF W-SN NOT = "S"
              GO TO CANCELA-ARQUIVO-FOLHA-FIM
           END-IF
           MOVE WS-ANO-MES TO WS-FOL-ANO-MES
           PERFORM VERIFICA-MES-FOLHA
           IF WS-FOL-EXPORTADO NOT = "S"
              MOVE "*** MES SEM ARQUIVO ATIVO NA FOLHA ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO CANCELA-ARQUIVO-FOLHA-FIM
           END-IF
           IF WS-FOL-SITUACAO-ATIVA = "A" OR "P"
              MOVE "ARQUIVO JA ACEITO PELA FOLHA: NAO CANCELA" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO CANCELA-ARQUIVO-FOLHA-FIM
           END-IF
           OPEN I-O ARQ-REMFOL
           MOVE WS-ANO-MES       TO RMF_ANO_MES
           MOVE WS-FOL-SEQ-ATIVA TO RMF_SEQ
           READ ARQ-REMFOL
               INVALID KEY
                  MOVE "ERRO NA LEITURA DO CONTROLE DA FOLHA" TO MENS
                  PERFORM ROT-MENS THRU ROT-MENS-FIM
                  CLOSE ARQ-REMFOL
                  MOVE "00" TO WS-RESULTADO-ACESSO
                  GO TO CANCELA-ARQUIVO-FOLHA-FIM
           END-READ

           MOVE RMF_VALOR_TOTAL TO ROD-VALOR
           DISPLAY TELA-FOLHA-CANCELA
           DISPLAY RMF_SEQ          AT 1129
           DISPLAY RMF_DATA_GERACAO AT 1229
           DISPLAY RMF_QTD_LINHAS   AT 1329
           DISPLAY ROD-VALOR        AT 1429
           MOVE SPACES TO WS-MOTIVO-CANC
           MOVE 0 TO W-SEL
           PERFORM ENTRA-MOTIVO-CANCELAMENTO UNTIL W-SEL > 0
           IF W-SEL = 2
              MOVE 0 TO W-SEL
              PERFORM CONFIRMA-TELA UNTIL W-SEL > 0
              IF W-SN = "S"
                 MOVE "C"            TO RMF_SITUACAO
                 MOVE WS-DATA-HOJE   TO RMF_DATA_CANC
                 MOVE LS-ID          TO RMF_OPERADOR_CANC
                 MOVE WS-MOTIVO-CANC TO RMF_MOTIVO_CANC
                 REWRITE REGRMF
                     INVALID KEY CONTINUE
                 END-REWRITE
                 MOVE RMF_SEQ TO WS-SEQ-FOLHA
                 PERFORM LIBERA-VERBAS-CANCELADAS
                 PERFORM OPEN-AUDITORIA
                 PERFORM GRAVA-AUDITORIA
                 CLOSE ARQ-AUD
                 MOVE "*** ARQUIVO DA FOLHA CANCELADO ***" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
              END-IF
           END-IF
           CLOSE ARQ-REMFOL
           MOVE "00" TO WS-RESULTADO-ACESSO
           .
       CANCELA-ARQUIVO-FOLHA-FIM.
           EXIT.

       ENTRA-MOTIVO-CANCELAMENTO.
           ACCEPT WS-MOTIVO-CANC WITH UPDATE AT 1711
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 02
              MOVE 1 TO W-SEL
           ELSE
              IF WS-MOTIVO-CANC = SPACES
                 MOVE "*** INFORME O MOTIVO DO CANCELAMENTO ***" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
              ELSE
                 MOVE 2 TO W-SEL
              END-IF
           END-IF
           .

       LIBERA-VERBAS-CANCELADAS.
           OPEN I-O ARQ-VERFOL
           IF WS-RESULTADO-ACESSO = "00"
              PERFORM POSICIONA-VERBAS-MES
              PERFORM UNTIL WS-EOF-VFL = "S"
                 IF VFL_REMESSA = WS-SEQ-FOLHA
                    MOVE ZEROS  TO VFL_REMESSA VFL_LINHA
                    MOVE SPACES TO VFL_SITUACAO VFL_MOTIVO
                    REWRITE REGVFL
                        INVALID KEY CONTINUE
                    END-REWRITE
                 END-IF
                 PERFORM LE-PROXIMA-VERBA
              END-PERFORM
              CLOSE ARQ-VERFOL
           END-IF
           MOVE "00" TO WS-RESULTADO-ACESSO
           .

      *****************************
      * IMPORTACAO DO RETORNO     *
      *****************************
      * O HEADER DIZ A QUAL ARQUIVO O RETORNO RESPONDE; SO ARQUIVO
      * ENVIADO E AINDA SEM RETORNO ("E") E ACEITO. CADA DETALHE E
      * CASADO PELA LINHA COM A VERBA ENVIADA E CONFERIDO POR CPF,
      * EVENTO E VALOR; DIVERGENCIA VAI PARA O ERRO_ CARIMBADO E A
      * VERBA FICA "SEM RETORNO". NO FIM O ARQUIVO FICA ACEITO,
      * ACEITO EM PARTE OU RECUSADO, E O RELATORIO DE CONCILIACAO
      * LISTA TODA LINHA ENVIADA COM A SITUACAO DEVOLVIDA PELA FOLHA.
       IMPORTA-RETORNO-FOLHA.
           MOVE "RETORNO" TO DOPCAO
           MOVE FUNCTION CURRENT-DATE(1:14) TO WS-DATA-HORA-EXECUCAO
           MOVE SPACES TO WTD-ARQERRO
           MOVE WS-DATA-HORA-EXECUCAO TO WTD-ARQERRO(1:14)
           MOVE "_RETFOLHA.TXT" TO WTD-ARQERRO(15:13)

           OPEN INPUT ARQ-RETFOL
           IF WS-FS NOT = "00"
              MOVE "*** SEM RETORNO DA FOLHA NA PASTA ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO IMPORTA-RETORNO-FOLHA-FIM
           END-IF
           MOVE SPACES TO REG-RTF
           READ ARQ-RETFOL AT END
              MOVE SPACES TO REG-RTF
           END-READ
           IF RTF-TIPO NOT = "0" OR RTF-H-ANO-MES NOT NUMERIC OR
              RTF-H-SEQUENCIA NOT NUMERIC
              MOVE "*** RETORNO DA FOLHA SEM HEADER VALIDO ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              CLOSE ARQ-RETFOL
              GO TO IMPORTA-RETORNO-FOLHA-FIM
           END-IF
           MOVE RTF-H-ANO-MES   TO WS-ANO-MES
           MOVE RTF-H-SEQUENCIA TO WS-SEQ-FOLHA

           OPEN I-O ARQ-REMFOL
           IF WS-RESULTADO-ACESSO NOT = "00"
              MOVE "00" TO WS-RESULTADO-ACESSO
              MOVE "*** NENHUM ARQUIVO ENVIADO A FOLHA ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              CLOSE ARQ-RETFOL
              GO TO IMPORTA-RETORNO-FOLHA-FIM
           END-IF
           MOVE WS-ANO-MES   TO RMF_ANO_MES
           MOVE WS-SEQ-FOLHA TO RMF_SEQ
           READ ARQ-REMFOL
               INVALID KEY
                  MOVE "RETORNO DE ARQUIVO NAO ENVIADO A FOLHA" TO MENS
           END-READ
           IF WS-RESULTADO-ACESSO = "00"
              IF RMF_SITUACAO = "C"
                 MOVE "RETORNO DE ARQUIVO JA CANCELADO" TO MENS
              ELSE
              IF RMF_SITUACAO NOT = "E"
                 MOVE "RETORNO DESTE ARQUIVO JA IMPORTADO" TO MENS
              END-IF
              END-IF
           END-IF
           IF WS-RESULTADO-ACESSO NOT = "00" OR RMF_SITUACAO NOT = "E"
              MOVE "00" TO WS-RESULTADO-ACESSO
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              CLOSE ARQ-RETFOL ARQ-REMFOL
              GO TO IMPORTA-RETORNO-FOLHA-FIM
           END-IF
           OPEN I-O ARQ-VERFOL
           IF WS-RESULTADO-ACESSO NOT = "00"
              MOVE "00" TO WS-RESULTADO-ACESSO
              MOVE "ERRO NA ABERTURA DAS VERBAS DA FOLHA" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              CLOSE ARQ-RETFOL ARQ-REMFOL
              GO TO IMPORTA-RETORNO-FOLHA-FIM
           END-IF
           OPEN INPUT ARQ-VENDEDOR
           IF WS-RESULTADO-ACESSO NOT = "00"
              MOVE "00" TO WS-RESULTADO-ACESSO
              MOVE "ERRO ABERTURA DO ARQ. VENDEDORES" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              CLOSE ARQ-RETFOL ARQ-REMFOL ARQ-VERFOL
              GO TO IMPORTA-RETORNO-FOLHA-FIM
           END-IF
           PERFORM OPEN-AUDITORIA

           MOVE ZEROS TO WS-QTD-LIDOS
                         WS-QTD-ACEITAS
                         WS-QTD-RECUSADAS
                         WS-QTD-REJEITADOS
                         WS-QTD-TRAILER
                         WS-VALOR-ACEITO
                         WS-GRAVACAO-ERRO
           MOVE "N" TO WS-TEM-TRAILER
           MOVE "N" TO WS-EOF-SW
           PERFORM UNTIL EOF-SW
              READ ARQ-RETFOL AT END
                 MOVE "Y" TO WS-EOF-SW
              END-READ
              IF WS-EOF-SW = "N"
                 IF RTF-TIPO = "1"
                    ADD 1 TO WS-QTD-LIDOS
                    PERFORM APLICA-RETORNO-LINHA
                 ELSE
                 IF RTF-TIPO = "9"
                    MOVE "S" TO WS-TEM-TRAILER
                    IF RTF-T-QUANTIDADE NUMERIC
                       MOVE RTF-T-QUANTIDADE TO WS-QTD-TRAILER
                    END-IF
                 END-IF
                 END-IF
              END-IF
           END-PERFORM
           CLOSE ARQ-RETFOL
           IF WS-GRAVACAO-ERRO > 0
              CLOSE ARQ-ERR
           END-IF

           PERFORM EMITE-CONCILIACAO
           IF WS-QTD-ACEITAS = RMF_QTD_LINHAS
              MOVE "A" TO RMF_SITUACAO
           ELSE
              IF WS-QTD-ACEITAS = ZEROS
                 MOVE "R" TO RMF_SITUACAO
              ELSE
                 MOVE "P" TO RMF_SITUACAO
              END-IF
           END-IF
           MOVE WS-DATA-HOJE     TO RMF_DATA_RETORNO
           MOVE WS-QTD-ACEITAS   TO RMF_QTD_ACEITAS
           MOVE WS-QTD-RECUSADAS TO RMF_QTD_REJEITADAS
           REWRITE REGRMF
               INVALID KEY CONTINUE
           END-REWRITE
           MOVE "00" TO WS-RESULTADO-ACESSO
           CLOSE ARQ-REMFOL ARQ-VERFOL ARQ-VENDEDOR

           PERFORM VERIFICA-RECONCILIACAO
           PERFORM GRAVA-AUDITORIA
           CLOSE ARQ-AUD
           PERFORM MOSTRA-RESUMO
           .
       IMPORTA-RETORNO-FOLHA-FIM.
           EXIT.

       APLICA-RETORNO-LINHA.
           MOVE "N" TO WS-REGISTRO-REJEITADO
           PERFORM LOCALIZA-LINHA-FOLHA
           IF WS-ACHOU-LINHA = "N"
              MOVE "LINHA NAO CONSTA DO ARQUIVO ENVIADO" TO MENS
              PERFORM GRAVACAO-ERRO
           ELSE
           IF VFL_SITUACAO NOT = "E"
              MOVE "LINHA REPETIDA NO RETORNO" TO MENS
              PERFORM GRAVACAO-ERRO
           ELSE
              MOVE VFL_COD_VENDEDOR TO VEN_CODIGO_VENDEDOR
              READ ARQ-VENDEDOR
                  INVALID KEY
                     MOVE ZEROS TO VEN_CPF
              END-READ
              MOVE "00" TO WS-RESULTADO-ACESSO
              PERFORM MONTA-EVENTO-FOLHA
              IF RTF-D-CPF NOT NUMERIC OR RTF-D-VALOR NOT NUMERIC
                 MOVE "CPF/VALOR DO RETORNO NAO NUMERICO" TO MENS
                 PERFORM GRAVACAO-ERRO
              ELSE
              IF RTF-D-CPF NOT = VEN_CPF OR
                 RTF-D-EVENTO NOT = WS-EVENTO-LINHA OR
                 RTF-D-VALOR NOT = WS-VALOR-LINHA
                 MOVE "CPF/EVENTO/VALOR DIFERENTE DO ENVIADO" TO MENS
                 PERFORM GRAVACAO-ERRO
              ELSE
                 EVALUATE RTF-D-SITUACAO
                   WHEN "A"
                      MOVE "A"    TO VFL_SITUACAO
                      MOVE SPACES TO VFL_MOTIVO
                      ADD 1 TO WS-QTD-ACEITAS
                      ADD WS-VALOR-LINHA TO WS-VALOR-ACEITO
                   WHEN "R"
                      MOVE "R"          TO VFL_SITUACAO
                      MOVE RTF-D-MOTIVO TO VFL_MOTIVO
                      ADD 1 TO WS-QTD-RECUSADAS
                   WHEN OTHER
                      MOVE "SITUACAO DO RETORNO INVALIDA (A/R)" TO MENS
                      PERFORM GRAVACAO-ERRO
                 END-EVALUATE
                 IF WS-REGISTRO-REJEITADO = "N"
                    REWRITE REGVFL
                        INVALID KEY CONTINUE
                    END-REWRITE
                    MOVE "00" TO WS-RESULTADO-ACESSO
                 END-IF
              END-IF
              END-IF
           END-IF
           END-IF
           .

      * A FOLHA DEVOLVE A LINHA E O CPF, NAO O CODIGO DO VENDEDOR:
      * PROCURA NAS VERBAS DO MES A DA SEQUENCIA E LINHA DO RETORNO.
       LOCALIZA-LINHA-FOLHA.
           MOVE "N" TO WS-ACHOU-LINHA
           IF RTF-D-LINHA NUMERIC
              PERFORM POSICIONA-VERBAS-MES
              PERFORM UNTIL WS-EOF-VFL = "S"
                 IF VFL_REMESSA = WS-SEQ-FOLHA AND
                    VFL_LINHA = RTF-D-LINHA
                    MOVE "S" TO WS-ACHOU-LINHA
                    MOVE "S" TO WS-EOF-VFL
                 ELSE
                    PERFORM LE-PROXIMA-VERBA
                 END-IF
              END-PERFORM
           END-IF
           .

      * RELATORIO DE CONCILIACAO: TODA LINHA DO ARQUIVO ENVIADO COM A
      * SITUACAO QUE A FOLHA DEVOLVEU; A QUE FICOU "E" NAO VOLTOU NO
      * RETORNO (OU VOLTOU DIVERGENTE E ESTA NO ERRO_).
       EMITE-CONCILIACAO.
           MOVE ZEROS TO WS-QTD-SEM-RETORNO
           OPEN OUTPUT ARQIMP
           MOVE "INTERFACE DA FOLHA - RETORNO" TO CAB-TITULO
           MOVE WS-ANO-MES   TO CAB-ANOMES
           MOVE WS-SEQ-FOLHA TO CAB-SEQ
           WRITE REGIMP FROM CABEC
           MOVE SPACES TO REGIMP
           WRITE REGIMP
           WRITE REGIMP FROM CABEC2
           PERFORM POSICIONA-VERBAS-MES
           PERFORM UNTIL WS-EOF-VFL = "S"
              IF VFL_REMESSA = WS-SEQ-FOLHA AND VFL_LINHA > ZEROS
                 MOVE VFL_COD_VENDEDOR TO VEN_CODIGO_VENDEDOR
                 READ ARQ-VENDEDOR
                     INVALID KEY
                        MOVE SPACES TO VEN_NOME_VENDEDOR
                        MOVE ZEROS  TO VEN_CPF
                 END-READ
                 MOVE "00" TO WS-RESULTADO-ACESSO
                 PERFORM MONTA-EVENTO-FOLHA
                 EVALUATE VFL_SITUACAO
                   WHEN "A"
                      MOVE "ACEITA"      TO IMPSITUACAO
                   WHEN "R"
                      MOVE "RECUSADA"    TO IMPSITUACAO
                   WHEN OTHER
                      MOVE "SEM RETORNO" TO IMPSITUACAO
                      ADD 1 TO WS-QTD-SEM-RETORNO
                 END-EVALUATE
                 MOVE VFL_LINHA  TO IMPLINHA
                 MOVE VFL_MOTIVO TO IMPMOTIVO
                 PERFORM IMPRIME-LINHA-VERBA
              END-IF
              PERFORM LE-PROXIMA-VERBA
           END-PERFORM
           MOVE SPACES TO REGIMP
           WRITE REGIMP
           MOVE "LINHAS ENVIADAS: " TO ROD-TITULO
           MOVE RMF_QTD_LINHAS  TO ROD-QTD
           MOVE RMF_VALOR_TOTAL TO ROD-VALOR
           WRITE REGIMP FROM RODAPE
           MOVE "ACEITAS PELA FOLHA: " TO ROD-TITULO
           MOVE WS-QTD-ACEITAS  TO ROD-QTD
           MOVE WS-VALOR-ACEITO TO ROD-VALOR
           WRITE REGIMP FROM RODAPE
           MOVE SPACES TO REGIMP
           STRING "RECUSADAS: " WS-QTD-RECUSADAS
                  "  SEM RETORNO: " WS-QTD-SEM-RETORNO
                  "  REJEITADAS NO RETORNO: " WS-QTD-REJEITADOS
               DELIMITED BY SIZE INTO REGIMP
           END-STRING
           WRITE REGIMP
           IF WS-TEM-TRAILER = "N" OR WS-QTD-TRAILER NOT = WS-QTD-LIDOS
              MOVE "ATENCAO: TRAILER DO RETORNO NAO CONFERE" TO REGIMP
              WRITE REGIMP
           END-IF
           CLOSE ARQIMP
           PERFORM REGISTRA-RELATORIO
           .

       GRAVACAO-ERRO.
           IF WS-GRAVACAO-ERRO = 0
              MOVE 1 TO WS-GRAVACAO-ERRO
              OPEN OUTPUT ARQ-ERR
              .
           IF WS-REGISTRO-REJEITADO = "N"
              ADD 1 TO WS-QTD-REJEITADOS
              MOVE "Y" TO WS-REGISTRO-REJEITADO
           END-IF
           MOVE MENS    TO ERRO-MSG
           MOVE REG-RTF TO ERRO-REG
           WRITE REGERR
           .

      * O TRAILER DO RETORNO TAMBEM TEM QUE BATER COM O LIDO.
       VERIFICA-RECONCILIACAO.
           ADD WS-QTD-ACEITAS WS-QTD-RECUSADAS WS-QTD-REJEITADOS
               GIVING WS-QTD-PROCESSADOS
           IF WS-QTD-PROCESSADOS = WS-QTD-LIDOS AND
              WS-TEM-TRAILER = "S" AND
              WS-QTD-TRAILER = WS-QTD-LIDOS
              MOVE "OK"         TO WS-RECONCILIACAO
           ELSE
              MOVE "DIVERGENTE" TO WS-RECONCILIACAO
           END-IF
           .

       MOSTRA-RESUMO.
           DISPLAY TELA-RESUMO-FOLHA
           DISPLAY WS-ANO-MES         AT 0926
           DISPLAY WS-SEQ-FOLHA       AT 0933
           DISPLAY WS-QTD-LIDOS       AT 1026
           DISPLAY WS-QTD-ACEITAS     AT 1126
           DISPLAY WS-QTD-RECUSADAS   AT 1226
           DISPLAY WS-QTD-REJEITADOS  AT 1326
           DISPLAY WS-QTD-SEM-RETORNO AT 1426
           EVALUATE RMF_SITUACAO
             WHEN "A"
                MOVE "ACEITO"         TO WS-DESCR-SITUACAO
             WHEN "P"
                MOVE "ACEITO EM PARTE" TO WS-DESCR-SITUACAO
             WHEN OTHER
                MOVE "RECUSADO"       TO WS-DESCR-SITUACAO
           END-EVALUATE
           DISPLAY WS-DESCR-SITUACAO  AT 1626
           DISPLAY WS-RECONCILIACAO   AT 1826
           IF WS-GRAVACAO-ERRO > 0
              DISPLAY WTD-ARQERRO(1:54)  AT 2026
              DISPLAY WTD-ARQERRO(55:30) AT 2101
           END-IF
           PERFORM ROT-MENS THRU ROT-MENS-FIM
           .

       GRAVA-AUDITORIA.
           MOVE FUNCTION CURRENT-DATE(1:14) TO AUD-DATA-HORA
           MOVE "INTFOL"  TO AUD-PROGRAMA
           MOVE LS-ID     TO AUD-OPERADOR
           MOVE DOPCAO    TO AUD-OPERACAO
           MOVE SPACES    TO AUD-RESULTADO
           IF DOPCAO = "EXPORTACAO"
              MOVE WS-QTD-LINHAS TO AUD-CODIGO
              STRING "MES " WS-ANO-MES " SEQ " WS-SEQ-FOLHA
                     " ENVIADO"
                  DELIMITED BY SIZE INTO AUD-RESULTADO
              END-STRING
           ELSE
           IF DOPCAO = "CANCELA"
              MOVE WS-SEQ-FOLHA TO AUD-CODIGO
              STRING "MES " WS-ANO-MES " SEQ " WS-SEQ-FOLHA
                     " CANCELADO"
                  DELIMITED BY SIZE INTO AUD-RESULTADO
              END-STRING
           ELSE
              MOVE WS-QTD-ACEITAS TO AUD-CODIGO
              STRING "MES " WS-ANO-MES " SEQ " WS-SEQ-FOLHA
                     " RETORNO " RMF_SITUACAO
                  DELIMITED BY SIZE INTO AUD-RESULTADO
              END-STRING
           END-IF
           END-IF
           WRITE REGAUD
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

      * VERIFICA-MES-FOLHA: VER COPYBOOK, COMPARTILHADO COM O CALCOM
      * E O CALKMV.
       COPY "copybook\SISFLPGER.CPY".

      * REGISTRA-SPOOL: VER COPYBOOK, COMPARTILHADO PELOS PROGRAMAS
      * DE RELATORIO.
       COPY "copybook\SISSPPGER.CPY".

      * CARREGA-FILIAL E MONTA-CAMINHOS-FILIAL: VER COPYBOOK,
      * COMPARTILHADO POR TODOS OS PROGRAMAS DA FILIAL.
       COPY "copybook\SISFIPGER.CPY".
