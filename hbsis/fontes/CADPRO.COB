       COPY "copybook\SISCFGER.CPY".

      * PRECOS DO PRODUTO CORRENTE NA TELA DE PRECOS: UM VALOR POR
      * CLI_TIPO ("D" DISTRIBUIDOR E "V" VAREJO), LIDOS DE ARQ-PRECO.
      * O VALOR LIDO FICA EM WS-PRECO-*-ANT; O QUE MUDAR VIRA
      * SOLICITACAO DE DUPLA APROVACAO (VER PEDE-APROVACAO-PRECO).
      * TROCA DE CUSTO: O VALOR ANTERIOR E GUARDADO PARA SO GERAR
      * LINHA DE HISTORICO (ARQ-CUSHIS, COM OPERADOR E CARIMBO)
      * QUANDO O CUSTO REALMENTE MUDA.
       77 WS-PRECO-VAREJO      PIC 9(007)V9(02) VALUE ZEROS.
       77 WS-TIPO-PRECO        PIC X(001) VALUE SPACES.
       77 WS-VALOR-PRECO       PIC 9(007)V9(02) VALUE ZEROS.
       77 WS-PRECO-DISTRIB-ANT PIC 9(007)V9(02) VALUE ZEROS.
       77 WS-PRECO-VAREJO-ANT  PIC 9(007)V9(02) VALUE ZEROS.
       77 WS-VALOR-PRECO-ANT   PIC 9(007)V9(02) VALUE ZEROS.
       77 WS-PRECO-PEDIDO      PIC X(001) VALUE "N".

      * PRECOS PROMOCIONAIS DO PRODUTO CORRENTE (ARQ-PROMO): LISTAGEM
      * PAGINADA DE 8 EM 8 (MESMO IDIOMA DOS ENDERECOS DO CADCLI),
             10 WS-PMO-FIM-T      PIC 9(008).
             10 WS-PMO-VALOR-T    PIC 9(007)V9(02).

      * COMPOSICAO DO PRODUTO-KIT (ARQ-KITCMP): MESMA LISTAGEM
      * PAGINADA DAS PROMOCOES. O KIT E UM PRODUTO COMUM DO CATALOGO
      * (PRECO NA TABELA); AS LINHAS DIZEM QUANTO DE CADA COMPONENTE
      * SAI POR KIT E QUE PERCENTUAL DO VALOR DO KIT VAI PARA CADA UM
      * NA NOTA. KIT NAO SE ANINHA: COMPONENTE NAO PODE SER KIT E O
      * KIT NAO PODE SER COMPONENTE DE OUTRO.
       77 W-COMANDO-KCP        PIC X(001) VALUE SPACES.
       77 WS-FIM-KCP           PIC X(001) VALUE "N".
       77 WS-EOF-KCP           PIC X(001) VALUE "N".
       77 WS-QTD-KCP           PIC 9(002) VALUE ZEROS.
       77 WS-IDX-KCP           PIC 9(002) VALUE ZEROS.
       77 WS-POS-KCP           PIC 9(004) VALUE ZEROS.
       77 WS-KCP-KIT           PIC 9(005) VALUE ZEROS.
       77 WS-KCP-COMPONENTE    PIC 9(005) VALUE ZEROS.
       77 WS-KCP-QTDE          PIC 9(005) VALUE ZEROS.
       77 WS-KCP-PERC          PIC 9(003)V9(02) VALUE ZEROS.
       77 WS-KCP-TOTAL         PIC 9(003) VALUE ZEROS.
       77 WS-KCP-SOMA          PIC 9(005)V9(02) VALUE ZEROS.
       77 WS-KCP-SOMA-ED       PIC ZZZZ9,99.
       77 WS-KCP-BUSCA         PIC 9(005) VALUE ZEROS.
       77 WS-KCP-ACHOU         PIC X(001) VALUE "N".
       77 WS-KCP-EXISTE        PIC X(001) VALUE "N".
       01 WS-TAB-KCP.
          05 WS-KCP-LINHA OCCURS 8 TIMES.
             10 WS-KCP-COMP-T     PIC 9(005).
             10 WS-KCP-DESCR-T    PIC X(030).
             10 WS-KCP-QTDE-T     PIC 9(005).
             10 WS-KCP-PERC-T     PIC ZZ9,99.

       LINKAGE SECTION.
       01 LS-ID PIC X(5).

        02 LINE 11 COL 10 VALUE "3 - Exclusao".
        02 LINE 12 COL 10 VALUE "4 - Tabela de Precos".
        02 LINE 13 COL 10 VALUE "5 - Precos Promocionais".
        02 LINE 14 COL 10 VALUE "6 - Composicao de Kit".
        02 LINE 15 COL 10 VALUE "7 - Retornar".
        02 LINE 20 COL 10 "Digite a opcao desejada[.]".
        02 OPCAO LINE 20 COL 34 PIC X(01) USING W-OPCAO AUTO.
      *
           "TIPO INICIO    FIM       VALOR UNITARIO".
        02 LINE 22 COL 01 VALUE
           "TECLE (I=INCLUIR, E=EXCLUIR, M=MAIS, 0=SAIR): [ ]".
      *
       01 TELA-KIT.
        02 BLANK SCREEN.
        02 LINE 02 COL 28 VALUE "Sistema de Franquia AMBEV".
        02 LINE 07 COL 28 VALUE "COMPOSICAO DO PRODUTO-KIT".
        02 LINE 09 COL 10 VALUE "KIT: [     ]".
        02 LINE 11 COL 01 VALUE
           "COMPON. DESCRICAO                       QTDE  % RATEIO".
        02 LINE 22 COL 01 VALUE
           "TECLE (I=INCLUIR, E=EXCLUIR, M=MAIS, 0=SAIR): [ ]".
      *
       01 TELA-PRODUTO.
        02 BLANK SCREEN.
             WHEN "5"
                PERFORM PROMO-000 THRU PROMO-EXIT
             WHEN "6"
                PERFORM KIT-000 THRU KIT-EXIT
             WHEN "7"
                PERFORM CLOSE-PRODUTO
                EXIT PROGRAM
           END-EVALUATE.
      * UM PRECO POR TIPO DE CLIENTE (CLI_TIPO "D"/"V"). OS DOIS
      * VALORES DO PRODUTO SAO EXIBIDOS E ACEITOS COM UPDATE; VALOR
      * ZERO SIGNIFICA "SEM PRECO PARA ESTE TIPO" E O CADPED PASSA A
      * EXIGIR DIGITACAO MANUAL. O PRECO NOVO NAO E GRAVADO AQUI: CADA
      * TIPO QUE MUDOU VIRA UMA SOLICITACAO PENDENTE, APLICADA NA
      * TABELA SO QUANDO UM SEGUNDO OPERADOR APROVA NO APRCAD.
       PRECOS-000.
           MOVE "PRECOS"   TO DOPCAO.
           MOVE 0          TO W-SEL.
           PERFORM ENTRA-CODIGO UNTIL W-SEL > 0
           IF W-SEL = 2
              PERFORM MOSTRA-PRECOS
              MOVE WS-PRECO-DISTRIB TO WS-PRECO-DISTRIB-ANT
              MOVE WS-PRECO-VAREJO  TO WS-PRECO-VAREJO-ANT
              ACCEPT WS-PRECO-DISTRIB WITH UPDATE AT 1726
              ACCEPT WS-PRECO-VAREJO  WITH UPDATE AT 1926
              MOVE 0 TO W-SEL
              PERFORM CONFIRMA-DADOS UNTIL W-SEL > 0
              IF W-SN = "S"
                 MOVE "N" TO WS-PRECO-PEDIDO
                 MOVE "D" TO WS-TIPO-PRECO
                 MOVE WS-PRECO-DISTRIB     TO WS-VALOR-PRECO
                 MOVE WS-PRECO-DISTRIB-ANT TO WS-VALOR-PRECO-ANT
                 PERFORM PEDE-APROVACAO-PRECO
                 MOVE "V" TO WS-TIPO-PRECO
                 MOVE WS-PRECO-VAREJO      TO WS-VALOR-PRECO
                 MOVE WS-PRECO-VAREJO-ANT  TO WS-VALOR-PRECO-ANT
                 PERFORM PEDE-APROVACAO-PRECO
                 IF WS-PRECO-PEDIDO = "N"
                    MOVE "*** PRECOS SEM ALTERACAO ***" TO MENS
                    PERFORM ROT-MENS THRU ROT-MENS-FIM
                 END-IF
              END-IF
              .
            MOVE ZEROS TO W-SEL
           END-READ
           .

      **************************
      * COMPOSICAO DE KIT      *
      **************************
      * LINHAS DO PRODUTO-KIT (ARQ-KITCMP). QUEM VENDE O KIT E O
      * CADPED, PELO PRECO DA TABELA; RESERVA, BAIXA, NOTA, DEVOLUCAO
      * E HISTORICO DE VENDAS SAEM NOS COMPONENTES (VER SISKTPGER).
      * A SOMA DOS PERCENTUAIS DEVE DAR 100; SE NAO DER, O RATEIO E
      * FEITO SOBRE A SOMA (OU PELA QUANTIDADE, SE NINGUEM TEM
      * PERCENTUAL) E A TELA AVISA.
       KIT-000.
           MOVE "KIT"      TO DOPCAO.
           MOVE 0          TO W-SEL.
       KIT-001.
           DISPLAY TELA-KIT
           PERFORM ENTRA-PRODUTO-KIT UNTIL W-SEL > 0
           IF W-SEL = 2
              PERFORM SOMA-COMPOSICAO
              PERFORM POSICIONA-COMPONENTES
              PERFORM MOSTRA-PAGINA-KCP
              MOVE 0 TO W-SEL
              PERFORM NAVEGA-COMPONENTES UNTIL W-SEL > 0
           END-IF
           MOVE ZEROS TO W-SEL
           .
       KIT-EXIT.
           EXIT.

       ENTRA-PRODUTO-KIT.
           ACCEPT PRO_CODIGO_PRODUTO AT 0916
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 02 OR PRO_CODIGO_PRODUTO = 0
              MOVE 1 TO W-SEL
           ELSE
              READ ARQ-PRODUTO
              IF WS-RESULTADO-ACESSO NOT = "00"
                 MOVE "*** PRODUTO NAO CADASTRADO ***" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
              ELSE
                 MOVE PRO_CODIGO_PRODUTO TO WS-KCP-KIT WS-KCP-BUSCA
                 PERFORM PROCURA-KIT-DO-COMPONENTE
                 PERFORM RELE-PRODUTO-KIT
                 IF WS-KCP-ACHOU = "S"
                    MOVE "PRODUTO E COMPONENTE DE OUTRO KIT" TO MENS
                    PERFORM ROT-MENS THRU ROT-MENS-FIM
                 ELSE
                    DISPLAY PRO_DESCRICAO AT 0924
                    MOVE 2 TO W-SEL
                 END-IF
              END-IF
           END-IF
           .

      * O REGISTRO DO KIT VOLTA PARA A AREA DO PRODUTO DEPOIS DE LER
      * OS COMPONENTES (A AUDITORIA GRAVA O CODIGO DO KIT).
       RELE-PRODUTO-KIT.
           MOVE WS-KCP-KIT TO PRO_CODIGO_PRODUTO
           READ ARQ-PRODUTO
               INVALID KEY
                  MOVE SPACES TO PRO_DESCRICAO
           END-READ
           MOVE "00" TO WS-RESULTADO-ACESSO
           .

      * QUANTOS COMPONENTES O KIT TEM E QUANTO SOMAM OS PERCENTUAIS.
       SOMA-COMPOSICAO.
           MOVE ZEROS TO WS-KCP-TOTAL WS-KCP-SOMA
           PERFORM POSICIONA-COMPONENTES
           PERFORM UNTIL WS-EOF-KCP = "Y"
               READ ARQ-KITCMP NEXT AT END
                   MOVE "Y" TO WS-EOF-KCP
               END-READ
               IF WS-EOF-KCP = "N"
                  IF KTC_KIT NOT = WS-KCP-KIT
                     MOVE "Y" TO WS-EOF-KCP
                  ELSE
                     ADD 1               TO WS-KCP-TOTAL
                     ADD KTC_PERC_RATEIO TO WS-KCP-SOMA
                  END-IF
               END-IF
           END-PERFORM
           MOVE "00" TO WS-RESULTADO-ACESSO
           .

      * VARRE A COMPOSICAO INTEIRA ATRAS DE UM KIT QUE USE O PRODUTO
      * WS-KCP-BUSCA COMO COMPONENTE.
       PROCURA-KIT-DO-COMPONENTE.
           MOVE "N" TO WS-KCP-ACHOU
           MOVE "N" TO WS-EOF-KCP
           MOVE ZEROS TO KTC_CHAVE
           START ARQ-KITCMP
               KEY IS NOT LESS THAN KTC_CHAVE
                    INVALID KEY
                       MOVE "Y" TO WS-EOF-KCP
           END-START
           PERFORM UNTIL WS-EOF-KCP = "Y" OR WS-KCP-ACHOU = "S"
               READ ARQ-KITCMP NEXT AT END
                   MOVE "Y" TO WS-EOF-KCP
               END-READ
               IF WS-EOF-KCP = "N" AND
                  KTC_COMPONENTE = WS-KCP-BUSCA
                  MOVE "S" TO WS-KCP-ACHOU
               END-IF
           END-PERFORM
           MOVE "00" TO WS-RESULTADO-ACESSO
           .

      * O PRODUTO WS-KCP-BUSCA TEM COMPOSICAO PROPRIA (E KIT)?
       PROCURA-COMPOSICAO.
           MOVE "N" TO WS-KCP-ACHOU
           MOVE WS-KCP-BUSCA TO KTC_KIT
           MOVE ZEROS        TO KTC_COMPONENTE
           START ARQ-KITCMP
               KEY IS NOT LESS THAN KTC_CHAVE
                    INVALID KEY
                       MOVE "10" TO WS-RESULTADO-ACESSO
           END-START
           IF WS-RESULTADO-ACESSO = "00"
              READ ARQ-KITCMP NEXT AT END
                  MOVE "10" TO WS-RESULTADO-ACESSO
              END-READ
              IF WS-RESULTADO-ACESSO = "00" AND
                 KTC_KIT = WS-KCP-BUSCA
                 MOVE "S" TO WS-KCP-ACHOU
              END-IF
           END-IF
           MOVE "00" TO WS-RESULTADO-ACESSO
           .

       POSICIONA-COMPONENTES.
           MOVE "N" TO WS-EOF-KCP
           MOVE WS-KCP-KIT TO KTC_KIT
           MOVE ZEROS      TO KTC_COMPONENTE
           START ARQ-KITCMP
               KEY IS NOT LESS THAN KTC_CHAVE
                    INVALID KEY
                       MOVE "Y" TO WS-EOF-KCP
           END-START
           .

       MOSTRA-PAGINA-KCP.
           MOVE ZEROS  TO WS-QTD-KCP
           MOVE SPACES TO WS-TAB-KCP
           MOVE "N"    TO WS-FIM-KCP
           PERFORM UNTIL WS-QTD-KCP = 8 OR WS-EOF-KCP = "Y"
               READ ARQ-KITCMP NEXT AT END
                   MOVE "Y" TO WS-EOF-KCP
               END-READ
               IF WS-EOF-KCP = "N"
                  IF KTC_KIT NOT = WS-KCP-KIT
                     MOVE "Y" TO WS-EOF-KCP
                  ELSE
                     ADD 1 TO WS-QTD-KCP
                     MOVE KTC_COMPONENTE
                          TO WS-KCP-COMP-T(WS-QTD-KCP)
                     MOVE KTC_QTDE
                          TO WS-KCP-QTDE-T(WS-QTD-KCP)
                     MOVE KTC_PERC_RATEIO
                          TO WS-KCP-PERC-T(WS-QTD-KCP)
                  END-IF
               END-IF
           END-PERFORM
           IF WS-EOF-KCP = "Y"
              MOVE "S" TO WS-FIM-KCP
           END-IF
           PERFORM VARYING WS-IDX-KCP FROM 1 BY 1
                   UNTIL WS-IDX-KCP > WS-QTD-KCP
              MOVE WS-KCP-COMP-T(WS-IDX-KCP) TO PRO_CODIGO_PRODUTO
              READ ARQ-PRODUTO
                  INVALID KEY
                     MOVE SPACES TO PRO_DESCRICAO
              END-READ
              MOVE PRO_DESCRICAO TO WS-KCP-DESCR-T(WS-IDX-KCP)
           END-PERFORM
           PERFORM RELE-PRODUTO-KIT
           DISPLAY TELA-KIT
           DISPLAY PRO_CODIGO_PRODUTO AT 0916
           DISPLAY PRO_DESCRICAO AT 0924
           PERFORM VARYING WS-IDX-KCP FROM 1 BY 1
                   UNTIL WS-IDX-KCP > WS-QTD-KCP
              COMPUTE WS-POS-KCP = (12 + WS-IDX-KCP) * 100 + 2
              DISPLAY WS-KCP-COMP-T(WS-IDX-KCP) AT WS-POS-KCP
              COMPUTE WS-POS-KCP = (12 + WS-IDX-KCP) * 100 + 9
              DISPLAY WS-KCP-DESCR-T(WS-IDX-KCP) AT WS-POS-KCP
              COMPUTE WS-POS-KCP = (12 + WS-IDX-KCP) * 100 + 41
              DISPLAY WS-KCP-QTDE-T(WS-IDX-KCP) AT WS-POS-KCP
              COMPUTE WS-POS-KCP = (12 + WS-IDX-KCP) * 100 + 48
              DISPLAY WS-KCP-PERC-T(WS-IDX-KCP) AT WS-POS-KCP
           END-PERFORM
           IF WS-QTD-KCP = 0
              DISPLAY "*** PRODUTO SEM COMPOSICAO (NAO E KIT) ***"
                   AT 1301
           ELSE
              MOVE WS-KCP-SOMA TO WS-KCP-SOMA-ED
              DISPLAY "COMPONENTES:" AT 2001
              DISPLAY WS-KCP-TOTAL AT 2014
              DISPLAY "SOMA % RATEIO:" AT 2020
              DISPLAY WS-KCP-SOMA-ED AT 2035
              IF WS-KCP-SOMA = ZEROS
                 DISPLAY "(RATEIO PELA QUANTIDADE)" AT 2045
              ELSE
              IF WS-KCP-SOMA NOT = 100
                 DISPLAY "(ATENCAO: SOMA DIFERENTE DE 100)" AT 2045
              END-IF
              END-IF
           END-IF
           .

       NAVEGA-COMPONENTES.
           MOVE SPACES TO W-COMANDO-KCP
           ACCEPT W-COMANDO-KCP AT 2248
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 02 OR W-COMANDO-KCP = "0" OR
                             W-COMANDO-KCP = ZEROS
              MOVE 1 TO W-SEL
           ELSE
              EVALUATE W-COMANDO-KCP
                WHEN "M" WHEN "m"
                   IF WS-FIM-KCP = "S"
                      MOVE "*** NAO HA MAIS COMPONENTES ***" TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                   ELSE
                      PERFORM MOSTRA-PAGINA-KCP
                   END-IF
                WHEN "I" WHEN "i"
                   PERFORM INCLUI-COMPONENTE
                   PERFORM SOMA-COMPOSICAO
                   PERFORM POSICIONA-COMPONENTES
                   PERFORM MOSTRA-PAGINA-KCP
                WHEN "E" WHEN "e"
                   PERFORM EXCLUI-COMPONENTE
                   PERFORM SOMA-COMPOSICAO
                   PERFORM POSICIONA-COMPONENTES
                   PERFORM MOSTRA-PAGINA-KCP
                WHEN OTHER
                   CONTINUE
              END-EVALUATE
           END-IF
           .

      * INCLUSAO/ALTERACAO NA MESMA ENTRADA, COMO NAS PROMOCOES: O
      * COMPONENTE QUE JA EXISTIR NO KIT E REGRAVADO COM A NOVA
      * QUANTIDADE E PERCENTUAL.
       INCLUI-COMPONENTE.
           MOVE ZEROS TO WS-KCP-COMPONENTE WS-KCP-QTDE WS-KCP-PERC
           DISPLAY "COMPONENTE:" AT 2301
           ACCEPT WS-KCP-COMPONENTE AT 2313
           DISPLAY "QTDE:" AT 2320
           ACCEPT WS-KCP-QTDE AT 2326
           DISPLAY "% RATEIO:" AT 2333
           ACCEPT WS-KCP-PERC AT 2343
           MOVE "N" TO WS-KCP-EXISTE
           MOVE WS-KCP-KIT        TO KTC_KIT
           MOVE WS-KCP-COMPONENTE TO KTC_COMPONENTE
           READ ARQ-KITCMP
               INVALID KEY
                  CONTINUE
               NOT INVALID KEY
                  MOVE "S" TO WS-KCP-EXISTE
           END-READ
           MOVE "00" TO WS-RESULTADO-ACESSO
           MOVE WS-KCP-COMPONENTE TO PRO_CODIGO_PRODUTO WS-KCP-BUSCA
           READ ARQ-PRODUTO
               INVALID KEY
                  MOVE "23" TO WS-RESULTADO-ACESSO
           END-READ
           IF WS-KCP-COMPONENTE = ZEROS OR
              WS-RESULTADO-ACESSO NOT = "00"
              PERFORM RELE-PRODUTO-KIT
              MOVE "*** COMPONENTE NAO CADASTRADO ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
           ELSE
           IF WS-KCP-COMPONENTE = WS-KCP-KIT
              PERFORM RELE-PRODUTO-KIT
              MOVE "KIT NAO PODE SER COMPONENTE DELE MESMO" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
           ELSE
              PERFORM RELE-PRODUTO-KIT
              PERFORM PROCURA-COMPOSICAO
              IF WS-KCP-ACHOU = "S"
                 MOVE "COMPONENTE E UM KIT (KIT NAO SE ANINHA)" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
              ELSE
              IF WS-KCP-QTDE = ZEROS
                 MOVE "QUANTIDADE INVALIDA" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
              ELSE
              IF WS-KCP-PERC > 100
                 MOVE "PERCENTUAL INVALIDO (0 A 100)" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
              ELSE
              IF WS-KCP-EXISTE = "N" AND WS-KCP-TOTAL NOT < 20
                 MOVE "KIT JA TEM 20 COMPONENTES" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
              ELSE
                 MOVE WS-KCP-KIT        TO KTC_KIT
                 MOVE WS-KCP-COMPONENTE TO KTC_COMPONENTE
                 MOVE WS-KCP-QTDE       TO KTC_QTDE
                 MOVE WS-KCP-PERC       TO KTC_PERC_RATEIO
                 MOVE FUNCTION CURRENT-DATE(1:8) TO KTC_DATA_ALTERACAO
                 MOVE LS-ID             TO KTC_OPERADOR
                 WRITE REGKTC
                 IF WS-RESULTADO-ACESSO = "22"
                    REWRITE REGKTC
                 END-IF
                 IF WS-RESULTADO-ACESSO = "00" OR "02"
                    MOVE "*** COMPONENTE GRAVADO ***" TO MENS
                    PERFORM GRAVA-AUDITORIA
                 ELSE
                    MOVE "ERRO NA GRAVACAO DO COMPONENTE" TO MENS
                    PERFORM ROT-MENS THRU ROT-MENS-FIM
                 END-IF
              END-IF
              END-IF
              END-IF
              END-IF
           END-IF
           END-IF
           .

       EXCLUI-COMPONENTE.
           MOVE ZEROS TO WS-KCP-COMPONENTE
           DISPLAY "COMPONENTE:" AT 2301
           ACCEPT WS-KCP-COMPONENTE AT 2313
           MOVE WS-KCP-KIT        TO KTC_KIT
           MOVE WS-KCP-COMPONENTE TO KTC_COMPONENTE
           READ ARQ-KITCMP
               INVALID KEY
                  MOVE "*** COMPONENTE NAO ENCONTRADO ***" TO MENS
                  PERFORM ROT-MENS THRU ROT-MENS-FIM
               NOT INVALID KEY
                  DELETE ARQ-KITCMP RECORD
                  MOVE "*** COMPONENTE EXCLUIDO ***" TO MENS
                  PERFORM GRAVA-AUDITORIA
           END-READ
           .

      * LE OS PRECOS ATUAIS DO PRODUTO NA TELA (ZEROS QUANDO AINDA NAO
      * HOUVER PRECO GRAVADO PARA O TIPO).
       MOSTRA-PRECOS.
           DISPLAY WS-PRECO-VAREJO  AT 1926
           .

      * PRECO DE UM TIPO DE CLIENTE QUE MUDOU NA TELA: VIRA
      * SOLICITACAO PENDENTE (VER SISAPPGER.CPY); A TABELA SEGUE COM
      * O VALOR ANTIGO ATE A APROVACAO.
       PEDE-APROVACAO-PRECO.
           IF WS-VALOR-PRECO NOT = WS-VALOR-PRECO-ANT
              MOVE "S"                TO WS-PRECO-PEDIDO
              MOVE "P"                TO WS-APV-TIPO
              MOVE PRO_CODIGO_PRODUTO TO WS-APV-CODIGO
              MOVE WS-TIPO-PRECO      TO WS-APV-SUBTIPO
              MOVE WS-VALOR-PRECO-ANT TO WS-APV-VALOR-ANTERIOR
              MOVE WS-VALOR-PRECO     TO WS-APV-VALOR-NOVO
              PERFORM SOLICITA-APROVACAO
              PERFORM MENSAGEM-APROVACAO
              PERFORM GRAVA-AUDITORIA
              PERFORM ROT-MENS THRU ROT-MENS-FIM
           END-IF
           .

                  CLOSE ARQ-PRODUTO ARQ-PRECO ARQ-PROMO
                  EXIT PROGRAM
                  .
           OPEN I-O ARQ-KITCMP
           IF WS-RESULTADO-ACESSO NOT = "00"
               IF WS-RESULTADO-ACESSO = "05"
                  OPEN OUTPUT ARQ-KITCMP
                  CLOSE ARQ-KITCMP
                  OPEN I-O ARQ-KITCMP
               ELSE
                  MOVE "ERRO NA ABERTURA DO ARQ. KITS" TO MENS
                  PERFORM ROT-MENS THRU ROT-MENS-FIM
                  CLOSE ARQ-PRODUTO ARQ-PRECO ARQ-PROMO ARQ-CUSHIS
                  EXIT PROGRAM
                  .
           PERFORM OPEN-AUDITORIA
           PERFORM ABRE-APROVACAO
           .

      * ARQ-AUD E CUMULATIVO ENTRE EXECUCOES (OPEN EXTEND); SO CRIA O
           CLOSE ARQ-PRECO
           CLOSE ARQ-PROMO
           CLOSE ARQ-CUSHIS
           CLOSE ARQ-KITCMP
           CLOSE ARQ-AUD
           PERFORM FECHA-APROVACAO
           .

      **********************
      * CARREGA-FILIAL E MONTA-CAMINHOS-FILIAL: VER COPYBOOK,
      * COMPARTILHADO POR TODOS OS PROGRAMAS DA FILIAL.
       COPY "copybook\SISFIPGER.CPY".

      * SOLICITA-APROVACAO E ABRE/FECHA-APROVACAO: VER COPYBOOK,
      * COMPARTILHADO COM CADCLI, CADVEN, CADCPG E APRCAD.
       COPY "copybook\SISAPPGER.CPY".
