      **************************************************
      * GERACAO DOS PEDIDOS PROGRAMADOS DO DIA (VER    *
      * CADPPG), COM A VALIDACAO DA DIGITACAO, E A     *
      * LISTAGEM DA MANHA: GERADOS E NAO GERADOS       *
      **************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. GERPPG.
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

      * "S" = EXECUCAO DISPARADA SEM OPERADOR NA TELA (LS-ID =
      * "BATCH"), NA CADEIA NOTURNA (VER STRCTL).
       77 WS-MODO-BATCH        PIC X(001) VALUE "N".

      * UM PROGRAMADO ATIVO COM A PROXIMA DATA ATE HOJE VIRA UM
      * PEDIDO COM A MESMA VALIDACAO DA DIGITACAO/IMPORTACAO (VER
      * CADPED E IMPPED): CLIENTE ATIVO E SEM BLOQUEIO DE COBRANCA
      * NEM DOCUMENTO OBRIGATORIO VENCIDO (VER SISDCPGER),
      * PRODUTO ATIVO COM PRECO (ACORDO > PROMOCAO > TABELA), LIMITE
      * DE CREDITO DA LOJA E DO GRUPO (ACIMA DELE O PEDIDO ENTRA
      * RETIDO "S") E RESERVA DO ESTOQUE. ITEM SEM PRECO OU INATIVO
      * FICA FORA DO PEDIDO E SAI NA LISTAGEM; SEM NENHUM ITEM BOM
      * O PEDIDO NAO E GERADO. GERADO, A PROXIMA DATA ANDA DE
      * PERIODO EM PERIODO ATE PASSAR DE HOJE (NOITES SEM RODADA NAO
      * GERAM PEDIDOS ACUMULADOS); NAO GERADO, A DATA FICA E O
      * PROGRAMADO E TENTADO DE NOVO NA RODADA SEGUINTE.
       77 WS-DATA-HOJE         PIC 9(008) VALUE ZEROS.
       77 WS-EOF-PPG           PIC X(001) VALUE "N".
       77 WS-PPG-OK            PIC X(001) VALUE "N".
       77 WS-PPG-MOTIVO        PIC X(040) VALUE SPACES.
       77 WS-PPG-IDX           PIC 9(002) VALUE ZEROS.
       77 WS-CLIENTE-ATU       PIC 9(007) VALUE ZEROS.
       77 WS-PRODUTO-ATU       PIC 9(005) VALUE ZEROS.
       77 WS-PROXIMO-PEDIDO    PIC 9(009) VALUE ZEROS.
       77 WS-ITEM-VALOR-UNIT   PIC 9(007)V9(02) VALUE ZEROS.
       77 WS-ITEM-VALOR        PIC 9(009)V9(02) VALUE ZEROS.
       77 WS-ITEM-IDX          PIC 9(002) VALUE ZEROS.
       77 WS-ACHOU-PRECO       PIC X(001) VALUE "N".
       77 WS-TIPO-CLIENTE      PIC X(001) VALUE SPACES.
       77 WS-LIMITE-CLIENTE    PIC 9(009)V9(02) VALUE ZEROS.
       77 WS-SALDO-ABERTO      PIC 9(013)V9(02) VALUE ZEROS.
       77 WS-EOF-TIT           PIC X(001) VALUE "N".
       77 WS-SEM-TITULOS       PIC X(001) VALUE "N".
       77 WS-SEM-ACORDO        PIC X(001) VALUE "N".
       77 WS-SEM-PROMO         PIC X(001) VALUE "N".

      * ITENS DO PROGRAMADO CORRENTE QUE FICARAM FORA DO PEDIDO,
      * LISTADOS LOGO ABAIXO DELE.
       77 WS-QTD-FORA          PIC 9(002) VALUE ZEROS.
       77 WS-FORA-IDX          PIC 9(002) VALUE ZEROS.
       01 WS-TAB-FORA.
          05 WS-FORA OCCURS 20 TIMES.
             10 WS-FORA-PRODUTO   PIC 9(005).
             10 WS-FORA-MOTIVO    PIC X(030).

      * PROGRAMADOS NAO GERADOS, GUARDADOS PARA A SEGUNDA PARTE DA
      * LISTAGEM; ACIMA DO TETO SO ENTRAM NA CONTAGEM (A LINHA DE
      * TOTAL AVISA).
       77 WS-QTD-FAL           PIC 9(003) VALUE ZEROS.
       77 WS-FAL-IDX           PIC 9(003) VALUE ZEROS.
       01 WS-TAB-FAL.
          05 WS-FAL OCCURS 500 TIMES.
             10 WS-FAL-CLIENTE    PIC 9(007).
             10 WS-FAL-SEQUENCIA  PIC 9(002).
             10 WS-FAL-RAZAO      PIC X(040).
             10 WS-FAL-DATA       PIC 9(008).
             10 WS-FAL-MOTIVO     PIC X(040).

       77 WS-QTD-LIDOS         PIC 9(005) VALUE ZEROS.
       77 WS-QTD-PAUSADOS      PIC 9(005) VALUE ZEROS.
       77 WS-QTD-PEDIDOS       PIC 9(005) VALUE ZEROS.
       77 WS-QTD-RETIDOS       PIC 9(005) VALUE ZEROS.
       77 WS-QTD-FALHAS        PIC 9(005) VALUE ZEROS.
       77 WS-QTD-ITENS-FORA    PIC 9(005) VALUE ZEROS.
       77 WS-VALOR-GERADO      PIC 9(013)V9(02) VALUE ZEROS.

       77 WS-GPP-DATA-AUX      PIC 9(008) VALUE ZEROS.
       01 WS-GPP-DATA-EDT.
          03 WS-GPP-DATA-DIA      PIC X(002).
          03 FILLER               PIC X(001) VALUE "/".
          03 WS-GPP-DATA-MES      PIC X(002).
          03 FILLER               PIC X(001) VALUE "/".
          03 WS-GPP-DATA-ANO      PIC X(004).

       01 CABEC-TITULO.
          03 FILLER PIC X(48) VALUE
             "PEDIDOS PROGRAMADOS - GERACAO DE ".
          03 CAB-DATA       PIC X(010).

       01 CABEC-GERADOS.
          03 FILLER PIC X(08) VALUE "CLIENTE".
          03 FILLER PIC X(04) VALUE "SQ".
          03 FILLER PIC X(42) VALUE "RAZAO SOCIAL".
          03 FILLER PIC X(11) VALUE "   PEDIDO".
          03 FILLER PIC X(06) VALUE "ITENS".
          03 FILLER PIC X(18) VALUE "             VALOR".
          03 FILLER PIC X(10) VALUE "  SITUACAO".

       01 DET-GERADO.
          03 DGE-CLIENTE    PIC 9(007).
          03 FILLER         PIC X(01) VALUE SPACES.
          03 DGE-SEQUENCIA  PIC 9(002).
          03 FILLER         PIC X(02) VALUE SPACES.
          03 DGE-RAZAO      PIC X(040).
          03 FILLER         PIC X(02) VALUE SPACES.
          03 DGE-PEDIDO     PIC Z(008)9.
          03 FILLER         PIC X(02) VALUE SPACES.
          03 DGE-ITENS      PIC ZZ9.
          03 FILLER         PIC X(03) VALUE SPACES.
          03 DGE-VALOR      PIC ZZ.ZZZ.ZZZ.ZZ9,99.
          03 FILLER         PIC X(02) VALUE SPACES.
          03 DGE-SITUACAO   PIC X(008).

       01 DET-FORA.
          03 FILLER         PIC X(12) VALUE SPACES.
          03 FILLER         PIC X(26) VALUE
             "ITEM FORA DO PEDIDO: PROD.".
          03 FILLER         PIC X(01) VALUE SPACES.
          03 DFO-PRODUTO    PIC 9(005).
          03 FILLER         PIC X(03) VALUE " - ".
          03 DFO-MOTIVO     PIC X(030).

       01 CABEC-FALHAS.
          03 FILLER PIC X(08) VALUE "CLIENTE".
          03 FILLER PIC X(04) VALUE "SQ".
          03 FILLER PIC X(42) VALUE "RAZAO SOCIAL".
          03 FILLER PIC X(12) VALUE "DATA PREV.".
          03 FILLER PIC X(40) VALUE "MOTIVO".

       01 DET-FALHA.
          03 DFA-CLIENTE    PIC 9(007).
          03 FILLER         PIC X(01) VALUE SPACES.
          03 DFA-SEQUENCIA  PIC 9(002).
          03 FILLER         PIC X(02) VALUE SPACES.
          03 DFA-RAZAO      PIC X(040).
          03 FILLER         PIC X(02) VALUE SPACES.
          03 DFA-DATA       PIC X(010).
          03 FILLER         PIC X(02) VALUE SPACES.
          03 DFA-MOTIVO     PIC X(040).

       01 DET-TOTAL.
          03 TOT-TITULO PIC X(40).
          03 TOT-QTD    PIC ZZ.ZZ9.

       01 DET-TOTAL-VALOR.
          03 TVL-TITULO PIC X(40).
          03 TVL-VALOR  PIC ZZ.ZZZ.ZZZ.ZZZ.ZZ9,99.

       LINKAGE SECTION.
       01 LS-ID PIC X(5).

       SCREEN SECTION.
       COPY "copybook\SISSTGER.CPY".

       01 TELA-GERA-PROGRAMADOS.
        02 BLANK SCREEN.
        02 LINE 02 COL 28 VALUE "Sistema de Franquia AMBEV".
        02 LINE 07 COL 24 VALUE
           "GERACAO DOS PEDIDOS PROGRAMADOS".
        02 LINE 09 COL 10 VALUE
          "GERA OS PEDIDOS DOS PROGRAMADOS ATIVOS COM DATA ATE".
        02 LINE 10 COL 10 VALUE
          "HOJE, COM A PRECIFICACAO, O CONTROLE DE CREDITO E A".
        02 LINE 11 COL 10 VALUE
          "RESERVA DE ESTOQUE DA DIGITACAO. A LISTAGEM SAI EM".
        02 LINE 12 COL 10 VALUE
          "relatorios\PEDIDOSPROGRAMADOS.txt (NORMALMENTE A".
        02 LINE 13 COL 10 VALUE
          "CADEIA NOTURNA JA FEZ ESTA RODADA).".
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
              MOVE "S" TO W-SN
           ELSE
              DISPLAY TELA-GERA-PROGRAMADOS
              MOVE 0 TO W-SEL
              PERFORM CONFIRMA-TELA UNTIL W-SEL > 0
           END-IF
           IF W-SN NOT = "S"
              EXIT PROGRAM
           END-IF

           PERFORM OPEN-AUDITORIA
           OPEN I-O ARQ-PEDPRG
           IF WS-RESULTADO-ACESSO NOT = "00"
              MOVE "SEM PEDIDOS PROGRAMADOS" TO MENS
              MOVE "00" TO WS-RESULTADO-ACESSO
              PERFORM GRAVA-AUDITORIA
              CLOSE ARQ-AUD
              IF WS-MODO-BATCH NOT = "S"
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
              END-IF
              EXIT PROGRAM
           END-IF

           PERFORM OPEN-ARQUIVOS
           MOVE ZEROS TO WS-QTD-LIDOS
                         WS-QTD-PAUSADOS
                         WS-QTD-PEDIDOS
                         WS-QTD-RETIDOS
                         WS-QTD-FALHAS
                         WS-QTD-FAL
                         WS-QTD-ITENS-FORA
                         WS-VALOR-GERADO
                         WS-RES-FALTAS

           MOVE WCF-ARQ-IMPRESSAO-PEDPRG TO WRL-ARQ-IMPRESSAO
           OPEN OUTPUT ARQIMP
           MOVE WS-DATA-HOJE TO WS-GPP-DATA-AUX
           PERFORM FORMATA-DATA
           MOVE WS-GPP-DATA-EDT TO CAB-DATA
           WRITE REGIMP FROM CABEC-TITULO
           MOVE SPACES TO REGIMP
           WRITE REGIMP
           MOVE "PEDIDOS GERADOS" TO REGIMP
           WRITE REGIMP
           WRITE REGIMP FROM CABEC-GERADOS
           MOVE ALL "-" TO REGIMP(1:111)
           WRITE REGIMP

           MOVE ZEROS TO PPG_CODIGO_CLIENTE PPG_SEQUENCIA
           MOVE "N" TO WS-EOF-PPG
           START ARQ-PEDPRG
               KEY IS NOT LESS THAN PPG_CHAVE
                    INVALID KEY
                       MOVE "S" TO WS-EOF-PPG
           END-START
           PERFORM UNTIL WS-EOF-PPG = "S"
              READ ARQ-PEDPRG NEXT AT END
                 MOVE "S" TO WS-EOF-PPG
              END-READ
              IF WS-EOF-PPG = "N"
                 ADD 1 TO WS-QTD-LIDOS
                 IF PPG_SITUACAO = "P"
                    ADD 1 TO WS-QTD-PAUSADOS
                 ELSE
                 IF PPG_PROXIMA_DATA NOT > WS-DATA-HOJE
                    PERFORM PROCESSA-PROGRAMADO
                 END-IF
                 END-IF
              END-IF
           END-PERFORM

           PERFORM IMPRIME-FALHAS
           PERFORM IMPRIME-TOTAIS
           CLOSE ARQIMP
      * COPIA DATADA + CATALOGO DE SPOOL (VER SISSPPGER.CPY).
           MOVE "GERPPG" TO WS-SPL-PROGRAMA
           MOVE WRL-ARQ-IMPRESSAO TO WS-SPL-ORIGEM
           PERFORM REGISTRA-SPOOL THRU REGISTRA-SPOOL-FIM

           PERFORM CLOSE-ARQUIVOS
           CLOSE ARQ-PEDPRG

      * ITENS RESERVADOS ALEM DO DISPONIVEL (O FATURAMENTO VAI
      * DEIXA-LOS EM BACKORDER) GANHAM LINHA PROPRIA NO ARQ-AUD.
           IF WS-RES-FALTAS > ZEROS
              MOVE SPACES TO MENS
              STRING "SEM DISPONIVEL: " WS-RES-FALTAS " ITENS"
                  DELIMITED BY SIZE INTO MENS
              END-STRING
              PERFORM GRAVA-AUDITORIA
           END-IF
      * LINHA DE CONCLUSAO: E POR ELA QUE O STRCTL RECONHECE O PASSO.
           MOVE SPACES TO MENS
           STRING "GERADOS " WS-QTD-PEDIDOS " FALHAS " WS-QTD-FALHAS
               DELIMITED BY SIZE INTO MENS
           END-STRING
           PERFORM GRAVA-AUDITORIA
           CLOSE ARQ-AUD
           IF WS-MODO-BATCH NOT = "S"
              PERFORM ROT-MENS THRU ROT-MENS-FIM
           END-IF
           EXIT PROGRAM
           .

      * UM PROGRAMADO VENCIDO. O REGISTRO E RELIDO COM LOCK (O
      * CADPPG PODE ESTAR COM ELE NA TELA): EM USO, FICA PARA A
      * PROXIMA RODADA COMO QUALQUER OUTRA FALHA.
       PROCESSA-PROGRAMADO.
           MOVE SPACES TO WS-PPG-MOTIVO
           MOVE ZEROS  TO WS-QTD-FORA
           READ ARQ-PEDPRG WITH LOCK
           IF WS-RESULTADO-ACESSO NOT = "00"
              IF WS-RESULTADO-ACESSO = "9D"
                 MOVE "PROGRAMADO EM USO EM OUTRO TERMINAL"
                   TO WS-PPG-MOTIVO
              ELSE
                 MOVE "ERRO NA LEITURA DO PROGRAMADO"
                   TO WS-PPG-MOTIVO
              END-IF
              MOVE "00" TO WS-RESULTADO-ACESSO
              MOVE SPACES TO CLI_RAZAO_SOCIAL
              PERFORM GUARDA-FALHA
              EXIT PARAGRAPH
           END-IF

           PERFORM ABRE-PEDIDO-PROGRAMADO
           IF WS-PPG-OK = "S"
              PERFORM VARYING WS-PPG-IDX FROM 1 BY 1
                      UNTIL WS-PPG-IDX > PPG_QTD_ITENS
                 PERFORM APLICA-ITEM-PROGRAMADO
              END-PERFORM
              IF WS-QTD-ITN = ZEROS
                 MOVE "N" TO WS-PPG-OK
                 MOVE "NENHUM ITEM COM PRECO/ATIVO"
                   TO WS-PPG-MOTIVO
              END-IF
           END-IF
           IF WS-PPG-OK = "S"
              PERFORM FECHA-PEDIDO-PROGRAMADO
           END-IF

           IF WS-PPG-OK = "S"
              MOVE PED_NUMERO_PEDIDO TO PPG_ULTIMO_PEDIDO
              MOVE WS-DATA-HOJE      TO PPG_ULTIMA_GERACAO
              MOVE PPG_FREQUENCIA    TO WS-PPG-FREQUENCIA
              MOVE PPG_DIA_MES       TO WS-PPG-DIA-MES
              MOVE PPG_PROXIMA_DATA  TO WS-PPG-DATA
              PERFORM AVANCA-DATA-PROGRAMADA
                  UNTIL WS-PPG-DATA > WS-DATA-HOJE
              MOVE WS-PPG-DATA       TO PPG_PROXIMA_DATA
              REWRITE REGPPG
              MOVE "00" TO WS-RESULTADO-ACESSO
              PERFORM IMPRIME-GERADO
           ELSE
              PERFORM GUARDA-FALHA
           END-IF
           UNLOCK ARQ-PEDPRG
           .

      * CABECALHO DO PEDIDO, MESMAS REGRAS DO ABRE-PEDIDO-NOVO DO
      * IMPPED: CLIENTE EXISTENTE, ATIVO, SEM BLOQUEIO DE COBRANCA E
      * COM OS DOCUMENTOS OBRIGATORIOS EM DIA.
       ABRE-PEDIDO-PROGRAMADO.
           MOVE "N" TO WS-PPG-OK
           MOVE PPG_CODIGO_CLIENTE TO WS-CLIENTE-ATU
           MOVE PPG_CODIGO_CLIENTE TO CLI_CODIGO_CLIENTE
           READ ARQ-CLIENTE
               INVALID KEY
                  MOVE "CLIENTE NAO CADASTRADO" TO WS-PPG-MOTIVO
                  MOVE SPACES TO CLI_RAZAO_SOCIAL
                  MOVE "00" TO WS-RESULTADO-ACESSO
               NOT INVALID KEY
                  IF CLI_STATUS NOT = "A"
                     MOVE "CLIENTE NAO ESTA ATIVO" TO WS-PPG-MOTIVO
                  ELSE
                  IF CLI_BLOQUEIO = "S"
                     MOVE "CLIENTE BLOQUEADO P/ COBRANCA"
                       TO WS-PPG-MOTIVO
                  ELSE
                  MOVE PPG_CODIGO_CLIENTE TO WS-DOC-CLIENTE
                  PERFORM VERIFICA-DOCUMENTOS-CLIENTE
                     THRU VERIFICA-DOCUMENTOS-FIM
                  IF WS-DOC-SITUACAO NOT = SPACES
                     MOVE WS-DOC-MENSAGEM TO WS-PPG-MOTIVO
                  ELSE
                     MOVE "S" TO WS-PPG-OK
                  END-IF
                  END-IF
                  END-IF
           END-READ
           IF WS-PPG-OK = "N"
              EXIT PARAGRAPH
           END-IF
           MOVE CLI_TIPO TO WS-TIPO-CLIENTE
           MOVE CLI_LIMITE_CREDITO TO WS-LIMITE-CLIENTE
           MOVE SPACES TO REGPED
           MOVE ZEROS  TO PED_NUMERO_PEDIDO
           MOVE PPG_CODIGO_CLIENTE TO PED_CODIGO_CLIENTE
           MOVE CLI_COD_VENDEDOR   TO PED_COD_VENDEDOR
           MOVE WS-DATA-HOJE       TO PED_DATA_PEDIDO
           MOVE "A" TO PED_SITUACAO
           MOVE ZEROS TO PED_QTD_ITENS
                         PED_VALOR_TOTAL
                         PED_SEQ_ENDERECO
           MOVE CLI_COND_PAGTO TO PED_COND_PAGTO
           MOVE "V" TO PED_TIPO
      * A PROMESSA DE ENTREGA SAI DO CALENDARIO DA CIDADE DO
      * CADASTRO (A ENTREGA E NO FISCAL), MESMA REGRA DO CADPED.
           MOVE CLI_ENDERECO_UF     TO WS-CEN-UF
           MOVE CLI_ENDERECO_CIDADE TO WS-CEN-CIDADE
           MOVE WS-DATA-HOJE        TO WS-CEN-DATA-PEDIDO
           MOVE FUNCTION CURRENT-DATE(9:4) TO WS-CEN-HORA
           PERFORM CALCULA-PREVISAO-ENTREGA
           MOVE WS-CEN-PREVISAO TO PED_DATA_PREV_ENTREGA
           PERFORM VARYING WS-ITEM-IDX FROM 1 BY 1
                   UNTIL WS-ITEM-IDX > 10
              MOVE ZEROS
                TO PED_ITEM_PRODUTO(WS-ITEM-IDX)
                   PED_ITEM_QTDE(WS-ITEM-IDX)
                   PED_ITEM_VALOR_UNIT(WS-ITEM-IDX)
                   PED_ITEM_VALOR(WS-ITEM-IDX)
                   PED_ITEM_QTDE_ATEND(WS-ITEM-IDX)
           END-PERFORM
           MOVE ZEROS TO WS-QTD-ITN
           MOVE ZEROS TO WS-TAB-ITN
           .

      * UM ITEM DA CESTA: PRODUTO ATIVO E COM PRECO NA DATA (MESMA
      * CADEIA DO IMPPED); O QUE FALHA VAI PARA A TABELA WS-FORA.
       APLICA-ITEM-PROGRAMADO.
           MOVE PPG_ITEM_PRODUTO(WS-PPG-IDX) TO WS-PRODUTO-ATU
           MOVE SPACES TO MENS
           MOVE WS-PRODUTO-ATU TO PRO_CODIGO_PRODUTO
           READ ARQ-PRODUTO
               INVALID KEY
                  MOVE "PRODUTO NAO CADASTRADO" TO MENS
                  MOVE "00" TO WS-RESULTADO-ACESSO
               NOT INVALID KEY
                  IF PRO_STATUS NOT = "A"
                     MOVE "PRODUTO NAO ESTA ATIVO" TO MENS
                  ELSE
                     PERFORM BUSCA-PRECO
                     IF WS-ACHOU-PRECO = "N"
                        MOVE "SEM PRECO DE TABELA" TO MENS
                     END-IF
                  END-IF
           END-READ

           IF MENS NOT = SPACES
              ADD 1 TO WS-QTD-FORA
              ADD 1 TO WS-QTD-ITENS-FORA
              MOVE WS-PRODUTO-ATU TO WS-FORA-PRODUTO(WS-QTD-FORA)
              MOVE MENS           TO WS-FORA-MOTIVO(WS-QTD-FORA)
              MOVE SPACES TO MENS
           ELSE
              ADD 1 TO WS-QTD-ITN
              COMPUTE WS-ITEM-VALOR =
                  PPG_ITEM_QTDE(WS-PPG-IDX) * WS-ITEM-VALOR-UNIT
              MOVE WS-PRODUTO-ATU
                TO WS-ITN-PRODUTO(WS-QTD-ITN)
              MOVE PPG_ITEM_QTDE(WS-PPG-IDX)
                TO WS-ITN-QTDE(WS-QTD-ITN)
              MOVE WS-ITEM-VALOR-UNIT
                TO WS-ITN-VALOR-UNIT(WS-QTD-ITN)
              MOVE WS-ITEM-VALOR
                TO WS-ITN-VALOR(WS-QTD-ITN)
              MOVE ZEROS
                TO WS-ITN-QTDE-ATEND(WS-QTD-ITN)
              ADD WS-ITEM-VALOR TO PED_VALOR_TOTAL
           END-IF
           .

      * MESMA CADEIA DE PRECO DA DIGITACAO (VER BUSCA-PRECO-TABELA
      * EM CADPED): ACORDO DO CLIENTE, PROMOCAO EM VIGOR NA DATA,
      * TABELA COMUM.
       BUSCA-PRECO.
           MOVE "N" TO WS-ACHOU-PRECO
           IF WS-SEM-ACORDO NOT = "S"
              MOVE WS-CLIENTE-ATU TO ACO_CODIGO_CLIENTE
              MOVE WS-PRODUTO-ATU TO ACO_CODIGO_PRODUTO
              READ ARQ-ACORDO
                  INVALID KEY
                     CONTINUE
                  NOT INVALID KEY
                     IF ACO_STATUS = "A" AND
                        ACO_VALOR_UNITARIO > ZEROS
                        MOVE ACO_VALOR_UNITARIO
                          TO WS-ITEM-VALOR-UNIT
                        MOVE "S" TO WS-ACHOU-PRECO
                     END-IF
              END-READ
              MOVE "00" TO WS-RESULTADO-ACESSO
           END-IF
           IF WS-ACHOU-PRECO = "N" AND WS-SEM-PROMO NOT = "S"
              PERFORM BUSCA-PRECO-PROMOCAO
           END-IF
           IF WS-ACHOU-PRECO = "N"
              MOVE WS-PRODUTO-ATU  TO PRE_CODIGO_PRODUTO
              MOVE WS-TIPO-CLIENTE TO PRE_TIPO_CLIENTE
              READ ARQ-PRECO
                  INVALID KEY
                     CONTINUE
                  NOT INVALID KEY
                     IF PRE_VALOR_UNITARIO > ZEROS
                        MOVE PRE_VALOR_UNITARIO
                          TO WS-ITEM-VALOR-UNIT
                        MOVE "S" TO WS-ACHOU-PRECO
                     END-IF
              END-READ
              MOVE "00" TO WS-RESULTADO-ACESSO
           END-IF
           .

       BUSCA-PRECO-PROMOCAO.
           MOVE "N" TO WS-EOF-TIT
           MOVE WS-PRODUTO-ATU  TO PMO_CODIGO_PRODUTO
           MOVE WS-TIPO-CLIENTE TO PMO_TIPO_CLIENTE
           MOVE ZEROS           TO PMO_DATA_INICIO
           START ARQ-PROMO
               KEY IS NOT LESS THAN PMO_CHAVE
                    INVALID KEY
                       MOVE "Y" TO WS-EOF-TIT
           END-START
           PERFORM UNTIL WS-EOF-TIT = "Y"
               READ ARQ-PROMO NEXT AT END
                   MOVE "Y" TO WS-EOF-TIT
               END-READ
               IF WS-EOF-TIT = "N"
                  IF PMO_CODIGO_PRODUTO NOT = WS-PRODUTO-ATU OR
                     PMO_TIPO_CLIENTE   NOT = WS-TIPO-CLIENTE
                     MOVE "Y" TO WS-EOF-TIT
                  ELSE
                     IF PMO_DATA_INICIO NOT > WS-DATA-HOJE AND
                        PMO_DATA_FIM NOT < WS-DATA-HOJE AND
                        PMO_VALOR_UNITARIO > ZEROS
                        MOVE PMO_VALOR_UNITARIO
                          TO WS-ITEM-VALOR-UNIT
                        MOVE "S" TO WS-ACHOU-PRECO
                     END-IF
                  END-IF
               END-IF
           END-PERFORM
           MOVE "00" TO WS-RESULTADO-ACESSO
           .

      * GRAVA O PEDIDO COMO O FECHA-PEDIDO-ABERTO DO IMPPED: LIMITE
      * DE CREDITO DA LOJA E DO GRUPO ("S" = RETIDO), ITENS NO
      * ARQUIVO PROPRIO E RESERVA DO ESTOQUE. O NUMERO SO E TIRADO
      * AQUI, QUANDO HA O QUE GRAVAR.
       FECHA-PEDIDO-PROGRAMADO.
           PERFORM PROXIMO-NUMERO-PEDIDO
           MOVE WS-PROXIMO-PEDIDO TO PED_NUMERO_PEDIDO
           PERFORM VERIFICA-LIMITE-CREDITO
           PERFORM GRAVA-ITENS-PEDIDO
           WRITE REGPED
           IF WS-RESULTADO-ACESSO = "00" OR "02"
              ADD 1 TO WS-QTD-PEDIDOS
              ADD PED_VALOR_TOTAL TO WS-VALOR-GERADO
              MOVE 1 TO WS-RES-SINAL
              PERFORM RESERVA-ITENS-PEDIDO
              IF PED_SITUACAO = "S"
                 ADD 1 TO WS-QTD-RETIDOS
              END-IF
           ELSE
              MOVE "N" TO WS-PPG-OK
              MOVE "ERRO NA GRAVACAO DO PEDIDO" TO WS-PPG-MOTIVO
              MOVE "00" TO WS-RESULTADO-ACESSO
           END-IF
           .

      * MESMA REGRA DO VERIFICA-LIMITE-CREDITO DO CADPED: TITULOS EM
      * ABERTO + O PEDIDO NOVO ACIMA DO LIMITE DA LOJA OU DO GRUPO
      * ECONOMICO RETEM O PEDIDO (PED_SITUACAO "S"), FORA DO
      * FATURAMENTO ATE A MESA DE CREDITO DECIDIR.
       VERIFICA-LIMITE-CREDITO.
           MOVE "A" TO PED_SITUACAO
           IF WS-LIMITE-CLIENTE > ZEROS AND WS-SEM-TITULOS NOT = "S"
              MOVE ZEROS TO WS-SALDO-ABERTO
              MOVE "N"   TO WS-EOF-TIT
              MOVE PED_CODIGO_CLIENTE TO TIT_CODIGO_CLIENTE
              START ARQ-TITULO
                  KEY IS NOT LESS THAN TIT_CODIGO_CLIENTE
                       INVALID KEY
                          MOVE "Y" TO WS-EOF-TIT
              END-START
              PERFORM UNTIL WS-EOF-TIT = "Y"
                  READ ARQ-TITULO NEXT AT END
                      MOVE "Y" TO WS-EOF-TIT
                  END-READ
                  IF WS-EOF-TIT = "N"
                     IF TIT_CODIGO_CLIENTE NOT = PED_CODIGO_CLIENTE
                        MOVE "Y" TO WS-EOF-TIT
                     ELSE
                        IF TIT_SITUACAO = "A"
                           ADD TIT_VALOR TO WS-SALDO-ABERTO
                        END-IF
                     END-IF
                  END-IF
              END-PERFORM
              MOVE "00" TO WS-RESULTADO-ACESSO
              IF WS-SALDO-ABERTO + PED_VALOR_TOTAL >
                 WS-LIMITE-CLIENTE
                 MOVE "S" TO PED_SITUACAO
              END-IF
           END-IF
           IF PED_SITUACAO = "A" AND WS-SEM-TITULOS NOT = "S"
              MOVE PED_CODIGO_CLIENTE TO WS-GRP-CLIENTE
              MOVE PED_VALOR_TOTAL    TO WS-GRP-VALOR-NOVO
              PERFORM VERIFICA-LIMITE-GRUPO
              IF WS-GRP-ESTOURO = "S"
                 MOVE "S" TO PED_SITUACAO
              END-IF
           END-IF
           .

      * MAIOR NUMERO DE PEDIDO JA GRAVADO + 1 (MESMO IDIOMA DO
      * PROXIMO-NUMERO-PEDIDO DO CADPED).
       PROXIMO-NUMERO-PEDIDO.
           MOVE 1 TO WS-PROXIMO-PEDIDO
           MOVE 999999999 TO PED_NUMERO_PEDIDO
           MOVE "N" TO WS-EOF-SW
           START ARQ-PEDIDO
               KEY IS LESS THAN PED_NUMERO_PEDIDO
                    INVALID KEY
                       MOVE "Y" TO WS-EOF-SW
           END-START
           IF WS-EOF-SW = "N"
              READ ARQ-PEDIDO PREVIOUS AT END
                 MOVE "Y" TO WS-EOF-SW
              END-READ
              IF WS-EOF-SW = "N"
                 COMPUTE WS-PROXIMO-PEDIDO = PED_NUMERO_PEDIDO + 1
              END-IF
           END-IF
           MOVE "N" TO WS-EOF-SW
           MOVE "00" TO WS-RESULTADO-ACESSO
           .

      * LINHA DO PEDIDO GERADO E, ABAIXO, OS ITENS QUE FICARAM FORA.
       IMPRIME-GERADO.
           MOVE PPG_CODIGO_CLIENTE TO DGE-CLIENTE
           MOVE PPG_SEQUENCIA      TO DGE-SEQUENCIA
           MOVE CLI_RAZAO_SOCIAL   TO DGE-RAZAO
           MOVE PED_NUMERO_PEDIDO  TO DGE-PEDIDO
           MOVE WS-QTD-ITN         TO DGE-ITENS
           MOVE PED_VALOR_TOTAL    TO DGE-VALOR
           IF PED_SITUACAO = "S"
              MOVE "RETIDO"   TO DGE-SITUACAO
           ELSE
              MOVE "LIBERADO" TO DGE-SITUACAO
           END-IF
           WRITE REGIMP FROM DET-GERADO
           PERFORM VARYING WS-FORA-IDX FROM 1 BY 1
                   UNTIL WS-FORA-IDX > WS-QTD-FORA
              MOVE WS-FORA-PRODUTO(WS-FORA-IDX) TO DFO-PRODUTO
              MOVE WS-FORA-MOTIVO(WS-FORA-IDX)  TO DFO-MOTIVO
              WRITE REGIMP FROM DET-FORA
           END-PERFORM
           .

       GUARDA-FALHA.
           ADD 1 TO WS-QTD-FALHAS
           IF WS-QTD-FAL < 500
              ADD 1 TO WS-QTD-FAL
              MOVE PPG_CODIGO_CLIENTE TO WS-FAL-CLIENTE(WS-QTD-FAL)
              MOVE PPG_SEQUENCIA      TO WS-FAL-SEQUENCIA(WS-QTD-FAL)
              MOVE CLI_RAZAO_SOCIAL   TO WS-FAL-RAZAO(WS-QTD-FAL)
              MOVE PPG_PROXIMA_DATA   TO WS-FAL-DATA(WS-QTD-FAL)
              MOVE WS-PPG-MOTIVO      TO WS-FAL-MOTIVO(WS-QTD-FAL)
           END-IF
           .

       IMPRIME-FALHAS.
           MOVE SPACES TO REGIMP
           WRITE REGIMP
           MOVE "PEDIDOS NAO GERADOS (NOVA TENTATIVA NA PROXIMA RODADA)"
             TO REGIMP
           WRITE REGIMP
           WRITE REGIMP FROM CABEC-FALHAS
           MOVE ALL "-" TO REGIMP(1:111)
           WRITE REGIMP
           PERFORM VARYING WS-FAL-IDX FROM 1 BY 1
                   UNTIL WS-FAL-IDX > WS-QTD-FAL
              MOVE WS-FAL-CLIENTE(WS-FAL-IDX)   TO DFA-CLIENTE
              MOVE WS-FAL-SEQUENCIA(WS-FAL-IDX) TO DFA-SEQUENCIA
              MOVE WS-FAL-RAZAO(WS-FAL-IDX)     TO DFA-RAZAO
              MOVE WS-FAL-DATA(WS-FAL-IDX)      TO WS-GPP-DATA-AUX
              PERFORM FORMATA-DATA
              MOVE WS-GPP-DATA-EDT              TO DFA-DATA
              MOVE WS-FAL-MOTIVO(WS-FAL-IDX)    TO DFA-MOTIVO
              WRITE REGIMP FROM DET-FALHA
           END-PERFORM
           .

       IMPRIME-TOTAIS.
           MOVE ALL "=" TO REGIMP(1:111)
           WRITE REGIMP
           MOVE "PROGRAMADOS CADASTRADOS" TO TOT-TITULO
           MOVE WS-QTD-LIDOS TO TOT-QTD
           WRITE REGIMP FROM DET-TOTAL
           MOVE "PROGRAMADOS PAUSADOS" TO TOT-TITULO
           MOVE WS-QTD-PAUSADOS TO TOT-QTD
           WRITE REGIMP FROM DET-TOTAL
           MOVE "PEDIDOS GERADOS" TO TOT-TITULO
           MOVE WS-QTD-PEDIDOS TO TOT-QTD
           WRITE REGIMP FROM DET-TOTAL
           MOVE "  DOS QUAIS RETIDOS POR CREDITO" TO TOT-TITULO
           MOVE WS-QTD-RETIDOS TO TOT-QTD
           WRITE REGIMP FROM DET-TOTAL
           MOVE "ITENS FORA DOS PEDIDOS GERADOS" TO TOT-TITULO
           MOVE WS-QTD-ITENS-FORA TO TOT-QTD
           WRITE REGIMP FROM DET-TOTAL
           MOVE "PEDIDOS NAO GERADOS" TO TOT-TITULO
           MOVE WS-QTD-FALHAS TO TOT-QTD
           WRITE REGIMP FROM DET-TOTAL
           IF WS-QTD-FALHAS > WS-QTD-FAL
              MOVE "*** NAO GERADOS FORA DA LISTA" TO TOT-TITULO
              COMPUTE TOT-QTD = WS-QTD-FALHAS - WS-QTD-FAL
              WRITE REGIMP FROM DET-TOTAL
           END-IF
           MOVE "VALOR DOS PEDIDOS GERADOS" TO TVL-TITULO
           MOVE WS-VALOR-GERADO TO TVL-VALOR
           WRITE REGIMP FROM DET-TOTAL-VALOR
           .

       FORMATA-DATA.
           MOVE WS-GPP-DATA-AUX(7:2) TO WS-GPP-DATA-DIA
           MOVE WS-GPP-DATA-AUX(5:2) TO WS-GPP-DATA-MES
           MOVE WS-GPP-DATA-AUX(1:4) TO WS-GPP-DATA-ANO
           .

       GRAVA-AUDITORIA.
           MOVE FUNCTION CURRENT-DATE(1:14) TO AUD-DATA-HORA
           MOVE "GERPPG"    TO AUD-PROGRAMA
           MOVE LS-ID       TO AUD-OPERADOR
           MOVE "GERACAO"   TO AUD-OPERACAO
           MOVE WS-QTD-PEDIDOS TO AUD-CODIGO
           MOVE MENS        TO AUD-RESULTADO
           WRITE REGAUD
           .

       OPEN-ARQUIVOS.
           OPEN I-O ARQ-PEDIDO
           IF WS-RESULTADO-ACESSO NOT = "00"
               IF WS-RESULTADO-ACESSO = "05"
                  OPEN OUTPUT ARQ-PEDIDO
                  CLOSE ARQ-PEDIDO
                  OPEN I-O ARQ-PEDIDO
               END-IF
           END-IF
           OPEN INPUT ARQ-CLIENTE
           OPEN INPUT ARQ-PRODUTO
           OPEN INPUT ARQ-PRECO
      * ACORDOS, PROMOCOES E TITULOS SAO OPCIONAIS, MESMO ESQUEMA
      * DO CADPED.
           MOVE "N" TO WS-SEM-ACORDO
           OPEN INPUT ARQ-ACORDO
           IF WS-RESULTADO-ACESSO NOT = "00"
              MOVE "S" TO WS-SEM-ACORDO
              MOVE "00" TO WS-RESULTADO-ACESSO
           END-IF
           MOVE "N" TO WS-SEM-PROMO
           OPEN INPUT ARQ-PROMO
           IF WS-RESULTADO-ACESSO NOT = "00"
              MOVE "S" TO WS-SEM-PROMO
              MOVE "00" TO WS-RESULTADO-ACESSO
           END-IF
           MOVE "N" TO WS-SEM-TITULOS
           OPEN INPUT ARQ-TITULO
           IF WS-RESULTADO-ACESSO NOT = "00"
              MOVE "S" TO WS-SEM-TITULOS
              MOVE "00" TO WS-RESULTADO-ACESSO
           END-IF
           PERFORM ABRE-GRUPO
      * SEM CONTROLE DE ESTOQUE O PEDIDO ENTRA SEM RESERVA.
           MOVE "N" TO WS-SEM-ESTOQUE
           OPEN I-O ARQ-ESTOQUE
           IF WS-RESULTADO-ACESSO NOT = "00"
              MOVE "S" TO WS-SEM-ESTOQUE
              MOVE "00" TO WS-RESULTADO-ACESSO
           END-IF
      * SEM CALENDARIO DE ENTREGA A PROMESSA SEGUE O PRAZO PADRAO.
           MOVE "N" TO WS-SEM-CALENDARIO
           OPEN INPUT ARQ-CALENT
           IF WS-RESULTADO-ACESSO NOT = "00"
              MOVE "S" TO WS-SEM-CALENDARIO
              MOVE "00" TO WS-RESULTADO-ACESSO
           END-IF
           PERFORM ABRE-FERIADOS
      * SEM CADASTRO DE DOCUMENTOS NAO HA BLOQUEIO POR LICENCA.
           MOVE "N" TO WS-DOC-SEM-ARQUIVO
           OPEN INPUT ARQ-DOCCLI
           IF WS-RESULTADO-ACESSO NOT = "00"
              MOVE "S" TO WS-DOC-SEM-ARQUIVO
              MOVE "00" TO WS-RESULTADO-ACESSO
           END-IF
           .

       CLOSE-ARQUIVOS.
           CLOSE ARQ-PEDIDO
                 ARQ-CLIENTE
                 ARQ-PRODUTO
                 ARQ-PRECO
           IF WS-SEM-ACORDO NOT = "S"
              CLOSE ARQ-ACORDO
           END-IF
           IF WS-SEM-PROMO NOT = "S"
              CLOSE ARQ-PROMO
           END-IF
           IF WS-SEM-TITULOS NOT = "S"
              CLOSE ARQ-TITULO
           END-IF
           PERFORM FECHA-GRUPO
           IF WS-SEM-ESTOQUE NOT = "S"
              CLOSE ARQ-ESTOQUE
           END-IF
           IF WS-SEM-CALENDARIO NOT = "S"
              CLOSE ARQ-CALENT
           END-IF
           PERFORM FECHA-FERIADOS
           IF WS-DOC-SEM-ARQUIVO NOT = "S"
              CLOSE ARQ-DOCCLI
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

      * ITENS DE PEDIDO NO ARQUIVO PROPRIO: VER COPYBOOK,
      * COMPARTILHADO COM O CADPED/FATPED.
       COPY "copybook\SISITPGER.CPY".

      * RESERVA DE ESTOQUE DOS ITENS DO PEDIDO: VER COPYBOOK,
      * COMPARTILHADO COM CADPED/CORERR/CREDES.
       COPY "copybook\SISRSPGER.CPY".

      * CALCULA-PREVISAO-ENTREGA: VER COPYBOOK, COMPARTILHADO COM
      * CADPED/CORERR.
       COPY "copybook\SISCEPGER.CPY".

      * FERIADOS DA CIDADE NA PREVISAO DE ENTREGA: VER COPYBOOK.
       COPY "copybook\SISFRPGER.CPY".

      * LIMITE DE CREDITO DO GRUPO ECONOMICO: VER COPYBOOK,
      * COMPARTILHADO COM CADPED/IMPPED/CORERR/CREDES.
       COPY "copybook\SISGRPGER.CPY".

      * CARREGA-COMPOSICAO-KIT E RATEIA-KIT: VER COPYBOOK,
      * COMPARTILHADO POR QUEM EXPLODE OS PRODUTOS-KIT.
       COPY "copybook\SISKTPGER.CPY".

      * AVANCA-DATA-PROGRAMADA: VER COPYBOOK, COMPARTILHADO COM O
      * CADPPG.
       COPY "copybook\SISPGPGER.CPY".

      * VERIFICA-DOCUMENTOS-CLIENTE: VER COPYBOOK, COMPARTILHADO COM
      * CADPED E IMPPED.
       COPY "copybook\SISDCPGER.CPY".

      * REGISTRA-SPOOL: VER COPYBOOK, COMPARTILHADO PELOS PROGRAMAS
      * DE RELATORIO.
       COPY "copybook\SISSPPGER.CPY".

      * CARREGA-FILIAL E MONTA-CAMINHOS-FILIAL: VER COPYBOOK,
      * COMPARTILHADO POR TODOS OS PROGRAMAS DA FILIAL.
       COPY "copybook\SISFIPGER.CPY".
