           DISPLAY TELA-CONDPAG.
           PERFORM ENTRA-CODIGO UNTIL W-SEL > 0
           IF W-SEL = 2
              PERFORM GUARDA-PRAZOS
              MOVE 0 TO W-SEL
              PERFORM ENTRA-DADOS UNTIL W-SEL > 0
              MOVE 0 TO W-SEL
              PERFORM ALTERA-DADOS UNTIL W-SEL > 0
              PERFORM RETEM-PRAZOS
              PERFORM REGRAVACAO
              IF W-SN = "S"
                 PERFORM GRAVA-AUDITORIA
                 PERFORM PEDE-APROVACAO-PRAZOS
              END-IF
              UNLOCK ARQ-CONDPAG
              .
           END-IF
           .

      * PARCELAS E PRAZOS DA CONDICAO SO MUDAM COM DUPLA APROVACAO
      * (VER SISAPPGER.CPY E APRCAD); DESCRICAO E STATUS CONTINUAM
      * VALENDO NA HORA. GUARDA-PRAZOS FOTOGRAFA OS PRAZOS LIDOS;
      * RETEM-PRAZOS DEVOLVE ESSES PRAZOS AO REGISTRO QUANDO O
      * OPERADOR OS MUDOU, E PEDE-APROVACAO-PRAZOS GRAVA A SOLICITACAO
      * DEPOIS DA REGRAVACAO.
       GUARDA-PRAZOS.
           MOVE CPG_QTD_PARCELAS TO WS-APV-PARC-ANTERIOR
           PERFORM VARYING WS-PARC-IDX FROM 1 BY 1
                   UNTIL WS-PARC-IDX > 12
              MOVE CPG_DIAS_PRAZO(WS-PARC-IDX)
                TO WS-APV-DIAS-ANTERIOR(WS-PARC-IDX)
           END-PERFORM
           .

       RETEM-PRAZOS.
           MOVE SPACES TO WS-APV-TIPO
           MOVE CPG_QTD_PARCELAS TO WS-APV-PARC-NOVO
           PERFORM VARYING WS-PARC-IDX FROM 1 BY 1
                   UNTIL WS-PARC-IDX > 12
              MOVE CPG_DIAS_PRAZO(WS-PARC-IDX)
                TO WS-APV-DIAS-NOVO(WS-PARC-IDX)
           END-PERFORM
           IF W-SN = "S" AND WS-APV-NOVO NOT = WS-APV-ANTERIOR
              MOVE "T"        TO WS-APV-TIPO
              MOVE CPG_CODIGO TO WS-APV-CODIGO
              MOVE SPACES     TO WS-APV-SUBTIPO
              MOVE WS-APV-PARC-ANTERIOR TO CPG_QTD_PARCELAS
              PERFORM VARYING WS-PARC-IDX FROM 1 BY 1
                      UNTIL WS-PARC-IDX > 12
                 MOVE WS-APV-DIAS-ANTERIOR(WS-PARC-IDX)
                   TO CPG_DIAS_PRAZO(WS-PARC-IDX)
              END-PERFORM
           END-IF
           .

       PEDE-APROVACAO-PRAZOS.
           IF WS-APV-TIPO = "T"
              PERFORM SOLICITA-APROVACAO
              PERFORM MENSAGEM-APROVACAO
              PERFORM GRAVA-AUDITORIA
              PERFORM ROT-MENS THRU ROT-MENS-FIM
           END-IF
           .

       GRAVA-AUDITORIA.
           MOVE FUNCTION CURRENT-DATE(1:14) TO AUD-DATA-HORA
           MOVE "CADCPG"     TO AUD-PROGRAMA
                  EXIT PROGRAM
                  .
           PERFORM OPEN-AUDITORIA
           PERFORM ABRE-APROVACAO
           .

      * ARQ-AUD E CUMULATIVO ENTRE EXECUCOES (OPEN EXTEND); SO CRIA O
       CLOSE-CONDPAG.
           CLOSE ARQ-CONDPAG
           CLOSE ARQ-AUD
           PERFORM FECHA-APROVACAO
           .

      **********************
      * CARREGA-FILIAL E MONTA-CAMINHOS-FILIAL: VER COPYBOOK,
      * COMPARTILHADO POR TODOS OS PROGRAMAS DA FILIAL.
       COPY "copybook\SISFIPGER.CPY".

      * SOLICITA-APROVACAO E ABRE/FECHA-APROVACAO: VER COPYBOOK,
      * COMPARTILHADO COM CADCLI, CADVEN, CADPRO E APRCAD.
       COPY "copybook\SISAPPGER.CPY".
