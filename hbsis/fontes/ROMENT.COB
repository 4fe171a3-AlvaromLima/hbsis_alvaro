       77 WS-NOME-MANIFESTO    PIC X(100) VALUE SPACES.
       77 WS-DATA-CARGA        PIC 9(008) VALUE ZEROS.
       77 WS-VEICULO           PIC X(007) VALUE SPACES.
      * MOTORISTA ESCALADO (ARQ-MOTORISTA, VER CADMOT): PRECISA ESTAR
      * ATIVO E COM A CNH VALIDA NA DATA DA CARGA. O ROMANEIO NASCE
      * COM O ACERTO DO MOTORISTA AGUARDANDO (VER ACEMOT). AMBIENTE
      * SEM O CADASTRO DE MOTORISTAS SEGUE SEM A ESCALA.
       77 WS-MOTORISTA         PIC 9(005) VALUE ZEROS.
       77 WS-SEM-MOTORISTA     PIC X(001) VALUE "N".
      * TETO DE PARADAS DESTE ROMANEIO, ESCOLHIDO PELO OPERADOR: AS
      * NOTAS QUE NAO COUBEREM NAO ENTRAM NO ARQ-ROM E FICAM
      * DISPONIVEIS PARA O PROXIMO CAMINHAO DO DIA; E ASSIM QUE A
       77 WS-EOF               PIC X(001) VALUE "N".
       77 WS-EOF-NF            PIC X(001) VALUE "N".
       77 WS-NF-JA-CARREGADA   PIC X(001) VALUE "N".
       77 WS-EOF-RET           PIC X(001) VALUE "N".
      * A NOTA ENTRA NA CARGA PELA DATA PROMETIDA DE ENTREGA DO
      * PEDIDO (PED_DATA_PREV_ENTREGA, VER SISCEPGER.CPY): PROMESSA
      * ATE A DATA DA CARGA. PEDIDO DA BASE ANTIGA, SEM PROMESSA,
      * SEGUE A REGRA DE SEMPRE (NOTA EMITIDA NA DATA DA CARGA). A
      * NOTA COM A PROMESSA JA VENCIDA SAI "ATRASADA" NO MANIFESTO.
       77 WS-NOTA-NA-DATA      PIC X(001) VALUE "N".

      * ENTREGAS CANDIDATAS DO DIA: NOTAS ATIVAS PROMETIDAS ATE A
      * DATA (VER WS-NOTA-NA-DATA) QUE AINDA NAO ESTAO EM ROMANEIO,
      * COM O PONTO DE ENTREGA RESOLVIDO
      * (SEQUENCIA DO PEDIDO EM ARQ-ENDER QUANDO INFORMADA, SENAO O
      * PONTO EFETIVO DO CLIENTE - VER BUSCA-PONTO-CLIENTE). O
      * ROTEIRO E MONTADO POR VIZINHO MAIS PROXIMO, MESMO CALCULO DO
      * ROTVIS, PARTINDO DA PRIMEIRA ENTREGA DA LISTA. ENTRAM TAMBEM
      * AS NOTAS DEVOLVIDAS COM REENTREGA AGENDADA ATE A DATA DA CARGA
      * (ARQ-RETCARGA, VER RETCAR): WS-ENT-REENTREGA = "S", E A
      * MERCADORIA DELAS SAI DE NOVO DO ESTOQUE QUANDO A NOTA ENTRA
      * NO CAMINHAO (VER RECARREGA-NOTA).
       77 WS-QTD-ENTREGAS      PIC 9(003) VALUE ZEROS.
      * NOTA COM A NF-E REJEITADA PELA SEFAZ (NF_SITUACAO_SEFAZ "R")
      * NAO SOBE NO CAMINHAO ATE VOLTAR AUTORIZADA (VER RETNFE E A
      * LISTA DE CORRECAO DO RELNFR); A CONTAGEM E AVISADA NA TELA.
       77 WS-QTD-NFE-REJEITADA PIC 9(003) VALUE ZEROS.
       77 WS-IDX               PIC 9(003) VALUE ZEROS.
       77 WS-IDX-MELHOR        PIC 9(003) VALUE ZEROS.
       77 WS-MENOR-METROS      PIC 9(015) VALUE ZEROS.
             10 WS-ENT-LAT       PIC S9(003)V9(008).
             10 WS-ENT-LON       PIC S9(003)V9(008).
             10 WS-ENT-USADO     PIC X(001).
             10 WS-ENT-REENTREGA PIC X(001).
             10 WS-ENT-PREVISAO  PIC 9(008).

      * TOTAIS DE ITENS DA CARGA (PRODUTO X QUANTIDADE), SOMADOS DOS
      * PEDIDOS DAS NOTAS DO ROMANEIO PARA O RODAPE DO MANIFESTO.
       77 WS-PCT-PESO          PIC 9(003)V9(02) VALUE ZEROS.
       77 WS-PCT-VOLUME        PIC 9(003)V9(02) VALUE ZEROS.

      * FRETE DO ROMANEIO (VER CALCULA-FRETE): KM DO ROTEIRO PELA
      * SOMA DOS TRECHOS ENTRE AS PARADAS (O DEPOSITO NAO TEM PONTO
      * PROPRIO, ENTAO O ROTEIRO COMECA NA PRIMEIRA PARADA) X CUSTO
      * POR KM DO VEICULO, MAIS O CUSTO FIXO DO DIA SE ESTE FOR O
      * PRIMEIRO ROMANEIO DO VEICULO NA DATA. O RATEIO ENTRE AS
      * PARADAS SEGUE WCF-RATEIO-FRETE (PESO OU VALOR DA NOTA).
       77 WS-KM-TRECHO         PIC 9(005)V9(01) VALUE ZEROS.
       77 WS-KM-ROTEIRO        PIC 9(005)V9(01) VALUE ZEROS.
       77 WS-PESO-ANTES        PIC 9(009)V9(003) VALUE ZEROS.
       77 WS-FRETE-FIXO        PIC 9(005)V9(02) VALUE ZEROS.
       77 WS-FRETE-ROM         PIC 9(009)V9(02) VALUE ZEROS.
       77 WS-FRETE-ACUM        PIC 9(009)V9(02) VALUE ZEROS.
       77 WS-BASE-RATEIO       PIC 9(013)V9(03) VALUE ZEROS.
       77 WS-TIPO-RATEIO       PIC X(001) VALUE "P".
       77 WS-FIXO-COBRADO      PIC X(001) VALUE "N".
       77 WS-EOF-ROM           PIC X(001) VALUE "N".
       01 WS-TAB-PESO-PARADA.
          05 WS-PAR-PESO OCCURS 200 TIMES PIC 9(007)V9(003).

       01 MAN-FRETE.
          03 FILLER PIC X(10) VALUE "  KM ROT.:".
          03 MFRE-KM PIC ZZ.ZZ9,9.
          03 FILLER PIC X(09) VALUE "  R$/KM:".
          03 MFRE-CUSTO-KM PIC ZZ9,99.
          03 FILLER PIC X(09) VALUE "  FIXO:".
          03 MFRE-FIXO PIC ZZ.ZZ9,99.
          03 FILLER PIC X(10) VALUE "  FRETE:".
          03 MFRE-TOTAL PIC ZZZ.ZZZ.ZZ9,99.
          03 FILLER PIC X(02) VALUE SPACES.
          03 MFRE-RATEIO PIC X(015).

       01 MAN-CAPACIDADE.
          03 FILLER PIC X(12) VALUE "  PESO(KG):".
          03 MCAP-PESO PIC ZZZ.ZZZ.ZZ9,9.
          03 MCAB-DATA   PIC 9(008).
          03 FILLER PIC X(11) VALUE "  VEICULO: ".
          03 MCAB-VEICULO PIC X(007).
          03 FILLER PIC X(13) VALUE "  MOTORISTA: ".
          03 MCAB-MOTORISTA PIC 9(005).
          03 FILLER PIC X(01) VALUE SPACES.
          03 MCAB-NOME-MOT PIC X(030).

       01 MAN-DETAL.
          03 FILLER      PIC X(02) VALUE SPACES.
          03 MDET-RAZAO  PIC X(040).
          03 FILLER      PIC X(02) VALUE SPACES.
          03 MDET-VALOR  PIC ZZZ.ZZZ.ZZ9,99.
          03 FILLER      PIC X(02) VALUE SPACES.
          03 MDET-OBS    PIC X(009).

       01 MAN-TOTAL.
          03 FILLER PIC X(22) VALUE "  TOTAL DA CARGA (R$):".
        02 LINE 09 COL 10 VALUE "DATA (AAAAMMDD)      : [        ]".
        02 LINE 11 COL 10 VALUE "VEICULO (PLACA)      : [       ]".
        02 LINE 12 COL 10 VALUE "MAXIMO DE PARADAS    : [   ]".
        02 LINE 13 COL 10 VALUE "MOTORISTA (CODIGO)   : [     ]".
        02 LINE 14 COL 10 VALUE
          "AGRUPA AS NOTAS PROMETIDAS ATE A DATA SEM ROMANEIO,".
        02 LINE 15 COL 10 VALUE
          "SEQUENCIA AS PARADAS POR PROXIMIDADE E IMPRIME".
        02 LINE 16 COL 10 VALUE
          "O MANIFESTO DO CAMINHAO COM OS TOTAIS POR ITEM;".
        02 LINE 17 COL 10 VALUE
          "NOTAS ALEM DO MAXIMO FICAM PARA O PROXIMO CAMINHAO.".
        02 LINE 18 COL 10 VALUE
          "REENTREGAS AGENDADAS ATE A DATA TAMBEM ENTRAM.".
      *-----------------------------------------------------------------
       PROCEDURE DIVISION  USING LS-ID.
       INICIO.
           IF WS-MAX-PARADAS = ZEROS OR WS-MAX-PARADAS > 200
              MOVE 200 TO WS-MAX-PARADAS
           END-IF
           MOVE ZEROS TO WS-MOTORISTA
           ACCEPT WS-MOTORISTA AT 1335
           IF WS-VEICULO = SPACES
              MOVE "*** VEICULO NAO INFORMADO ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
                     END-IF
              END-READ
           END-IF
           PERFORM VERIFICA-MOTORISTA THRU VERIFICA-MOTORISTA-FIM
           IF W-SN NOT = "S"
              PERFORM CLOSE-ARQUIVOS
              EXIT PROGRAM
           END-IF
           MOVE 0 TO W-SEL
           PERFORM CONFIRMA-TELA UNTIL W-SEL > 0
           IF W-SN = "S"
              PERFORM CARREGA-ENTREGAS
              IF WS-QTD-NFE-REJEITADA > ZEROS
                 MOVE SPACES TO MENS
                 STRING "*** " WS-QTD-NFE-REJEITADA
                        " NF-E REJEITADA(S) FORA DA CARGA ***"
                     DELIMITED BY SIZE INTO MENS
                 END-STRING
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
              END-IF
              IF WS-QTD-ENTREGAS = ZEROS
                 MOVE "*** SEM NOTAS PENDENTES NA DATA ***" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
           EXIT PROGRAM
           .

      * COM O CADASTRO DE MOTORISTAS DISPONIVEL O CODIGO E
      * OBRIGATORIO: MOTORISTA ATIVO E COM CNH VALIDA NA DATA DA
      * CARGA (MESMA REGRA DA PLACA NO CADASTRO DE VEICULOS).
       VERIFICA-MOTORISTA.
           MOVE "S" TO W-SN
           MOVE SPACES TO MOT_NOME
           IF WS-SEM-MOTORISTA = "S"
              GO TO VERIFICA-MOTORISTA-FIM
           END-IF
           MOVE "N" TO W-SN
           IF WS-MOTORISTA = ZEROS
              MOVE "*** MOTORISTA NAO INFORMADO ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO VERIFICA-MOTORISTA-FIM
           END-IF
           MOVE WS-MOTORISTA TO MOT_CODIGO
           READ ARQ-MOTORISTA
               INVALID KEY
                  MOVE "*** MOTORISTA NAO CADASTRADO ***" TO MENS
                  PERFORM ROT-MENS THRU ROT-MENS-FIM
                  GO TO VERIFICA-MOTORISTA-FIM
           END-READ
           IF MOT_STATUS NOT = "A"
              MOVE "*** MOTORISTA NAO ESTA ATIVO ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO VERIFICA-MOTORISTA-FIM
           END-IF
           IF MOT_VALIDADE_CNH < WS-DATA-CARGA
              MOVE "*** CNH DO MOTORISTA VENCIDA ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO VERIFICA-MOTORISTA-FIM
           END-IF
           DISPLAY MOT_NOME AT 1342
           MOVE "S" TO W-SN
           .
       VERIFICA-MOTORISTA-FIM.
           EXIT.

      * CANDIDATAS: NOTAS ATIVAS PROMETIDAS ATE A DATA QUE AINDA NAO
      * APARECEM EM NENHUM ROMANEIO (CHAVE ALTERNATIVA ROM_NF), COM O
      * PONTO DE ENTREGA RESOLVIDO NA CARGA DA TABELA; DEPOIS, AS
      * REENTREGAS.
       CARREGA-ENTREGAS.
           MOVE ZEROS TO WS-QTD-ENTREGAS WS-QTD-NFE-REJEITADA
           MOVE "N"   TO WS-EOF-NF
           MOVE ZEROS TO NF_NUMERO
           START ARQ-NF
                   MOVE "Y" TO WS-EOF-NF
               END-READ
               IF WS-EOF-NF = "N"
                  IF NF_DATA_EMISSAO NOT > WS-DATA-CARGA AND
                     NF_SITUACAO NOT = "C" AND
                     WS-QTD-ENTREGAS < 200
                     PERFORM VERIFICA-PREVISAO-NOTA
                     IF WS-NOTA-NA-DATA = "S"
                        PERFORM VERIFICA-NF-CARREGADA
                        IF WS-NF-JA-CARREGADA = "N"
                           IF NF_SITUACAO_SEFAZ = "R"
                              ADD 1 TO WS-QTD-NFE-REJEITADA
                           ELSE
                              PERFORM CARREGA-UMA-ENTREGA
                           END-IF
                        END-IF
                     END-IF
                  END-IF
               END-IF
           END-PERFORM
           IF WS-SEM-RETORNO NOT = "S"
              PERFORM CARREGA-REENTREGAS
           END-IF
           .

      * NOTA DEVOLVIDA JA ESTA NUM ROMANEIO ANTERIOR (POR ISSO A
      * VARREDURA ACIMA NAO A PEGA): VEM DO CABECALHO DE RETORNO
      * "R" COM A REENTREGA AGENDADA ATE A DATA DA CARGA.
       CARREGA-REENTREGAS.
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
                  IF RET_SEQ = ZEROS AND RET_SITUACAO = "R" AND
                     RET_DATA_REENTREGA NOT > WS-DATA-CARGA AND
                     WS-QTD-ENTREGAS < 200
                     MOVE RET_NF TO NF_NUMERO
                     READ ARQ-NF
                         INVALID KEY
                            CONTINUE
                         NOT INVALID KEY
                            IF NF_SITUACAO NOT = "C"
                               IF NF_SITUACAO_SEFAZ = "R"
                                  ADD 1 TO WS-QTD-NFE-REJEITADA
                               ELSE
                                  PERFORM CARREGA-UMA-ENTREGA
                                  MOVE "S" TO
                                     WS-ENT-REENTREGA(WS-QTD-ENTREGAS)
                               END-IF
                            END-IF
                     END-READ
                  END-IF
               END-IF
           END-PERFORM
           MOVE "00" TO WS-RESULTADO-ACESSO
           .

      * PROMESSA DO PEDIDO DA NOTA ATE A DATA DA CARGA; SEM
      * PROMESSA (BASE ANTIGA), SO A NOTA EMITIDA NA PROPRIA DATA.
       VERIFICA-PREVISAO-NOTA.
           MOVE "N" TO WS-NOTA-NA-DATA
           MOVE NF_NUMERO_PEDIDO TO PED_NUMERO_PEDIDO
           READ ARQ-PEDIDO
               INVALID KEY
                  MOVE ZEROS TO PED_DATA_PREV_ENTREGA
           END-READ
           IF PED_DATA_PREV_ENTREGA > ZEROS
              IF PED_DATA_PREV_ENTREGA NOT > WS-DATA-CARGA
                 MOVE "S" TO WS-NOTA-NA-DATA
              END-IF
           ELSE
              IF NF_DATA_EMISSAO = WS-DATA-CARGA
                 MOVE "S" TO WS-NOTA-NA-DATA
              END-IF
           END-IF
           MOVE "00" TO WS-RESULTADO-ACESSO
           .

       VERIFICA-NF-CARREGADA.
           MOVE NF_CODIGO_CLIENTE TO WS-ENT-CLIENTE(WS-QTD-ENTREGAS)
           MOVE NF_VALOR_TOTAL    TO WS-ENT-VALOR(WS-QTD-ENTREGAS)
           MOVE "N"               TO WS-ENT-USADO(WS-QTD-ENTREGAS)
           MOVE "N"             TO WS-ENT-REENTREGA(WS-QTD-ENTREGAS)
           MOVE NF_CODIGO_CLIENTE TO CLI_CODIGO_CLIENTE
           READ ARQ-CLIENTE
               INVALID KEY
      * VER BUSCA-PONTO-CLIENTE EM SISPTPGER.CPY).
       RESOLVE-PONTO-ENTREGA.
           PERFORM BUSCA-PONTO-CLIENTE
           MOVE ZEROS TO WS-ENT-PREVISAO(WS-QTD-ENTREGAS)
           MOVE WS-ENT-PEDIDO(WS-QTD-ENTREGAS) TO PED_NUMERO_PEDIDO
           READ ARQ-PEDIDO
               INVALID KEY
                  CONTINUE
               NOT INVALID KEY
                  MOVE PED_DATA_PREV_ENTREGA
                    TO WS-ENT-PREVISAO(WS-QTD-ENTREGAS)
                  IF PED_SEQ_ENDERECO > ZEROS AND
                     WS-SEM-ENDER NOT = "S"
                     MOVE PED_CODIGO_CLIENTE TO END_CODIGO_CLIENTE
           MOVE WS-PROXIMO-ROM TO MCAB-NUMERO
           MOVE WS-DATA-CARGA  TO MCAB-DATA
           MOVE WS-VEICULO     TO MCAB-VEICULO
           MOVE WS-MOTORISTA   TO MCAB-MOTORISTA
           MOVE MOT_NOME       TO MCAB-NOME-MOT
           WRITE REGMANIF FROM MAN-CABEC
           MOVE SPACES TO REGMANIF
           WRITE REGMANIF
                         WS-QTD-PRODUTOS
                         WS-PESO-CARGA
                         WS-VOLUME-CARGA
                         WS-KM-ROTEIRO
           MOVE WS-ENT-LAT(1) TO WS-PONTO-LAT
           MOVE WS-ENT-LON(1) TO WS-PONTO-LON
           PERFORM PROXIMA-PARADA
               UNTIL WS-SEQ-PARADA = WS-QTD-ENTREGAS OR
                     WS-SEQ-PARADA = WS-MAX-PARADAS

           PERFORM CALCULA-FRETE
      * CABECALHO DO ROMANEIO (SEQ 000) COM OS TOTAIS DA CARGA.
           MOVE SPACES TO REGROM
           MOVE WS-PROXIMO-ROM TO ROM_NUMERO
           MOVE WS-VEICULO     TO ROM_VEICULO
           MOVE ZEROS          TO ROM_NF ROM_CLIENTE
           MOVE WS-VALOR-CARGA TO ROM_VALOR
           MOVE WS-KM-ROTEIRO  TO ROM_KM
           MOVE WS-PESO-CARGA  TO ROM_PESO
           MOVE WS-FRETE-ROM   TO ROM_FRETE
           WRITE REGROM
           PERFORM RATEIA-FRETE
           PERFORM ABRE-ACERTO-ROMANEIO

           MOVE SPACES TO REGMANIF
           WRITE REGMANIF
           MOVE WS-VALOR-CARGA TO MTOT-VALOR
           WRITE REGMANIF FROM MAN-TOTAL
           MOVE WS-KM-ROTEIRO  TO MFRE-KM
           MOVE WS-FRETE-FIXO  TO MFRE-FIXO
           MOVE WS-FRETE-ROM   TO MFRE-TOTAL
           MOVE ZEROS          TO MFRE-CUSTO-KM
           IF WS-TEM-CAPACIDADE = "S"
              MOVE VEI_CUSTO_KM TO MFRE-CUSTO-KM
           END-IF
           IF WS-TIPO-RATEIO = "P"
              MOVE "RATEIO P/ PESO" TO MFRE-RATEIO
           ELSE
              MOVE "RATEIO P/ VALOR" TO MFRE-RATEIO
           END-IF
           WRITE REGMANIF FROM MAN-FRETE
      * O QUE NAO COUBE NO TETO DE PARADAS NAO FOI GRAVADO NO
      * ARQ-ROM E CONTINUA CANDIDATO NA PROXIMA MONTAGEM DO DIA.
           COMPUTE WS-QTD-RESTANTES =
           CLOSE ARQ-MANIF
           .

      * O ACERTO DO MOTORISTA NASCE COM O ROMANEIO, AGUARDANDO A
      * VOLTA DO CAMINHAO (AS NOTAS SO ENTRAM NO ACERTO, VER ACEMOT).
       ABRE-ACERTO-ROMANEIO.
           MOVE SPACES TO REGACE
           MOVE WS-PROXIMO-ROM TO ACE_ROMANEIO
           MOVE ZEROS          TO ACE_SEQ
           MOVE WS-MOTORISTA   TO ACE_MOTORISTA
           MOVE WS-DATA-CARGA  TO ACE_DATA_ROMANEIO
           MOVE WS-VEICULO     TO ACE_VEICULO
           MOVE ZEROS          TO ACE_NF ACE_CLIENTE
                                  ACE_VALOR_RECUSADO
                                  ACE_VALOR_DINHEIRO
                                  ACE_VALOR_CHEQUE
                                  ACE_VASILHAME_SAIDA
                                  ACE_VASILHAME_RETORNO
                                  ACE_DIFERENCA
                                  ACE_VALOR_QUITADO
                                  ACE_DATA_ACERTO
           MOVE WS-VALOR-CARGA TO ACE_VALOR_NOTA
           MOVE LS-ID          TO ACE_OPERADOR
           MOVE "A"            TO ACE_SITUACAO
           WRITE REGACE
           MOVE "00" TO WS-RESULTADO-ACESSO
           .

      * FECHAMENTO DA CONFERENCIA DE CAPACIDADE: PESO/VOLUME DA
      * CARGA, OCUPACAO PERCENTUAL DO CAMINHAO NO DIA E O AVISO
      * QUANDO ALGUMA CAPACIDADE FOI EXCEDIDA.

           IF WS-IDX-MELHOR > ZEROS
              ADD 1 TO WS-SEQ-PARADA
      * KM DO TRECHO DESDE A PARADA ANTERIOR (A PRIMEIRA PARADA E O
      * PONTO DE PARTIDA DO ROTEIRO, TRECHO ZERO).
              COMPUTE WS-KM-TRECHO ROUNDED = WS-MENOR-METROS / 1000
              ADD WS-KM-TRECHO TO WS-KM-ROTEIRO
              MOVE "S" TO WS-ENT-USADO(WS-IDX-MELHOR)
              MOVE WS-ENT-LAT(WS-IDX-MELHOR) TO WS-PONTO-LAT
              MOVE WS-ENT-LON(WS-IDX-MELHOR) TO WS-PONTO-LON
              MOVE WS-ENT-NF(WS-IDX-MELHOR)      TO ROM_NF
              MOVE WS-ENT-CLIENTE(WS-IDX-MELHOR) TO ROM_CLIENTE
              MOVE WS-ENT-VALOR(WS-IDX-MELHOR)   TO ROM_VALOR
              MOVE WS-KM-TRECHO   TO ROM_KM
              MOVE ZEROS          TO ROM_PESO ROM_FRETE
              WRITE REGROM

              MOVE WS-SEQ-PARADA TO MDET-SEQ
              MOVE WS-ENT-CLIENTE(WS-IDX-MELHOR) TO MDET-CLIENTE
              MOVE WS-ENT-RAZAO(WS-IDX-MELHOR)   TO MDET-RAZAO
              MOVE WS-ENT-VALOR(WS-IDX-MELHOR)   TO MDET-VALOR
              MOVE SPACES TO MDET-OBS
              IF WS-ENT-PREVISAO(WS-IDX-MELHOR) > ZEROS AND
                 WS-ENT-PREVISAO(WS-IDX-MELHOR) < WS-DATA-CARGA
                 MOVE "ATRASADA" TO MDET-OBS
              END-IF
              IF WS-ENT-REENTREGA(WS-IDX-MELHOR) = "S"
                 MOVE "REENTREGA" TO MDET-OBS
                 PERFORM RECARREGA-NOTA
              END-IF
              WRITE REGMANIF FROM MAN-DETAL

              MOVE WS-PESO-CARGA TO WS-PESO-ANTES
              PERFORM ACUMULA-ITENS-PARADA
              COMPUTE WS-PAR-PESO(WS-SEQ-PARADA) =
                  WS-PESO-CARGA - WS-PESO-ANTES
           END-IF
           .

      * FRETE DO ROMANEIO: KM DO ROTEIRO X R$/KM DO VEICULO + CUSTO
      * FIXO DIARIO. O FIXO E DO DIA, NAO DA VIAGEM: SE O VEICULO JA
      * SAIU EM OUTRO ROMANEIO NA MESMA DATA, ESTE LEVA SO O KM.
      * AMBIENTE SEM CADASTRO DE VEICULOS FICA COM FRETE ZERO.
       CALCULA-FRETE.
           MOVE ZEROS TO WS-FRETE-FIXO WS-FRETE-ROM
           IF WS-TEM-CAPACIDADE = "S"
              PERFORM VERIFICA-FIXO-COBRADO
              IF WS-FIXO-COBRADO = "N"
                 MOVE VEI_CUSTO_FIXO_DIA TO WS-FRETE-FIXO
              END-IF
              COMPUTE WS-FRETE-ROM ROUNDED =
                  WS-KM-ROTEIRO * VEI_CUSTO_KM + WS-FRETE-FIXO
           END-IF
           .

      * CABECALHOS (SEQ 000) DE OUTROS ROMANEIOS DO MESMO VEICULO NA
      * DATA DA CARGA (O CABECALHO DESTE AINDA NAO FOI GRAVADO).
       VERIFICA-FIXO-COBRADO.
           MOVE "N"   TO WS-FIXO-COBRADO
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
                  IF ROM_SEQ = ZEROS AND
                     ROM_DATA = WS-DATA-CARGA AND
                     ROM_VEICULO = WS-VEICULO AND
                     ROM_NUMERO NOT = WS-PROXIMO-ROM
                     MOVE "S" TO WS-FIXO-COBRADO
                     MOVE "Y" TO WS-EOF-ROM
                  END-IF
               END-IF
           END-PERFORM
           MOVE "00" TO WS-RESULTADO-ACESSO
           .

      * RATEIO DO FRETE ENTRE AS PARADAS JA GRAVADAS: PELO PESO DA
      * NOTA (WS-PAR-PESO, SOMADO DOS ITENS EM ACUMULA-UM-ITEM) OU
      * PELO VALOR DA NOTA. CARGA SEM PESO CADASTRADO CAI NO VALOR;
      * SEM VALOR, PARTES IGUAIS. A ULTIMA PARADA FICA COM O RESTO,
      * PARA A SOMA DAS PARTES FECHAR COM O FRETE DO CABECALHO.
       RATEIA-FRETE.
           MOVE WCF-RATEIO-FRETE TO WS-TIPO-RATEIO
           IF WS-TIPO-RATEIO = "P" AND WS-PESO-CARGA = ZEROS
              MOVE "V" TO WS-TIPO-RATEIO
           END-IF
           IF WS-TIPO-RATEIO = "P"
              MOVE WS-PESO-CARGA  TO WS-BASE-RATEIO
           ELSE
              MOVE "V"            TO WS-TIPO-RATEIO
              MOVE WS-VALOR-CARGA TO WS-BASE-RATEIO
           END-IF
           MOVE ZEROS TO WS-FRETE-ACUM
           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-SEQ-PARADA
              MOVE WS-PROXIMO-ROM TO ROM_NUMERO
              MOVE WS-IDX         TO ROM_SEQ
              READ ARQ-ROM WITH LOCK
              IF WS-RESULTADO-ACESSO = "00"
                 MOVE WS-PAR-PESO(WS-IDX) TO ROM_PESO
                 IF WS-IDX = WS-SEQ-PARADA
                    COMPUTE ROM_FRETE = WS-FRETE-ROM - WS-FRETE-ACUM
                 ELSE
                    IF WS-BASE-RATEIO = ZEROS
                       COMPUTE ROM_FRETE ROUNDED =
                           WS-FRETE-ROM / WS-SEQ-PARADA
                    ELSE
                       IF WS-TIPO-RATEIO = "P"
                          COMPUTE ROM_FRETE ROUNDED =
                              WS-FRETE-ROM * WS-PAR-PESO(WS-IDX)
                              / WS-BASE-RATEIO
                       ELSE
                          COMPUTE ROM_FRETE ROUNDED =
                              WS-FRETE-ROM * ROM_VALOR
                              / WS-BASE-RATEIO
                       END-IF
                    END-IF
                    IF WS-FRETE-ACUM + ROM_FRETE > WS-FRETE-ROM
                       COMPUTE ROM_FRETE =
                           WS-FRETE-ROM - WS-FRETE-ACUM
                    END-IF
                 END-IF
                 ADD ROM_FRETE TO WS-FRETE-ACUM
                 REWRITE REGROM
                 UNLOCK ARQ-ROM
              END-IF
           END-PERFORM
           MOVE "00" TO WS-RESULTADO-ACESSO
           .

      * A NOTA DEVOLVIDA VOLTA PARA O CAMINHAO: O RETORNO PASSA A
      * "E" (RECARREGADA NESTE ROMANEIO, NA DATA DA CARGA) E OS ITENS
      * QUE O RETCAR DEVOLVEU AO ESTOQUE SAEM DE NOVO (SALDO E
      * RESERVA, KARDEX "REE", LOTES DA NOTA).
       RECARREGA-NOTA.
           MOVE WS-ENT-NF(WS-IDX-MELHOR) TO RET_NF
           MOVE ZEROS                    TO RET_SEQ
           READ ARQ-RETCARGA WITH LOCK
           IF WS-RESULTADO-ACESSO = "00"
              MOVE "E"            TO RET_SITUACAO
              MOVE WS-DATA-CARGA  TO RET_DATA_REENTREGA
              MOVE WS-PROXIMO-ROM TO RET_ROMANEIO_REENTREGA
              MOVE LS-ID          TO RET_OPERADOR
              REWRITE REGRET
              UNLOCK ARQ-RETCARGA
              MOVE WS-ENT-NF(WS-IDX-MELHOR) TO WS-RTN-NF
              MOVE -1 TO WS-RTN-SINAL
              PERFORM MOVIMENTA-RETORNO-NOTA
           END-IF
           MOVE "00" TO WS-RESULTADO-ACESSO
           .

      * SOMA OS ITENS DA PARADA NOS TOTAIS POR PRODUTO DO MANIFESTO,
      * RATEADOS PELA PROPORCAO DA NOTA (VER CALCULA-FATOR-PARADA):
      * O CAMINHAO LEVA O QUE A NOTA DESTA PARADA FATUROU, NAO O
           MOVE WS-PROXIMO-ROM TO AUD-CODIGO
           MOVE SPACES     TO AUD-RESULTADO
           STRING "VEICULO " WS-VEICULO " PARADAS " WS-SEQ-PARADA
                  " MOTORISTA " WS-MOTORISTA
               DELIMITED BY SIZE INTO AUD-RESULTADO
           END-STRING
           WRITE REGAUD
              MOVE "S" TO WS-SEM-VEICULO
              MOVE "00" TO WS-RESULTADO-ACESSO
           END-IF
      * O CADASTRO DE MOTORISTAS TAMBEM E OPCIONAL (SEM ELE NAO HA
      * ESCALA); O ACERTO E CRIADO NA PRIMEIRA VEZ.
           MOVE "N" TO WS-SEM-MOTORISTA
           OPEN INPUT ARQ-MOTORISTA
           IF WS-RESULTADO-ACESSO NOT = "00"
              MOVE "S" TO WS-SEM-MOTORISTA
              MOVE "00" TO WS-RESULTADO-ACESSO
           END-IF
           OPEN I-O ARQ-ACERTO
           IF WS-RESULTADO-ACESSO = "05"
              OPEN OUTPUT ARQ-ACERTO
              CLOSE ARQ-ACERTO
              OPEN I-O ARQ-ACERTO
           END-IF
           MOVE "00" TO WS-RESULTADO-ACESSO
      * REENTREGAS (ARQ-RETCARGA, VER RETCAR): SEM O ARQUIVO NAO HA
      * NOTA DEVOLVIDA A RECARREGAR. A RECARGA MEXE NO ESTOQUE E NOS
      * LOTES, TAMBEM OPCIONAIS.
           MOVE "N" TO WS-SEM-RETORNO
           OPEN I-O ARQ-RETCARGA
           IF WS-RESULTADO-ACESSO NOT = "00"
              MOVE "S" TO WS-SEM-RETORNO
              MOVE "00" TO WS-RESULTADO-ACESSO
           END-IF
           MOVE "N" TO WS-SEM-ESTOQUE
           OPEN I-O ARQ-ESTOQUE
           IF WS-RESULTADO-ACESSO NOT = "00"
              MOVE "S" TO WS-SEM-ESTOQUE
              MOVE "00" TO WS-RESULTADO-ACESSO
           ELSE
              PERFORM ABRE-KARDEX
              MOVE "ROMENT" TO WS-KDX-PROGRAMA
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
           OPEN I-O ARQ-ROM
           IF WS-RESULTADO-ACESSO NOT = "00"
               IF WS-RESULTADO-ACESSO = "05"
                 ARQ-CLIENTE
                 ARQ-PRODUTO
                 ARQ-ROM
                 ARQ-ACERTO
                 ARQ-AUD
           IF WS-SEM-ENDER NOT = "S"
              CLOSE ARQ-ENDER
           IF WS-SEM-VEICULO NOT = "S"
              CLOSE ARQ-VEICULO
           END-IF
           IF WS-SEM-MOTORISTA NOT = "S"
              CLOSE ARQ-MOTORISTA
           END-IF
           IF WS-SEM-RETORNO NOT = "S"
              CLOSE ARQ-RETCARGA
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

       CONFIRMA-TELA.
      * COMPARTILHADO COM O CADPED/FATPED.
       COPY "copybook\SISITPGER.CPY".

      * MOVIMENTA-RETORNO-NOTA: VER COPYBOOK, COMPARTILHADO COM
      * RETCAR/ESTNF.
       COPY "copybook\SISRTPGER.CPY".

      * GRAVA-MOVIMENTO-ESTOQUE E ABRE-KARDEX: VER COPYBOOK,
      * COMPARTILHADO POR TODOS OS PROGRAMAS QUE MEXEM NO ESTOQUE.
       COPY "copybook\SISKXPGER.CPY".

      * CARREGA-COMPOSICAO-KIT E RATEIA-KIT: VER COPYBOOK,
      * COMPARTILHADO POR QUEM EXPLODE OS PRODUTOS-KIT.
       COPY "copybook\SISKTPGER.CPY".

      * CARREGA-FILIAL E MONTA-CAMINHOS-FILIAL: VER COPYBOOK,
      * COMPARTILHADO POR TODOS OS PROGRAMAS DA FILIAL.
       COPY "copybook\SISFIPGER.CPY".
