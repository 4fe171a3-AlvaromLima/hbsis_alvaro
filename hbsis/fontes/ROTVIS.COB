             10 WS-ROTA-USADO    PIC X(001).
             10 WS-ROTA-CLASSE   PIC X(001).
             10 WS-ROTA-PRIORI   PIC X(001).
             10 WS-ROTA-UF       PIC X(002).
             10 WS-ROTA-CIDADE   PIC X(020).
             10 WS-ROTA-FERIADO  PIC X(001) OCCURS 5 TIMES.

      * PONTO CORRENTE DO ROTEIRO (COMECA NO VENDEDOR E VAI SALTANDO
      * DE CLIENTE EM CLIENTE) E OS CONTROLES DO DIA.
      * RELINA): CLIENTE ESFRIANDO ENTRA NA FRENTE DE TODO O RESTO
      * DO DIA, ANTES MESMO DA CLASSE "A".
       77 WS-SEM-PRIORI        PIC X(001) VALUE "N".

      * ROTEIRO PLANEJADO GRAVADO PARADA A PARADA EM ARQ-ROTPLA, PARA
      * O CALKMV COMPARAR O KM PLANEJADO COM O KM REAL DO CHECK-IN.
      * GERAR A SEMANA DE NOVO APAGA ANTES AS PARADAS DAQUELES DIAS.
       77 WS-SEM-ROTPLA        PIC X(001) VALUE "N".
       77 WS-EOF-RPL           PIC X(001) VALUE "N".

      * FERIADOS DA SEMANA (ARQ-FERIADO, VER CADFER): FERIADO
      * NACIONAL TIRA O DIA DO CALENDARIO ("F", COMO A AUSENCIA DA
      * AGENDA); NOS DIAS COM FERIADO ESTADUAL OU MUNICIPAL EM
      * ALGUM LUGAR (WS-DIA-FERIADO-LOCAL = "S") CADA CLIENTE E
      * CONFERIDO PELA SUA UF/CIDADE NA CARGA (WS-ROTA-FERIADO) E
      * NAO E VISITADO NO FERIADO DA SUA CIDADE.
       77 WS-DIA-FER           PIC 9(001) VALUE ZEROS.
       77 WS-SEM-CANDIDATO     PIC X(001) VALUE "N".
       01 WS-TAB-SEMANA.
          05 WS-SEMANA-DIA OCCURS 5 TIMES.
             10 WS-DIA-DATA      PIC 9(008).
             10 WS-DIA-DISPONIVEL PIC X(001).
             10 WS-DIA-FERIADO-LOCAL PIC X(001).

       01 ROTA-CABEC.
          03 FILLER PIC X(17) VALUE "ROTA DO VENDEDOR ".
                          TO WS-ROTA-CLASSE(WS-QTD-CLIENTES)
                        MOVE "N"
                          TO WS-ROTA-PRIORI(WS-QTD-CLIENTES)
                        MOVE CLI_ENDERECO_UF
                          TO WS-ROTA-UF(WS-QTD-CLIENTES)
                        MOVE CLI_ENDERECO_CIDADE
                          TO WS-ROTA-CIDADE(WS-QTD-CLIENTES)
                        PERFORM MARCA-FERIADOS-CLIENTE
                        IF WS-SEM-PRIORI NOT = "S"
                           MOVE CLI_CODIGO_CLIENTE
                             TO PRI_CODIGO_CLIENTE
                             TO WS-ROTA-CLASSE(WS-QTD-CLIENTES)
                           MOVE "N"
                             TO WS-ROTA-PRIORI(WS-QTD-CLIENTES)
                           MOVE PSP_UF
                             TO WS-ROTA-UF(WS-QTD-CLIENTES)
                           MOVE PSP_CIDADE
                             TO WS-ROTA-CIDADE(WS-QTD-CLIENTES)
                           PERFORM MARCA-FERIADOS-CLIENTE
                           IF PSP_LATITUDE = ZEROS AND
                              PSP_LONGITUDE = ZEROS
                              MOVE "Z" TO
           END-IF
           .

      * FERIADO DA UF/CIDADE DO CLIENTE (OU PROSPECT) RECEM-CARREGADO
      * NA TABELA, DIA A DIA DA SEMANA; SO CONSULTA O CALENDARIO NOS
      * DIAS QUE TEM ALGUM FERIADO LOCAL CADASTRADO.
       MARCA-FERIADOS-CLIENTE.
           PERFORM VARYING WS-DIA-FER FROM 1 BY 1 UNTIL WS-DIA-FER > 5
              MOVE "N" TO WS-ROTA-FERIADO(WS-QTD-CLIENTES WS-DIA-FER)
              IF WS-DIA-FERIADO-LOCAL(WS-DIA-FER) = "S"
                 MOVE WS-DIA-DATA(WS-DIA-FER)        TO WS-FER-DATA
                 MOVE WS-ROTA-UF(WS-QTD-CLIENTES)     TO WS-FER-UF
                 MOVE WS-ROTA-CIDADE(WS-QTD-CLIENTES) TO WS-FER-CIDADE
                 PERFORM VERIFICA-FERIADO
                 MOVE WS-FER-FERIADO
                   TO WS-ROTA-FERIADO(WS-QTD-CLIENTES WS-DIA-FER)
              END-IF
           END-PERFORM
           .

      * DECIDE SE O CLIENTE EM REGCLI ENTRA NO CALENDARIO DESTA
      * SEMANA, PELA FREQUENCIA DO CADASTRO (BRANCO = SEMANAL).
       AVALIA-FREQUENCIA.
           .

      * MONTA O CALENDARIO DA SEMANA SEGUINTE (SEGUNDA A SEXTA) E
      * MARCA OS DIAS EM QUE O VENDEDOR ESTA AUSENTE PELA AGENDA E
      * OS FERIADOS NACIONAIS.
       MONTA-CALENDARIO-SEMANA.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-DATA-HOJE
           COMPUTE WS-HOJE-INTEIRO =
              COMPUTE WS-DIA-DATA(WS-DIA) =
                  FUNCTION DATE-OF-INTEGER(WS-DIA-INTEIRO)
              MOVE "S" TO WS-DIA-DISPONIVEL(WS-DIA)
              MOVE "N" TO WS-DIA-FERIADO-LOCAL(WS-DIA)
              PERFORM VERIFICA-AUSENCIA-DIA
              IF WS-DIA-DISPONIVEL(WS-DIA) = "S"
                 PERFORM VERIFICA-FERIADO-DIA
              END-IF
              IF WS-DIA-DISPONIVEL(WS-DIA) = "S"
                 ADD 1 TO WS-DIAS-DISPONIVEIS
              END-IF
           END-PERFORM
           .

      * FERIADO NACIONAL NA DATA: DIA FORA DO CALENDARIO. SENAO, SE
      * HA FERIADO ESTADUAL/MUNICIPAL EM ALGUM LUGAR, O DIA FICA
      * MARCADO PARA A CONFERENCIA CLIENTE A CLIENTE.
       VERIFICA-FERIADO-DIA.
           MOVE WS-DIA-DATA(WS-DIA) TO WS-FER-DATA
           MOVE SPACES TO WS-FER-UF WS-FER-CIDADE
           PERFORM VERIFICA-FERIADO
           IF WS-FER-FERIADO = "S"
              MOVE "F" TO WS-DIA-DISPONIVEL(WS-DIA)
           ELSE
              PERFORM EXISTE-FERIADO-NA-DATA
              MOVE WS-FER-EXISTE TO WS-DIA-FERIADO-LOCAL(WS-DIA)
           END-IF
           .

      * O DIA FICA INDISPONIVEL QUANDO A AGENDA DO VENDEDOR TEM UM
      * PERIODO DE AUSENCIA COBRINDO A DATA (MESMA LEITURA QUE O
      * DISTVEN FAZ NO READ-VENDEDOR).
           MOVE ZEROS TO WS-QTD-ROTEADOS
                         WS-SEQ-DIA
                         WS-METROS-DIA
           PERFORM LIMPA-ROTA-PLANEJADA

           PERFORM VARYING WS-DIA FROM 1 BY 1 UNTIL WS-DIA > 5
              PERFORM INICIA-DIA
              EVALUATE WS-DIA-DISPONIVEL(WS-DIA)
                WHEN "N"
                 MOVE "  AUSENCIA DO VENDEDOR (AGENDA)" TO REGROTA
                 WRITE REGROTA
                 MOVE SPACES TO REGROTA
                 WRITE REGROTA
                WHEN "F"
                 MOVE "  FERIADO NACIONAL" TO REGROTA
                 WRITE REGROTA
                 MOVE SPACES TO REGROTA
                 WRITE REGROTA
                WHEN OTHER
                 PERFORM PROXIMA-VISITA
                     UNTIL WS-SEQ-DIA = WCF-VISITAS-POR-DIA OR
                           WS-QTD-ROTEADOS =
                           WS-QTD-CLIENTES - WS-QTD-SEM-COORD OR
                           WS-SEM-CANDIDATO = "S"
                 PERFORM FECHA-DIA
              END-EVALUATE
           END-PERFORM

           COMPUTE WS-QTD-SEM-ENCAIXE =
       INICIA-DIA.
           MOVE ZEROS TO WS-SEQ-DIA
                         WS-METROS-DIA
           MOVE "N" TO WS-SEM-CANDIDATO
           MOVE WS-DIA TO RDIA-NUM
           MOVE WS-DIA-DATA(WS-DIA) TO RDIA-DATA
           WRITE REGROTA FROM ROTA-DIA
      * ORDEM DE PRIORIDADE DA ESCOLHA: PRIMEIRO OS CLIENTES DA
      * LISTA DE ESFRIANDO (ARQ-PRIORI), DEPOIS OS CLASSE "A", POR
      * FIM TODOS OS DEMAIS - SEMPRE PELO VIZINHO MAIS PROXIMO
      * DENTRO DE CADA FAIXA. CLIENTE COM FERIADO NA CIDADE NO DIA
      * FICA PARA OUTRO DIA DA SEMANA; SE SO RESTAM ESSES, O DIA
      * FECHA COM MENOS VISITAS (WS-SEM-CANDIDATO).
       PROXIMA-VISITA.
           MOVE ZEROS TO WS-IDX-MELHOR
                         WS-MENOR-METROS
           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-QTD-CLIENTES
              IF WS-ROTA-USADO(WS-IDX) = "N" AND
                 WS-ROTA-FERIADO(WS-IDX WS-DIA) = "N" AND
                 WS-ROTA-PRIORI(WS-IDX) = "S"
                 MOVE WS-PONTO-LAT       TO P1LA
                 MOVE WS-PONTO-LON       TO P1LO
           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-QTD-CLIENTES
              IF WS-ROTA-USADO(WS-IDX) = "N" AND
                 WS-ROTA-FERIADO(WS-IDX WS-DIA) = "N" AND
                 WS-ROTA-CLASSE(WS-IDX) = "A"
                 MOVE WS-PONTO-LAT       TO P1LA
                 MOVE WS-PONTO-LON       TO P1LO
           IF WS-IDX-MELHOR = ZEROS
           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-QTD-CLIENTES
              IF WS-ROTA-USADO(WS-IDX) = "N" AND
                 WS-ROTA-FERIADO(WS-IDX WS-DIA) = "N"
                 MOVE WS-PONTO-LAT       TO P1LA
                 MOVE WS-PONTO-LON       TO P1LO
                 MOVE WS-ROTA-LAT(WS-IDX) TO P2LA
              MOVE WS-ROTA-RAZAO(WS-IDX-MELHOR)  TO RDET-RAZAO
              MOVE WS-MENOR-METROS TO RDET-METROS
              WRITE REGROTA FROM ROTA-DETAL
              PERFORM GRAVA-PARADA-PLANEJADA
              PERFORM IMPRIME-LINHA-COMODATO
              MOVE WS-ROTA-LAT(WS-IDX-MELHOR) TO WS-PONTO-LAT
              MOVE WS-ROTA-LON(WS-IDX-MELHOR) TO WS-PONTO-LON
           ELSE
              MOVE "S" TO WS-SEM-CANDIDATO
           END-IF
           .

      * APAGA AS PARADAS JA PLANEJADAS PARA O VENDEDOR NA SEMANA QUE
      * ESTA SENDO GERADA (SEGUNDA A SEXTA DO CALENDARIO).
       LIMPA-ROTA-PLANEJADA.
           IF WS-SEM-ROTPLA NOT = "S"
              MOVE "N" TO WS-EOF-RPL
              MOVE VEN_CODIGO_VENDEDOR TO RPL_COD_VENDEDOR
              MOVE WS-DIA-DATA(1)      TO RPL_DATA
              MOVE ZEROS               TO RPL_SEQ
              START ARQ-ROTPLA
                  KEY IS NOT LESS THAN RPL_CHAVE
                       INVALID KEY
                          MOVE "Y" TO WS-EOF-RPL
              END-START
              PERFORM UNTIL WS-EOF-RPL = "Y"
                  READ ARQ-ROTPLA NEXT AT END
                      MOVE "Y" TO WS-EOF-RPL
                  END-READ
                  IF WS-EOF-RPL = "N"
                     IF RPL_COD_VENDEDOR NOT = VEN_CODIGO_VENDEDOR OR
                        RPL_DATA > WS-DIA-DATA(5)
                        MOVE "Y" TO WS-EOF-RPL
                     ELSE
                        DELETE ARQ-ROTPLA RECORD
                     END-IF
                  END-IF
              END-PERFORM
              MOVE "00" TO WS-RESULTADO-ACESSO
           END-IF
           .

       GRAVA-PARADA-PLANEJADA.
           IF WS-SEM-ROTPLA NOT = "S"
              MOVE VEN_CODIGO_VENDEDOR TO RPL_COD_VENDEDOR
              MOVE WS-DIA-DATA(WS-DIA) TO RPL_DATA
              MOVE WS-SEQ-DIA          TO RPL_SEQ
              MOVE WS-ROTA-CODIGO(WS-IDX-MELHOR)
                TO RPL_CODIGO_CLIENTE
              MOVE WS-ROTA-LAT(WS-IDX-MELHOR) TO RPL_LATITUDE
              MOVE WS-ROTA-LON(WS-IDX-MELHOR) TO RPL_LONGITUDE
              WRITE REGRPL
              IF WS-RESULTADO-ACESSO NOT = "00" AND "02"
                 MOVE "ERRO NA GRAVACAO DO ROTEIRO PLANEJADO" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
              END-IF
              MOVE "00" TO WS-RESULTADO-ACESSO
           END-IF
           .

              MOVE "S" TO WS-SEM-COMOD
              MOVE "00" TO WS-RESULTADO-ACESSO
           END-IF
      * O ROTEIRO PLANEJADO E CRIADO NA PRIMEIRA GERACAO; SE NAO
      * ABRIR, A FOLHA SAI DO MESMO JEITO, SO NAO FICA GRAVADA.
           MOVE "N" TO WS-SEM-ROTPLA
           OPEN I-O ARQ-ROTPLA
           IF WS-RESULTADO-ACESSO = "05" OR "35"
              OPEN OUTPUT ARQ-ROTPLA
              CLOSE ARQ-ROTPLA
              OPEN I-O ARQ-ROTPLA
           END-IF
           IF WS-RESULTADO-ACESSO NOT = "00"
              MOVE "S" TO WS-SEM-ROTPLA
              MOVE "00" TO WS-RESULTADO-ACESSO
           END-IF
           PERFORM OPEN-AUDITORIA
      * SEM O CALENDARIO DE FERIADOS TODO DIA DA SEMANA E UTIL.
           PERFORM ABRE-FERIADOS
           .

      * ARQ-AUD E CUMULATIVO ENTRE EXECUCOES (OPEN EXTEND); SO CRIA O
           IF WS-SEM-PRIORI NOT = "S"
              CLOSE ARQ-PRIORI
           END-IF
           IF WS-SEM-ROTPLA NOT = "S"
              CLOSE ARQ-ROTPLA
           END-IF
           PERFORM FECHA-FERIADOS
           .

      **********************
      * COPYBOOK, COMPARTILHADO COM DISTVEN/CADCLI.
       COPY "copybook\SISDTPGER.CPY".

      * ABRE-FERIADOS, VERIFICA-FERIADO E EXISTE-FERIADO-NA-DATA: VER
      * COPYBOOK, COMPARTILHADO COM A PREVISAO DE ENTREGA E O CADTIT.
       COPY "copybook\SISFRPGER.CPY".

      * CARREGA-FILIAL E MONTA-CAMINHOS-FILIAL: VER COPYBOOK,
      * COMPARTILHADO POR TODOS OS PROGRAMAS DA FILIAL.
       COPY "copybook\SISFIPGER.CPY".
