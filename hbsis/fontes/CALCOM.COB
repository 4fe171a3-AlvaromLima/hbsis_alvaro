      * PAGAMENTO, SEM OS JUROS/MULTA DO ATRASO). NOS DOIS MODOS AS
      * DEVOLUCOES DO MES E OS ESTORNOS (DE NOTAS DE MESES
      * ANTERIORES, PELA DATA DO CANCELAMENTO) ENTRAM COMO ESTORNO
      * DA BASE - A COMISSAO JA PAGA VOLTA SOZINHA. AS BONIFICACOES
      * DE RAPPEL EMITIDAS NO MES (VER CADRAP) SAEM DA BASE DO
      * VENDEDOR DO CLIENTE DO MESMO JEITO QUE AS DEVOLUCOES.
       77 WS-MODO-APURACAO     PIC X(001) VALUE "F".

       77 WS-ANO-MES           PIC 9(006) VALUE ZEROS.
       77 WS-EOF-TIT           PIC X(001) VALUE "N".
       77 WS-EOF-DEV           PIC X(001) VALUE "N".
       77 WS-SEM-DEVOL         PIC X(001) VALUE "N".
       77 WS-EOF-BON           PIC X(001) VALUE "N".
       77 WS-SEM-BONIF         PIC X(001) VALUE "N".
       77 WS-SEM-TITULOS       PIC X(001) VALUE "N".
       77 WS-QTD-DEMONSTRATIVOS PIC 9(005) VALUE ZEROS.
      * AS COMISSOES DO MES FICAM GUARDADAS COMO VERBAS DA FOLHA (VER
      * SISFLPGER E INTFOL), A NAO SER QUE O MES JA TENHA SIDO ENVIADO
      * A FOLHA: AI A REAPURACAO SO IMPRIME E O ENVIADO E MANTIDO.
       77 WS-GRAVA-FOLHA       PIC X(001) VALUE "N".

       01 CABEC.
          03 FILLER PIC X(34) VALUE
                 PERFORM ACUMULA-FATURAMENTO-MES
              END-IF
              PERFORM ESTORNA-DEVOLUCOES-MES
              PERFORM ESTORNA-BONIFICACOES-MES
      * CANCELAMENTO SO ESTORNA NO FATURADO: NO LIQUIDADO A NOTA
      * CANCELADA NUNCA ENTROU NA BASE (O ESTNF RECUSA NOTA COM
      * PARCELA PAGA, ENTAO NENHUMA PARCELA DELA FOI LIQUIDADA).
              MOVE "Y" TO WS-EOF-NF
           END-READ
           PERFORM UNTIL WS-EOF-NF = "Y"
      * REMESSA EM BONIFICACAO (NF_TIPO "B") NAO E VENDA E NAO
      * COMISSIONA.
              IF NF_DATA_EMISSAO(1:6) = WS-ANO-MES AND
                 NF_COD_VENDEDOR > ZEROS AND
                 NF_SITUACAO NOT = "C" AND
                 NF_TIPO NOT = "B"
                 ADD NF_VALOR_TOTAL
                     TO WS-FAT-VEN(NF_COD_VENDEDOR)
              END-IF
           MOVE SPACES TO REGIMP
           WRITE REGIMP

           PERFORM PREPARA-VERBAS-FOLHA
           MOVE "N"   TO WS-EOF-SW
           MOVE ZEROS TO VEN_CODIGO_VENDEDOR
           START ARQ-VENDEDOR
                 END-READ
              END-IF
           END-PERFORM
           IF WS-GRAVA-FOLHA = "S"
              PERFORM FECHA-VERBAS-FOLHA
           END-IF

           MOVE WS-TOTAL-GERAL TO FOOT-TOTAL
           MOVE SPACES TO REGIMP
           END-IF
           .

      * BONIFICACOES DE RAPPEL EMITIDAS NO MES (PELA DATA DA
      * APROVACAO): MESMA REGRA DAS DEVOLUCOES - NO FATURADO SAI O
      * VALOR INTEIRO; NO LIQUIDADO SO O QUE NAO ABATEU PARCELA EM
      * ABERTO (O QUE ABATEU JA REDUZ AS LIQUIDACOES FUTURAS).
       ESTORNA-BONIFICACOES-MES.
           IF WS-SEM-BONIF NOT = "S"
              MOVE "N"   TO WS-EOF-BON
              MOVE ZEROS TO BON_CODIGO_ACORDO
                            BON_ANO_MES
                            BON_CODIGO_CLIENTE
              START ARQ-BONIF
                 KEY IS NOT LESS THAN BON_CHAVE
                    INVALID KEY
                       MOVE "Y" TO WS-EOF-BON
              END-START
              PERFORM UNTIL WS-EOF-BON = "Y"
                 READ ARQ-BONIF NEXT AT END
                    MOVE "Y" TO WS-EOF-BON
                 END-READ
                 IF WS-EOF-BON = "N"
                    IF BON_SITUACAO = "E" AND
                       BON_DATA_DECISAO(1:6) = WS-ANO-MES AND
                       BON_COD_VENDEDOR > ZEROS
                       IF WS-MODO-APURACAO = "L"
                          SUBTRACT BON_VALOR_NAO_ABATIDO
                              FROM WS-FAT-VEN(BON_COD_VENDEDOR)
                       ELSE
                          SUBTRACT BON_VALOR
                              FROM WS-FAT-VEN(BON_COD_VENDEDOR)
                       END-IF
                    END-IF
                 END-IF
              END-PERFORM
           END-IF
           .

      * ESTORNO DOS CANCELAMENTOS: NOTA DE MES ANTERIOR CANCELADA
      * NESTE MES (PELA DATA DO ESTORNO) TEVE A COMISSAO PAGA NA
      * EPOCA, ENTAO O VALOR SAI DA BASE AGORA; NOTA CANCELADA NO
                 IF NF_SITUACAO = "C" AND
                    NF_DATA_CANC(1:6) = WS-ANO-MES AND
                    NF_DATA_EMISSAO(1:6) < WS-ANO-MES AND
                    NF_COD_VENDEDOR > ZEROS AND
                    NF_TIPO NOT = "B"
                    SUBTRACT NF_VALOR_TOTAL
                        FROM WS-FAT-VEN(NF_COD_VENDEDOR)
                 END-IF
              MOVE WS-COMISSAO-TOTAL    TO IMPTOTAL
              WRITE REGIMP FROM DETAL
              PERFORM GRAVA-DEMONSTRATIVO
              IF WS-GRAVA-FOLHA = "S"
                 PERFORM GRAVA-VERBAS-VENDEDOR
              END-IF
           END-IF
           .

      * A COMISSAO PROPRIA VAI COM O TIPO DA BASE APURADA ("F" OU "L",
      * EVENTOS DIFERENTES NA FOLHA) E O OVERRIDE COMO "S". A REAPURACAO
      * DO MES SUBSTITUI AS TRES, QUALQUER QUE TENHA SIDO A BASE ANTES.
       PREPARA-VERBAS-FOLHA.
           MOVE "N" TO WS-GRAVA-FOLHA
           MOVE WS-ANO-MES TO WS-FOL-ANO-MES
           PERFORM VERIFICA-MES-FOLHA
           IF WS-FOL-EXPORTADO = "S"
              MOVE "MES JA ENVIADO A FOLHA: VERBAS MANTIDAS" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
           ELSE
              PERFORM ABRE-VERBAS-FOLHA
              IF WS-FOL-SEM-VERBAS = "N"
                 MOVE "S"   TO WS-GRAVA-FOLHA
                 MOVE "FLS" TO WS-FOL-TIPOS
                 PERFORM LIMPA-VERBAS-FOLHA
              END-IF
           END-IF
           .

       GRAVA-VERBAS-VENDEDOR.
           MOVE VEN_CODIGO_VENDEDOR  TO WS-FOL-VENDEDOR
           MOVE WS-MODO-APURACAO     TO WS-FOL-TIPO
           MOVE WS-COMISSAO-PROPRIA  TO WS-FOL-VALOR
           PERFORM GRAVA-VERBA-FOLHA
           MOVE "S"                  TO WS-FOL-TIPO
           MOVE WS-COMISSAO-OVERRIDE TO WS-FOL-VALOR
           PERFORM GRAVA-VERBA-FOLHA
           .

      * DEMONSTRATIVO INDIVIDUAL DO VENDEDOR EM exportacao\COM<COD>.txt
      * COM OS MESMOS NUMEROS DO CONSOLIDADO, PARA ENTREGAR AO PROPRIO
      * VENDEDOR SEM EXPOR A COMISSAO DOS COLEGAS.
              MOVE "S" TO WS-SEM-DEVOL
              MOVE "00" TO WS-RESULTADO-ACESSO
           END-IF
           MOVE "N" TO WS-SEM-BONIF
           OPEN INPUT ARQ-BONIF
           IF WS-RESULTADO-ACESSO NOT = "00"
              MOVE "S" TO WS-SEM-BONIF
              MOVE "00" TO WS-RESULTADO-ACESSO
           END-IF
           PERFORM OPEN-AUDITORIA
           .

           IF WS-SEM-DEVOL NOT = "S"
              CLOSE ARQ-DEVOL
           END-IF
           IF WS-SEM-BONIF NOT = "S"
              CLOSE ARQ-BONIF
           END-IF
           .

       CONFIRMA-TELA.
      * DE RELATORIO.
       COPY "copybook\SISSPPGER.CPY".

      * VERBAS DA FOLHA DE PAGAMENTO: VER COPYBOOK, COMPARTILHADO COM
      * O CALKMV E O INTFOL.
       COPY "copybook\SISFLPGER.CPY".

      * CARREGA-FILIAL E MONTA-CAMINHOS-FILIAL: VER COPYBOOK,
      * COMPARTILHADO POR TODOS OS PROGRAMAS DA FILIAL.
       COPY "copybook\SISFIPGER.CPY".
