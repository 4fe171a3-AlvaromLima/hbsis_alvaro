      **************************************************
      * KIT DIARIO DO VENDEDOR: UM ARQUIVO CONSOLIDADO *
      * POR VENDEDOR ATIVO (CARTEIRA, ROTA DO DIA,     *
      * PRECOS, TITULOS ABERTOS, POSICAO DE META E     *
      * OPORTUNIDADES DE MIX DA CARTEIRA)              *
      **************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. KITVEN.
          03 KIT-MET-PCT     PIC ZZ9,99.
          03 FILLER          PIC X(01) VALUE "%".

      * OPORTUNIDADE DE MIX APURADA PELO OPOMIX, NA ORDEM DO RANKING
      * DO VENDEDOR.
       01 KIT-OPORT.
          03 KIT-OPO-RANK    PIC ZZZ9.
          03 FILLER          PIC X(01) VALUE ";".
          03 KIT-OPO-CLIENTE PIC 9(007).
          03 FILLER          PIC X(01) VALUE ";".
          03 KIT-OPO-PRODUTO PIC 9(005).
          03 FILLER          PIC X(01) VALUE ";".
          03 KIT-OPO-DESCR   PIC X(030).
          03 FILLER          PIC X(01) VALUE ";".
          03 KIT-OPO-SIT     PIC X(005).
          03 FILLER          PIC X(01) VALUE ";".
          03 KIT-OPO-QTDE    PIC ZZZZZZ9.
          03 FILLER          PIC X(01) VALUE ";".
          03 KIT-OPO-VALOR   PIC ZZZ.ZZZ.ZZ9,99.

       LINKAGE SECTION.
       01 LS-ID PIC X(5).

        02 LINE 10 COL 10 VALUE
          "exportacao\KIT<COD>.TXT: CARTEIRA, ROTA DO DIA,".
        02 LINE 11 COL 10 VALUE
          "PRECOS, TITULOS ABERTOS, POSICAO DE META DO MES E".
        02 LINE 12 COL 10 VALUE
          "OPORTUNIDADES DE MIX DA CARTEIRA (VER OPOMIX).".
      *-----------------------------------------------------------------
       PROCEDURE DIVISION  USING LS-ID.
       INICIO.
              MOVE "Y" TO WS-EOF-SW
           END-READ
           IF WS-EOF-SW = "N"
      * MESMO CRITERIO DO RELMET: REMESSA EM BONIFICACAO NAO E VENDA.
              IF NF_DATA_EMISSAO(1:6) = WS-ANO-MES AND
                 NF_SITUACAO NOT = "C" AND
                 NF_TIPO NOT = "B" AND
                 NF_COD_VENDEDOR > ZEROS
                 ADD NF_VALOR_TOTAL
                     TO WS-VENDA-MES(NF_COD_VENDEDOR)
           MOVE "POSICAO DE META" TO KIT-SEC-NOME
           WRITE REGKIT FROM KIT-SECAO
           PERFORM SECAO-META

           MOVE "OPORTUNIDADES DE MIX" TO KIT-SEC-NOME
           WRITE REGKIT FROM KIT-SECAO
           PERFORM SECAO-OPORTUNIDADES
           CLOSE ARQ-KIT
           .

           WRITE REGKIT FROM KIT-META
           .

      * LISTA DO OPOMIX (APURACAO MENSAL, JA EM ORDEM DE VENDEDOR E
      * RANKING): SO AS OPORTUNIDADES DA CARTEIRA DO VENDEDOR.
       SECAO-OPORTUNIDADES.
           OPEN INPUT ARQ-OPORT
           IF WS-FS NOT = "00"
              MOVE "OPORTUNIDADES NAO APURADAS (VER OPOMIX)" TO REGKIT
              WRITE REGKIT
           ELSE
              MOVE "N" TO WS-EOF-AUX
              PERFORM LISTA-UMA-OPORTUNIDADE UNTIL WS-EOF-AUX = "Y"
              CLOSE ARQ-OPORT
           END-IF
           .

       LISTA-UMA-OPORTUNIDADE.
           READ ARQ-OPORT AT END
              MOVE "Y" TO WS-EOF-AUX
           END-READ
           IF WS-EOF-AUX = "N"
              IF OPO_COD_VENDEDOR > VEN_CODIGO_VENDEDOR
                 MOVE "Y" TO WS-EOF-AUX
              ELSE
                 IF OPO_COD_VENDEDOR = VEN_CODIGO_VENDEDOR
                    MOVE OPO_RANKING        TO KIT-OPO-RANK
                    MOVE OPO_CODIGO_CLIENTE TO KIT-OPO-CLIENTE
                    MOVE OPO_CODIGO_PRODUTO TO KIT-OPO-PRODUTO
                    MOVE OPO_DESCRICAO      TO KIT-OPO-DESCR
                    IF OPO_SITUACAO = "P"
                       MOVE "PAROU" TO KIT-OPO-SIT
                    ELSE
                       MOVE "NUNCA" TO KIT-OPO-SIT
                    END-IF
                    MOVE OPO_QTDE_MEDIA     TO KIT-OPO-QTDE
                    MOVE OPO_VALOR_MEDIO    TO KIT-OPO-VALOR
                    WRITE REGKIT FROM KIT-OPORT
                 END-IF
              END-IF
           END-IF
           .

       GRAVA-AUDITORIA.
           MOVE FUNCTION CURRENT-DATE(1:14) TO AUD-DATA-HORA
           MOVE "KITVEN"  TO AUD-PROGRAMA
