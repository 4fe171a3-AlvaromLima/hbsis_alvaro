      **************************************************
      * CAIXA DIARIO: RECEBIMENTOS E PAGAMENTOS DO     *
      * DIA TOTALIZADOS POR FORMA DE PAGAMENTO         *
      **************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RELCXA.
       77 WS-TOT-JUROS         PIC 9(013)V9(02) VALUE ZEROS.
       77 WS-TOT-GERAL         PIC 9(013)V9(02) VALUE ZEROS.

      * SAIDAS DO DIA: PARCELAS DO CONTAS A PAGAR (VER CADPAG) PAGAS
      * NA DATA, TAMBEM POR FORMA, E O SALDO DO DIA (ENTRADAS MENOS
      * SAIDAS). FILIAL SEM CONTAS A PAGAR SO MOSTRA AS ENTRADAS.
       77 WS-SEM-PAGAR         PIC X(001) VALUE "N".
       77 WS-QTD-PAGAMENTOS    PIC 9(005) VALUE ZEROS.
       77 WS-PAG-DINHEIRO      PIC 9(013)V9(02) VALUE ZEROS.
       77 WS-PAG-CHEQUE        PIC 9(013)V9(02) VALUE ZEROS.
       77 WS-PAG-TRANSF        PIC 9(013)V9(02) VALUE ZEROS.
       77 WS-PAG-BANCO         PIC 9(013)V9(02) VALUE ZEROS.
       77 WS-PAG-GERAL         PIC 9(013)V9(02) VALUE ZEROS.
       77 WS-SALDO-DIA         PIC S9(013)V9(02) VALUE ZEROS.

       01 CABEC.
          03 FILLER PIC X(28) VALUE "CAIXA DIARIO - DATA: ".
          03 CAB-DATA PIC 9(008).
          03 TOT-TITULO PIC X(30).
          03 TOT-VALOR  PIC ZZZ.ZZZ.ZZZ.ZZ9,99.

       01 CABEC-PAGTOS.
          03 FILLER PIC X(40) VALUE
             "PAGAMENTOS A FORNECEDORES DO DIA".

       01 CABEC2-PAGTOS.
          03 FILLER PIC X(08) VALUE "FORN.".
          03 FILLER PIC X(14) VALUE "NF/PARC".
          03 FILLER PIC X(17) VALUE "VALOR PAGO".
          03 FILLER PIC X(06) VALUE "FORMA".

       01 DETAL-PAGTO.
          03 IMPPFORNEC   PIC 9(005).
          03 FILLER       PIC X(03) VALUE SPACES.
          03 IMPPNF       PIC 9(009).
          03 FILLER       PIC X(01) VALUE "/".
          03 IMPPPARC     PIC 9(002).
          03 FILLER       PIC X(02) VALUE SPACES.
          03 IMPPVALOR    PIC ZZZ.ZZZ.ZZ9,99.
          03 FILLER       PIC X(05) VALUE SPACES.
          03 IMPPFORMA    PIC X(001).

       01 DET-SALDO.
          03 SAL-TITULO PIC X(30).
          03 SAL-VALOR  PIC -ZZZ.ZZZ.ZZZ.ZZ9,99.

       01 WS-MENS-TOTAL.
          03 FILLER     PIC X(27) VALUE "RELATORIO CONCLUIDO OK - ".
          03 WS-MENS-QTD PIC ZZZZ9.
          "LISTA AS BAIXAS DO DIA E FECHA O CAIXA POR FORMA".
        02 LINE 12 COL 10 VALUE
          "DE PAGAMENTO (DINHEIRO/CHEQUE/TRANSF/BANCO).".
        02 LINE 13 COL 10 VALUE
          "OS PAGAMENTOS A FORNECEDORES DO DIA SAEM EM SEGUIDA.".
      *-------------------------------------------------------
       PROCEDURE DIVISION  USING LS-ID.
       INICIO.
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              EXIT PROGRAM
              .
           MOVE "N" TO WS-SEM-PAGAR
           OPEN INPUT ARQ-PAGAR
           IF WS-RESULTADO-ACESSO NOT = "00"
              MOVE "S" TO WS-SEM-PAGAR
           END-IF

           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-DATA-CAIXA
           DISPLAY TELA-CAIXA
              PERFORM ROT-MENS THRU ROT-MENS-FIM
           END-IF
           CLOSE ARQ-TITULO
           IF WS-SEM-PAGAR = "N"
              CLOSE ARQ-PAGAR
           END-IF
           EXIT PROGRAM
           .

           MOVE "TOTAL GERAL DO CAIXA......:" TO TOT-TITULO
           MOVE WS-TOT-GERAL TO TOT-VALOR
           WRITE REGIMP FROM DET-TOTAL
           IF WS-SEM-PAGAR = "N"
              PERFORM GERA-PAGAMENTOS
           END-IF
           CLOSE ARQIMP
      * COPIA DATADA + CATALOGO DE SPOOL (VER SISSPPGER.CPY).
           MOVE "RELCXA" TO WS-SPL-PROGRAMA
           END-EVALUATE
           .

      * SAIDAS DO DIA: VARRE O CONTAS A PAGAR PELA CHAVE PRINCIPAL
      * (O PAGAMENTO NAO TEM CHAVE PROPRIA) E FECHA COM O SALDO.
       GERA-PAGAMENTOS.
           MOVE ZEROS TO WS-QTD-PAGAMENTOS
                         WS-PAG-DINHEIRO
                         WS-PAG-CHEQUE
                         WS-PAG-TRANSF
                         WS-PAG-BANCO
                         WS-PAG-GERAL
           MOVE SPACES TO REGIMP
           WRITE REGIMP
           WRITE REGIMP FROM CABEC-PAGTOS
           MOVE SPACES TO REGIMP
           WRITE REGIMP
           WRITE REGIMP FROM CABEC2-PAGTOS
           MOVE SPACES TO REGIMP
           WRITE REGIMP

           MOVE "N"   TO WS-EOF-SW
           MOVE ZEROS TO PAG_COD_FORNECEDOR PAG_NUMERO_NF PAG_PARCELA
           START ARQ-PAGAR
               KEY IS NOT LESS THAN PAG_CHAVE
                    INVALID KEY
                       MOVE "Y" TO WS-EOF-SW
           END-START
           PERFORM UNTIL EOF-SW
               READ ARQ-PAGAR NEXT AT END
                   MOVE "Y" TO WS-EOF-SW
               END-READ
               IF WS-EOF-SW = "N"
                  IF PAG_SITUACAO = "P" AND
                     PAG_DATA_PAGAMENTO = WS-DATA-CAIXA
                     PERFORM IMPRIME-PAGAMENTO
                  END-IF
               END-IF
           END-PERFORM

           MOVE SPACES TO REGIMP
           WRITE REGIMP
           MOVE "PAGO EM DINHEIRO..........:" TO TOT-TITULO
           MOVE WS-PAG-DINHEIRO TO TOT-VALOR
           WRITE REGIMP FROM DET-TOTAL
           MOVE "PAGO EM CHEQUE............:" TO TOT-TITULO
           MOVE WS-PAG-CHEQUE TO TOT-VALOR
           WRITE REGIMP FROM DET-TOTAL
           MOVE "PAGO POR TRANSFERENCIA....:" TO TOT-TITULO
           MOVE WS-PAG-TRANSF TO TOT-VALOR
           WRITE REGIMP FROM DET-TOTAL
           MOVE "PAGO POR DEBITO/BOLETO....:" TO TOT-TITULO
           MOVE WS-PAG-BANCO TO TOT-VALOR
           WRITE REGIMP FROM DET-TOTAL
           MOVE "TOTAL DE PAGAMENTOS.......:" TO TOT-TITULO
           MOVE WS-PAG-GERAL TO TOT-VALOR
           WRITE REGIMP FROM DET-TOTAL
           MOVE SPACES TO REGIMP
           WRITE REGIMP
           COMPUTE WS-SALDO-DIA = WS-TOT-GERAL - WS-PAG-GERAL
           MOVE "SALDO DO DIA (ENTR-SAIDA).:" TO SAL-TITULO
           MOVE WS-SALDO-DIA TO SAL-VALOR
           WRITE REGIMP FROM DET-SALDO
           .

       IMPRIME-PAGAMENTO.
           ADD 1 TO WS-QTD-IMPRESSOS WS-QTD-PAGAMENTOS
           MOVE PAG_COD_FORNECEDOR  TO IMPPFORNEC
           MOVE PAG_NUMERO_NF       TO IMPPNF
           MOVE PAG_PARCELA         TO IMPPPARC
           MOVE PAG_VALOR_PAGO      TO IMPPVALOR
           MOVE PAG_FORMA_PAGTO     TO IMPPFORMA
           WRITE REGIMP FROM DETAL-PAGTO
           ADD PAG_VALOR_PAGO TO WS-PAG-GERAL
           EVALUATE PAG_FORMA_PAGTO
             WHEN "D"
                ADD PAG_VALOR_PAGO TO WS-PAG-DINHEIRO
             WHEN "C"
                ADD PAG_VALOR_PAGO TO WS-PAG-CHEQUE
             WHEN "T"
                ADD PAG_VALOR_PAGO TO WS-PAG-TRANSF
             WHEN OTHER
                ADD PAG_VALOR_PAGO TO WS-PAG-BANCO
           END-EVALUATE
           .

       CONFIRMA-TELA.
           MOVE "S" TO W-SN
           DISPLAY "CONFIRMA (S/N) : " AT 2340
