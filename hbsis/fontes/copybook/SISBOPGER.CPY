      **************************************************************
      * BOLETO DE COBRANCA (FATPED, RENTIT E SEGUNDA VIA DO CNBTIT) *
      * ABRE-ARQ-BOLETO ABRE WCF-ARQ-IMPRESSAO-BOLETO; IMPRIME-     *
      * BOLETO MONTA O NOSSO NUMERO (CARTEIRA + NF + PARCELA, DV    *
      * MODULO 11 BASE 7), O CODIGO DE BARRAS (DV GERAL MODULO 11,  *
      * FATOR DE VENCIMENTO DESDE 07/10/1997 COM O RECOMECO EM 1000 *
      * DEPOIS DO 9999) E A LINHA DIGITAVEL (CAMPOS 1 A 3 COM DV    *
      * MODULO 10) E GRAVA O BOLETO DO TITULO QUE ESTA EM REGTIT;   *
      * FECHA-ARQ-BOLETO FECHA E CATALOGA NO SPOOL (VER             *
      * SISSPPGER.CPY). SEM O ARQUIVO (WS-SEM-BOLETO = "S") NADA E  *
      * IMPRESSO E O CHAMADOR SEGUE NORMALMENTE.                    *
      * SEGUNDA VIA COM VENCIMENTO NOVO: O VALOR COBRADO SOMA A     *
      * MULTA E OS JUROS ATE A NOVA DATA, PELA MESMA CONTA DA BAIXA *
      * EM ATRASO DO CADTIT (CALCULA-ENCARGOS), COM O VENCIMENTO    *
      * ORIGINAL EM DIA SEM BANCO PRORROGADO (VER SISFRPGER.CPY).   *
      **************************************************************
	   ABRE-ARQ-BOLETO.
	       MOVE WCF-ARQ-IMPRESSAO-BOLETO TO WS-ARQ-BOLETO
	       MOVE ZEROS TO WS-BOL-QTD
	       MOVE "N" TO WS-SEM-BOLETO
	       OPEN OUTPUT ARQ-BOLETO
	       IF WS-FS-BOL NOT = "00"
	          MOVE "S" TO WS-SEM-BOLETO
	       END-IF
	       .

	   FECHA-ARQ-BOLETO.
	       IF WS-SEM-BOLETO = "N"
	          CLOSE ARQ-BOLETO
	          MOVE "S" TO WS-SEM-BOLETO
	          IF WS-BOL-QTD > ZEROS
	             MOVE "BOLETO" TO WS-SPL-PROGRAMA
	             MOVE WS-ARQ-BOLETO TO WS-SPL-ORIGEM
	             PERFORM REGISTRA-SPOOL THRU REGISTRA-SPOOL-FIM
	          END-IF
	       END-IF
	       .

	   IMPRIME-BOLETO.
	       IF WS-SEM-BOLETO = "N"
	          IF WS-BOL-SEGUNDA-VIA NOT = "S"
	             MOVE TIT_DATA_VENCIMENTO TO WS-BOL-VENCIMENTO
	          END-IF
	          PERFORM CALCULA-VALOR-BOLETO
	          PERFORM MONTA-CODIGO-BARRAS
	          PERFORM MONTA-LINHA-DIGITAVEL
	          PERFORM GRAVA-BOLETO
	          ADD 1 TO WS-BOL-QTD
	       END-IF
	       .

	   CALCULA-VALOR-BOLETO.
	       MOVE TIT_VALOR TO WS-BOL-VALOR
	       MOVE ZEROS     TO WS-BOL-ENCARGOS
	       MOVE SPACES TO WS-FER-UF WS-FER-CIDADE
	       IF WS-BOL-SEM-CLIENTE NOT = "S"
	          MOVE CLI_ENDERECO_UF     TO WS-FER-UF
	          MOVE CLI_ENDERECO_CIDADE TO WS-FER-CIDADE
	       END-IF
	       MOVE TIT_DATA_VENCIMENTO TO WS-FER-VENCIMENTO
	       MOVE WS-BOL-VENCIMENTO   TO WS-FER-PAGAMENTO
	       PERFORM CALCULA-ATRASO-UTIL
	       IF WS-FER-DIAS-ATRASO > ZEROS
	          MOVE WS-FER-DIAS-ATRASO TO WS-BOL-DIAS
	          COMPUTE WS-BOL-ENCARGOS ROUNDED =
	              (TIT_VALOR * WCF-PERC-MULTA / 100) +
	              (TIT_VALOR * WCF-PERC-JUROS-DIA / 100 *
	               WS-BOL-DIAS)
	          ADD WS-BOL-ENCARGOS TO WS-BOL-VALOR
	       END-IF
	       COMPUTE WS-BOL-VALOR-MULTA ROUNDED =
	           WS-BOL-VALOR * WCF-PERC-MULTA / 100
	       COMPUTE WS-BOL-VALOR-JUROS ROUNDED =
	           WS-BOL-VALOR * WCF-PERC-JUROS-DIA / 100
	       .

	   MONTA-CODIGO-BARRAS.
	       MOVE ZEROS TO WS-BOL-CAMPO-X
	       MOVE WCF-BOL-CARTEIRA TO WS-BOL-CAMPO-X(1:2)
	       MOVE TIT_CHAVE        TO WS-BOL-CAMPO-X(3:11)
	       MOVE 13 TO WS-BOL-TAM
	       MOVE 7  TO WS-BOL-BASE
	       PERFORM CALCULA-MODULO-11-BOLETO
	       EVALUATE WS-BOL-RESTO
	           WHEN 0
	              MOVE "0" TO WS-BOL-NN-DV
	           WHEN 1
	              MOVE "P" TO WS-BOL-NN-DV
	           WHEN OTHER
	              COMPUTE WS-BOL-DV = 11 - WS-BOL-RESTO
	              MOVE WS-BOL-DV(2:1) TO WS-BOL-NN-DV
	       END-EVALUATE

	       COMPUTE WS-BOL-DIAS =
	           FUNCTION INTEGER-OF-DATE(WS-BOL-VENCIMENTO) -
	           FUNCTION INTEGER-OF-DATE(19971007)
	       IF WS-BOL-DIAS > 9999
	          SUBTRACT 1000 FROM WS-BOL-DIAS
	          DIVIDE WS-BOL-DIAS BY 9000 GIVING WS-BOL-QUOCIENTE
	              REMAINDER WS-BOL-DIAS
	          ADD 1000 TO WS-BOL-DIAS
	       END-IF
	       MOVE WS-BOL-DIAS TO WS-BOL-FATOR

	       MOVE WCF-BOL-BANCO    TO WS-BOL-CB-BANCO
	       MOVE 9                TO WS-BOL-CB-MOEDA
	       MOVE ZEROS            TO WS-BOL-CB-DV
	       MOVE WS-BOL-FATOR     TO WS-BOL-CB-FATOR
	       MOVE WS-BOL-VALOR     TO WS-BOL-CB-VALOR
	       MOVE WCF-BOL-AGENCIA  TO WS-BOL-CL-AGENCIA
	       MOVE WCF-BOL-CARTEIRA TO WS-BOL-CL-CARTEIRA
	       MOVE TIT_CHAVE        TO WS-BOL-CL-NOSSO
	       MOVE WCF-BOL-CONTA    TO WS-BOL-CL-CONTA
	       MOVE ZEROS            TO WS-BOL-CL-ZERO

	       MOVE ZEROS TO WS-BOL-CAMPO-X
	       MOVE WS-BOL-CB-TEXTO(1:4)  TO WS-BOL-CAMPO-X(1:4)
	       MOVE WS-BOL-CB-TEXTO(6:39) TO WS-BOL-CAMPO-X(5:39)
	       MOVE 43 TO WS-BOL-TAM
	       MOVE 9  TO WS-BOL-BASE
	       PERFORM CALCULA-MODULO-11-BOLETO
	       COMPUTE WS-BOL-DV = 11 - WS-BOL-RESTO
	       IF WS-BOL-DV = 0 OR WS-BOL-DV > 9
	          MOVE 1 TO WS-BOL-DV
	       END-IF
	       MOVE WS-BOL-DV TO WS-BOL-CB-DV
	       .

	   MONTA-LINHA-DIGITAVEL.
	       MOVE ZEROS TO WS-BOL-CAMPO-X
	       MOVE WS-BOL-CB-TEXTO(1:4)  TO WS-BOL-CAMPO-X(1:4)
	       MOVE WS-BOL-CB-TEXTO(20:5) TO WS-BOL-CAMPO-X(5:5)
	       MOVE 9 TO WS-BOL-TAM
	       PERFORM CALCULA-MODULO-10-BOLETO
	       MOVE WS-BOL-DV TO WS-BOL-DV1
	       MOVE ZEROS TO WS-BOL-CAMPO-X
	       MOVE WS-BOL-CB-TEXTO(25:10) TO WS-BOL-CAMPO-X(1:10)
	       MOVE 10 TO WS-BOL-TAM
	       PERFORM CALCULA-MODULO-10-BOLETO
	       MOVE WS-BOL-DV TO WS-BOL-DV2
	       MOVE ZEROS TO WS-BOL-CAMPO-X
	       MOVE WS-BOL-CB-TEXTO(35:10) TO WS-BOL-CAMPO-X(1:10)
	       MOVE 10 TO WS-BOL-TAM
	       PERFORM CALCULA-MODULO-10-BOLETO
	       MOVE WS-BOL-DV TO WS-BOL-DV3

	       MOVE SPACES TO WS-BOL-LINHA-DIGITAVEL
	       STRING WS-BOL-CB-TEXTO(1:4)  WS-BOL-CB-TEXTO(20:1) "."
	              WS-BOL-CB-TEXTO(21:4) WS-BOL-DV1 " "
	              WS-BOL-CB-TEXTO(25:5) "."
	              WS-BOL-CB-TEXTO(30:5) WS-BOL-DV2 " "
	              WS-BOL-CB-TEXTO(35:5) "."
	              WS-BOL-CB-TEXTO(40:5) WS-BOL-DV3 " "
	              WS-BOL-CB-TEXTO(5:1)  " "
	              WS-BOL-CB-TEXTO(6:14)
	           DELIMITED BY SIZE INTO WS-BOL-LINHA-DIGITAVEL
	       END-STRING
	       .

      * MODULO 11 SOBRE AS WS-BOL-TAM POSICOES DE WS-BOL-CAMPO, PESOS
      * DE 2 ATE WS-BOL-BASE DA DIREITA PARA A ESQUERDA; DEIXA O
      * RESTO DA DIVISAO POR 11 EM WS-BOL-RESTO.
	   CALCULA-MODULO-11-BOLETO.
	       MOVE ZEROS TO WS-BOL-SOMA
	       MOVE 2 TO WS-BOL-PESO
	       PERFORM VARYING WS-BOL-IDX FROM WS-BOL-TAM BY -1
	               UNTIL WS-BOL-IDX < 1
	          COMPUTE WS-BOL-SOMA = WS-BOL-SOMA +
	              WS-BOL-DIG(WS-BOL-IDX) * WS-BOL-PESO
	          ADD 1 TO WS-BOL-PESO
	          IF WS-BOL-PESO > WS-BOL-BASE
	             MOVE 2 TO WS-BOL-PESO
	          END-IF
	       END-PERFORM
	       DIVIDE WS-BOL-SOMA BY 11 GIVING WS-BOL-QUOCIENTE
	           REMAINDER WS-BOL-RESTO
	       .

      * MODULO 10 (PESOS 2,1,2,1... DA DIREITA, PRODUTO ACIMA DE 9
      * SOMA OS DOIS ALGARISMOS); DV EM WS-BOL-DV.
	   CALCULA-MODULO-10-BOLETO.
	       MOVE ZEROS TO WS-BOL-SOMA
	       MOVE 2 TO WS-BOL-PESO
	       PERFORM VARYING WS-BOL-IDX FROM WS-BOL-TAM BY -1
	               UNTIL WS-BOL-IDX < 1
	          COMPUTE WS-BOL-PRODUTO =
	              WS-BOL-DIG(WS-BOL-IDX) * WS-BOL-PESO
	          IF WS-BOL-PRODUTO > 9
	             SUBTRACT 9 FROM WS-BOL-PRODUTO
	          END-IF
	          ADD WS-BOL-PRODUTO TO WS-BOL-SOMA
	          IF WS-BOL-PESO = 2
	             MOVE 1 TO WS-BOL-PESO
	          ELSE
	             MOVE 2 TO WS-BOL-PESO
	          END-IF
	       END-PERFORM
	       DIVIDE WS-BOL-SOMA BY 10 GIVING WS-BOL-QUOCIENTE
	           REMAINDER WS-BOL-RESTO
	       IF WS-BOL-RESTO = 0
	          MOVE 0 TO WS-BOL-DV
	       ELSE
	          COMPUTE WS-BOL-DV = 10 - WS-BOL-RESTO
	       END-IF
	       .

	   FORMATA-DATA-BOLETO.
	       MOVE WS-BOL-DATA-AUX(7:2) TO WS-BOL-DATA-DIA
	       MOVE WS-BOL-DATA-AUX(5:2) TO WS-BOL-DATA-MES
	       MOVE WS-BOL-DATA-AUX(1:4) TO WS-BOL-DATA-ANO
	       .

	   GRAVA-BOLETO.
	       MOVE ALL "=" TO REGBOL(1:80)
	       MOVE SPACES  TO REGBOL(81:52)
	       WRITE REGBOL
	       MOVE SPACES TO REGBOL
	       STRING WCF-BOL-BANCO-NOME " | " WCF-BOL-BANCO "-"
	              WCF-BOL-BANCO-DV " | " WS-BOL-LINHA-DIGITAVEL
	           DELIMITED BY SIZE INTO REGBOL
	       END-STRING
	       WRITE REGBOL
	       IF WS-BOL-SEGUNDA-VIA = "S"
	          MOVE "*** SEGUNDA VIA ***" TO REGBOL
	          WRITE REGBOL
	       END-IF
	       MOVE SPACES TO REGBOL
	       STRING "LOCAL DE PAGAMENTO : " WCF-BOL-LOCAL-PAGTO
	           DELIMITED BY SIZE INTO REGBOL
	       END-STRING
	       WRITE REGBOL
	       MOVE WCF-NFE-CNPJ-EMITENTE TO WS-BOL-CNPJ-EDT
	       MOVE SPACES TO REGBOL
	       STRING "BENEFICIARIO       : "
	              WCF-NFE-RAZAO-EMITENTE DELIMITED BY "  "
	              " - CNPJ " WS-BOL-CNPJ-EDT DELIMITED BY SIZE
	           INTO REGBOL
	       END-STRING
	       WRITE REGBOL
	       MOVE SPACES TO REGBOL
	       STRING "AGENCIA/CODIGO     : " WCF-BOL-AGENCIA "-"
	              WCF-BOL-AGENCIA-DV " / " WCF-BOL-CONTA "-"
	              WCF-BOL-CONTA-DV
	           DELIMITED BY SIZE INTO REGBOL
	       END-STRING
	       WRITE REGBOL
	       MOVE TIT_DATA_EMISSAO TO WS-BOL-DATA-AUX
	       PERFORM FORMATA-DATA-BOLETO
	       MOVE SPACES TO REGBOL
	       STRING "DATA DO DOCUMENTO  : " WS-BOL-DATA-EDT
	              "    NUMERO DO DOCUMENTO: " TIT_NUMERO_NF "/"
	              TIT_PARCELA
	           DELIMITED BY SIZE INTO REGBOL
	       END-STRING
	       WRITE REGBOL
	       MOVE SPACES TO REGBOL
	       STRING "NOSSO NUMERO       : " WCF-BOL-CARTEIRA "/"
	              TIT_CHAVE "-" WS-BOL-NN-DV
	           DELIMITED BY SIZE INTO REGBOL
	       END-STRING
	       WRITE REGBOL
	       MOVE WS-BOL-VENCIMENTO TO WS-BOL-DATA-AUX
	       PERFORM FORMATA-DATA-BOLETO
	       MOVE SPACES TO REGBOL
	       STRING "VENCIMENTO         : " WS-BOL-DATA-EDT
	           DELIMITED BY SIZE INTO REGBOL
	       END-STRING
	       WRITE REGBOL
	       MOVE WS-BOL-VALOR TO WS-BOL-VALOR-EDT
	       MOVE SPACES TO REGBOL
	       STRING "VALOR DO DOCUMENTO : R$ "
	              FUNCTION TRIM(WS-BOL-VALOR-EDT)
	           DELIMITED BY SIZE INTO REGBOL
	       END-STRING
	       WRITE REGBOL
	       IF WS-BOL-SEGUNDA-VIA = "S"
	          MOVE TIT_DATA_VENCIMENTO TO WS-BOL-DATA-AUX
	          PERFORM FORMATA-DATA-BOLETO
	          MOVE TIT_VALOR TO WS-BOL-VALOR-EDT
	          MOVE SPACES TO REGBOL
	          STRING "VENCIMENTO ORIGINAL: " WS-BOL-DATA-EDT
	                 "    VALOR ORIGINAL: R$ "
	                 FUNCTION TRIM(WS-BOL-VALOR-EDT)
	              DELIMITED BY SIZE INTO REGBOL
	          END-STRING
	          WRITE REGBOL
	          MOVE WS-BOL-ENCARGOS TO WS-BOL-VALOR-EDT
	          MOVE SPACES TO REGBOL
	          STRING "MULTA E JUROS ATE O NOVO VENCIMENTO: R$ "
	                 FUNCTION TRIM(WS-BOL-VALOR-EDT)
	              DELIMITED BY SIZE INTO REGBOL
	          END-STRING
	          WRITE REGBOL
	       END-IF
	       MOVE SPACES TO REGBOL
	       MOVE "INSTRUCOES (RESPONSABILIDADE DO BENEFICIARIO):"
	         TO REGBOL
	       WRITE REGBOL
	       MOVE WCF-PERC-MULTA     TO WS-BOL-PERC-EDT
	       MOVE WS-BOL-VALOR-MULTA TO WS-BOL-VALOR-EDT
	       MOVE SPACES TO REGBOL
	       STRING "  APOS O VENCIMENTO COBRAR MULTA DE "
	              FUNCTION TRIM(WS-BOL-PERC-EDT) "% (R$ "
	              FUNCTION TRIM(WS-BOL-VALOR-EDT) ")"
	           DELIMITED BY SIZE INTO REGBOL
	       END-STRING
	       WRITE REGBOL
	       MOVE WCF-PERC-JUROS-DIA TO WS-BOL-PERC-EDT
	       MOVE WS-BOL-VALOR-JUROS TO WS-BOL-VALOR-EDT
	       MOVE SPACES TO REGBOL
	       STRING "  MAIS JUROS DE "
	              FUNCTION TRIM(WS-BOL-PERC-EDT) "% AO DIA (R$ "
	              FUNCTION TRIM(WS-BOL-VALOR-EDT)
	              " POR DIA)"
	           DELIMITED BY SIZE INTO REGBOL
	       END-STRING
	       WRITE REGBOL
	       IF WS-BOL-SEM-CLIENTE = "S"
	          MOVE SPACES TO CLI_RAZAO_SOCIAL
	                         CLI_ENDERECO_LOGRADOURO
	                         CLI_ENDERECO_BAIRRO
	                         CLI_ENDERECO_CIDADE
	                         CLI_ENDERECO_UF
	          MOVE ZEROS  TO CLI_CNPJ CLI_ENDERECO_CEP
	       END-IF
	       MOVE CLI_CNPJ TO WS-BOL-CNPJ-EDT
	       MOVE SPACES TO REGBOL
	       STRING "PAGADOR            : " TIT_CODIGO_CLIENTE " - "
	              CLI_RAZAO_SOCIAL " - CNPJ " WS-BOL-CNPJ-EDT
	           DELIMITED BY SIZE INTO REGBOL
	       END-STRING
	       WRITE REGBOL
	       MOVE SPACES TO REGBOL
	       STRING "                     "
	              CLI_ENDERECO_LOGRADOURO " - " CLI_ENDERECO_BAIRRO
	           DELIMITED BY SIZE INTO REGBOL
	       END-STRING
	       WRITE REGBOL
	       MOVE SPACES TO REGBOL
	       STRING "                     CEP " CLI_ENDERECO_CEP " "
	              CLI_ENDERECO_CIDADE "/" CLI_ENDERECO_UF
	           DELIMITED BY SIZE INTO REGBOL
	       END-STRING
	       WRITE REGBOL
	       MOVE SPACES TO REGBOL
	       STRING "CODIGO DE BARRAS   : " WS-BOL-CB-TEXTO
	           DELIMITED BY SIZE INTO REGBOL
	       END-STRING
	       WRITE REGBOL
	       MOVE ALL "- " TO REGBOL(1:80)
	       MOVE SPACES   TO REGBOL(81:52)
	       WRITE REGBOL
	       MOVE SPACES TO REGBOL
	       WRITE REGBOL
	       .
