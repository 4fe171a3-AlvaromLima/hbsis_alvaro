      **************************************************************
      * PROXIMA DATA DO PEDIDO PROGRAMADO (ARQ-PEDPRG, VER CADPPG E *
      * GERPPG). AVANCA-DATA-PROGRAMADA ANDA WS-PPG-DATA UM PERIODO *
      * DA FREQUENCIA WS-PPG-FREQUENCIA: 7 DIAS NO SEMANAL, 14 NO   *
      * QUINZENAL E UM MES NO MENSAL. NO MENSAL O DIA E O ORIGINAL  *
      * (WS-PPG-DIA-MES), LIMITADO AO ULTIMO DIA DO MES QUANDO O    *
      * MES E MAIS CURTO (31 VIRA 30, OU 28/29 EM FEVEREIRO, E      *
      * VOLTA A 31 NO MES SEGUINTE). QUEM PRECISA PASSAR DE UMA     *
      * DATA DA O PERFORM ATE PASSAR.                               *
      **************************************************************
	   AVANCA-DATA-PROGRAMADA.
	       EVALUATE WS-PPG-FREQUENCIA
	         WHEN "S"
	            COMPUTE WS-PPG-DATA = FUNCTION DATE-OF-INTEGER
	                (FUNCTION INTEGER-OF-DATE(WS-PPG-DATA) + 7)
	         WHEN "Q"
	            COMPUTE WS-PPG-DATA = FUNCTION DATE-OF-INTEGER
	                (FUNCTION INTEGER-OF-DATE(WS-PPG-DATA) + 14)
	         WHEN OTHER
	            IF WS-PPG-DIA-MES = ZEROS
	               MOVE WS-PPG-DIA TO WS-PPG-DIA-MES
	            END-IF
	            MOVE WS-PPG-ANO TO WS-PPG-ANO-SEG
	            MOVE WS-PPG-MES TO WS-PPG-MES-SEG
	            MOVE 1          TO WS-PPG-DIA-SEG
	            PERFORM PROXIMO-MES-PROGRAMADO
	            MOVE WS-PPG-MES-SEGUINTE TO WS-PPG-DATA
	            PERFORM PROXIMO-MES-PROGRAMADO
	            COMPUTE WS-PPG-FIM-MES = FUNCTION DATE-OF-INTEGER
	                (FUNCTION INTEGER-OF-DATE(WS-PPG-MES-SEGUINTE)
	                 - 1)
	            IF WS-PPG-DIA-MES > WS-PPG-ULTIMO-DIA
	               MOVE WS-PPG-ULTIMO-DIA TO WS-PPG-DIA
	            ELSE
	               MOVE WS-PPG-DIA-MES    TO WS-PPG-DIA
	            END-IF
	       END-EVALUATE
	       .

	   PROXIMO-MES-PROGRAMADO.
	       IF WS-PPG-MES-SEG = 12
	          MOVE 1 TO WS-PPG-MES-SEG
	          ADD 1  TO WS-PPG-ANO-SEG
	       ELSE
	          ADD 1  TO WS-PPG-MES-SEG
	       END-IF
	       .
