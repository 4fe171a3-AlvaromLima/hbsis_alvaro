      **************************************************************
      * VERBAS DA FOLHA DE PAGAMENTO (ARQ-VERFOL E ARQ-REMFOL, VER  *
      * INTFOL). VERIFICA-MES-FOLHA PROCURA PARA WS-FOL-ANO-MES UM  *
      * ARQUIVO JA ENVIADO E NAO CANCELADO: DEVOLVE "S" EM          *
      * WS-FOL-EXPORTADO, A SEQUENCIA E A SITUACAO DELE, E EM       *
      * WS-FOL-ULTIMA-SEQ A MAIOR SEQUENCIA JA USADA NO MES. O MES  *
      * ENVIADO NAO PODE TER AS VERBAS REAPURADAS; QUEM APURA DEVE  *
      * MANTER O QUE FOI ENVIADO ATE O CANCELAMENTO FORMAL.         *
      **************************************************************
	   VERIFICA-MES-FOLHA.
	       MOVE "N"    TO WS-FOL-EXPORTADO
	       MOVE ZEROS  TO WS-FOL-SEQ-ATIVA WS-FOL-ULTIMA-SEQ
	       MOVE SPACES TO WS-FOL-SITUACAO-ATIVA
	       OPEN INPUT ARQ-REMFOL
	       IF WS-RESULTADO-ACESSO = "00"
	          MOVE "N" TO WS-FOL-EOF
	          MOVE WS-FOL-ANO-MES TO RMF_ANO_MES
	          MOVE ZEROS          TO RMF_SEQ
	          START ARQ-REMFOL KEY IS NOT LESS THAN RMF_CHAVE
	              INVALID KEY MOVE "S" TO WS-FOL-EOF
	          END-START
	          PERFORM UNTIL WS-FOL-EOF = "S"
	             READ ARQ-REMFOL NEXT
	                 AT END MOVE "S" TO WS-FOL-EOF
	             END-READ
	             IF WS-FOL-EOF = "N"
	                IF RMF_ANO_MES NOT = WS-FOL-ANO-MES
	                   MOVE "S" TO WS-FOL-EOF
	                ELSE
	                   MOVE RMF_SEQ TO WS-FOL-ULTIMA-SEQ
	                   IF RMF_SITUACAO NOT = "C"
	                      MOVE "S"          TO WS-FOL-EXPORTADO
	                      MOVE RMF_SEQ      TO WS-FOL-SEQ-ATIVA
	                      MOVE RMF_SITUACAO TO WS-FOL-SITUACAO-ATIVA
	                   END-IF
	                END-IF
	             END-IF
	          END-PERFORM
	          CLOSE ARQ-REMFOL
	       END-IF
	       MOVE "00" TO WS-RESULTADO-ACESSO
	       .

      **************************************************************
      * ABRE AS VERBAS DA FOLHA PARA GRAVACAO, CRIANDO O ARQUIVO NA *
      * PRIMEIRA VEZ. SEM O ARQUIVO A APURACAO SEGUE NORMALMENTE E  *
      * SO NAO GUARDA AS VERBAS (WS-FOL-SEM-VERBAS = "S").          *
      **************************************************************
	   ABRE-VERBAS-FOLHA.
	       MOVE "N" TO WS-FOL-SEM-VERBAS
	       OPEN I-O ARQ-VERFOL
	       IF WS-RESULTADO-ACESSO = "05" OR "35"
	          OPEN OUTPUT ARQ-VERFOL
	          CLOSE ARQ-VERFOL
	          OPEN I-O ARQ-VERFOL
	       END-IF
	       IF WS-RESULTADO-ACESSO NOT = "00"
	          MOVE "S" TO WS-FOL-SEM-VERBAS
	       END-IF
	       MOVE "00" TO WS-RESULTADO-ACESSO
	       .

      **************************************************************
      * APAGA AS VERBAS DE WS-FOL-ANO-MES DOS TIPOS LISTADOS EM     *
      * WS-FOL-TIPOS, PARA A REAPURACAO DO MES NAO DEIXAR VERBA DE  *
      * VENDEDOR QUE DEIXOU DE TER VALOR.                           *
      **************************************************************
	   LIMPA-VERBAS-FOLHA.
	       IF WS-FOL-SEM-VERBAS = "N"
	          MOVE "N" TO WS-FOL-EOF
	          MOVE WS-FOL-ANO-MES TO VFL_ANO_MES
	          MOVE ZEROS          TO VFL_COD_VENDEDOR
	          MOVE SPACES         TO VFL_TIPO
	          START ARQ-VERFOL KEY IS NOT LESS THAN VFL_CHAVE
	              INVALID KEY MOVE "S" TO WS-FOL-EOF
	          END-START
	          PERFORM UNTIL WS-FOL-EOF = "S"
	             READ ARQ-VERFOL NEXT
	                 AT END MOVE "S" TO WS-FOL-EOF
	             END-READ
	             IF WS-FOL-EOF = "N"
	                IF VFL_ANO_MES NOT = WS-FOL-ANO-MES
	                   MOVE "S" TO WS-FOL-EOF
	                ELSE
	                   IF VFL_TIPO = WS-FOL-TIPOS(1:1) OR
	                      VFL_TIPO = WS-FOL-TIPOS(2:1) OR
	                      VFL_TIPO = WS-FOL-TIPOS(3:1)
	                      DELETE ARQ-VERFOL RECORD
	                          INVALID KEY CONTINUE
	                      END-DELETE
	                   END-IF
	                END-IF
	             END-IF
	          END-PERFORM
	          MOVE "00" TO WS-RESULTADO-ACESSO
	       END-IF
	       .

      **************************************************************
      * GRAVA A VERBA WS-FOL-VALOR DO VENDEDOR E TIPO INFORMADOS NO *
      * MES, PENDENTE DE ENVIO. VALOR ZERO NAO VAI PARA A FOLHA.    *
      **************************************************************
	   GRAVA-VERBA-FOLHA.
	       IF WS-FOL-SEM-VERBAS = "N" AND WS-FOL-VALOR NOT = ZEROS
	          MOVE WS-FOL-ANO-MES  TO VFL_ANO_MES
	          MOVE WS-FOL-VENDEDOR TO VFL_COD_VENDEDOR
	          MOVE WS-FOL-TIPO     TO VFL_TIPO
	          MOVE WS-FOL-VALOR    TO VFL_VALOR
	          MOVE FUNCTION CURRENT-DATE(1:8) TO VFL_DATA_APURACAO
	          MOVE ZEROS           TO VFL_REMESSA VFL_LINHA
	          MOVE SPACES          TO VFL_SITUACAO VFL_MOTIVO
	          WRITE REGVFL
	              INVALID KEY
	                 REWRITE REGVFL
	                     INVALID KEY CONTINUE
	                 END-REWRITE
	          END-WRITE
	          MOVE "00" TO WS-RESULTADO-ACESSO
	       END-IF
	       .

	   FECHA-VERBAS-FOLHA.
	       IF WS-FOL-SEM-VERBAS = "N"
	          CLOSE ARQ-VERFOL
	       END-IF
	       .
