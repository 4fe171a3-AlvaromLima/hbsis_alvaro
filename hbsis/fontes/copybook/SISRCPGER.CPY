      **************************************************************
      * REGISTRO DOS ARQUIVOS RECEBIDOS PELAS INTERFACES DE ENTRADA *
      * (INTERP, IMPPED, IMPPRO, IMPVIS, IMPENT, RETORNO DO CNBTIT  *
      * E IMPORTACOES DO CADCLI/CADVEN). TODO ARQUIVO E REGISTRADO  *
      * EM ARQ-RECEB ANTES DE SER APLICADO; O MESMO ARQUIVO (MESMO  *
      * CONTEUDO, OU MESMA SEQUENCIA/DATA DE HEADER) JA APLICADO OU *
      * EM PROCESSAMENTO E RECUSADO, SALVO SE UM SUPERVISOR FORCAR. *
      * IDENTIFICA-RECEBIDO - TAMANHO, CONTAGEM, CHECKSUM E PRIMEIRA*
      *                       LINHA DO ARQUIVO EM WS-RCB-ARQUIVO.   *
      * CONFERE-RECEBIDO    - PROCURA O ARQUIVO NO REGISTRO, PEDE A *
      *                       FORCA DO SUPERVISOR SE JA RECEBIDO E  *
      *                       GRAVA A ENTRADA ("P" OU "R").         *
      * FINALIZA-RECEBIDO   - SITUACAO FINAL DA ENTRADA ("A"/"X").  *
      * ABRE/FECHA-RECEBIDOS- ABRE (E CRIA NA PRIMEIRA VEZ) O       *
      *                       REGISTRO; SEM ELE WS-SEM-RECEB = "S" E*
      *                       NENHUM ARQUIVO E APLICADO.            *
      * O CHAMADOR TAMBEM COPIA O SISSNPGER (EMBARALHA-SENHA).      *
      **************************************************************

	   ABRE-RECEBIDOS.
	       MOVE "N" TO WS-SEM-RECEB
	       OPEN I-O ARQ-RECEB
	       IF WS-RESULTADO-ACESSO = "05" OR "35"
	          OPEN OUTPUT ARQ-RECEB
	          CLOSE ARQ-RECEB
	          OPEN I-O ARQ-RECEB
	       END-IF
	       IF WS-RESULTADO-ACESSO NOT = "00"
	          MOVE "S" TO WS-SEM-RECEB
	       END-IF
	       MOVE "00" TO WS-RESULTADO-ACESSO
	       .

	   FECHA-RECEBIDOS.
	       IF WS-SEM-RECEB NOT = "S"
	          CLOSE ARQ-RECEB
	          MOVE "S" TO WS-SEM-RECEB
	       END-IF
	       .

      * LE O ARQUIVO INTEIRO COMO TEXTO: CONTAGEM DE LINHAS, TAMANHO
      * (LINHA SEM OS BRANCOS FINAIS + CR/LF) E CHECKSUM NO MOLDE DO
      * ADLER-32 (DUAS SOMAS MODULO 65521 SOBRE A POSICAO DE CADA
      * CARACTERE NA TABELA, O FIM DE LINHA CONTANDO COMO UM LF),
      * QUE MUDA COM QUALQUER CARACTERE TROCADO OU LINHA FORA DE
      * ORDEM. ARQUIVO QUE NAO ABRE FICA COM TUDO ZERADO.
	   IDENTIFICA-RECEBIDO.
	       MOVE ZEROS  TO WS-RCB-TAMANHO
	                      WS-RCB-QTD-REGISTROS
	                      WS-RCB-CHECKSUM
	                      WS-RCB-SOMA2
	                      WS-RCB-HDR-DATA
	       MOVE 1      TO WS-RCB-SOMA1
	       MOVE SPACES TO WS-RCB-PRIMEIRA-LINHA
	                      WS-RCB-HDR-SEQUENCIA
	       MOVE "N"    TO WS-RCB-RETOMADA
	       OPEN INPUT ARQ-RCBLIDO
	       IF WS-FS-RCB NOT = "00"
	          EXIT PARAGRAPH
	       END-IF
	       MOVE "N" TO WS-RCB-EOF
	       PERFORM UNTIL WS-RCB-EOF = "Y"
	          READ ARQ-RCBLIDO AT END
	             MOVE "Y" TO WS-RCB-EOF
	          END-READ
	          IF WS-RCB-EOF = "N"
	             PERFORM SOMA-LINHA-RECEBIDO
	          END-IF
	       END-PERFORM
	       CLOSE ARQ-RCBLIDO
	       COMPUTE WS-RCB-CHECKSUM = WS-RCB-SOMA2 * 65536
	                               + WS-RCB-SOMA1
	       .

	   SOMA-LINHA-RECEBIDO.
	       ADD 1 TO WS-RCB-QTD-REGISTROS
	       IF WS-RCB-QTD-REGISTROS = 1
	          MOVE REGRCL TO WS-RCB-PRIMEIRA-LINHA
	       END-IF
	       IF REGRCL = SPACES
	          MOVE ZEROS TO WS-RCB-TAM-LINHA
	       ELSE
	          MOVE 500 TO WS-RCB-TAM-LINHA
	          PERFORM UNTIL REGRCL(WS-RCB-TAM-LINHA:1) NOT = SPACE
	             SUBTRACT 1 FROM WS-RCB-TAM-LINHA
	          END-PERFORM
	       END-IF
	       COMPUTE WS-RCB-TAMANHO = WS-RCB-TAMANHO
	                              + WS-RCB-TAM-LINHA + 2
	       PERFORM VARYING WS-RCB-IND FROM 1 BY 1
	               UNTIL WS-RCB-IND > WS-RCB-TAM-LINHA
	          COMPUTE WS-RCB-SOMA1 = FUNCTION MOD(WS-RCB-SOMA1 +
	                  FUNCTION ORD(REGRCL(WS-RCB-IND:1)), 65521)
	          COMPUTE WS-RCB-SOMA2 = FUNCTION MOD(WS-RCB-SOMA2 +
	                  WS-RCB-SOMA1, 65521)
	       END-PERFORM
	       COMPUTE WS-RCB-SOMA1 = FUNCTION MOD(WS-RCB-SOMA1 + 11,
	               65521)
	       COMPUTE WS-RCB-SOMA2 = FUNCTION MOD(WS-RCB-SOMA2 +
	               WS-RCB-SOMA1, 65521)
	       .

      * REGISTRA O ARQUIVO IDENTIFICADO. JA RECEBIDO: NA RODADA
      * "BATCH" E RECUSADO DIRETO; NA TELA MOSTRA QUANDO E POR QUEM
      * ENTROU DA OUTRA VEZ E SO SEGUE COM A SENHA DE UM SUPERVISOR.
      * SEM O REGISTRO (OU SEM CONSEGUIR GRAVAR A ENTRADA) NADA E
      * APLICADO - A TRAVA NAO PODE SUMIR EM SILENCIO. ARQUIVO VAZIO
      * (OU QUE NAO ABRIU) NAO TEM O QUE APLICAR DUAS VEZES E SO FICA
      * REGISTRADO.
	   CONFERE-RECEBIDO.
	       MOVE "N"    TO WS-RCB-LIBERADO
	                      WS-RCB-FORCADO
	       MOVE SPACES TO WS-RCB-MOTIVO
	                      WS-RCB-SUPERVISOR
	                      WS-RCB-CHAVE-ATUAL
	       MOVE ZEROS  TO WS-RCB-DUPLICADO-DE
	       PERFORM ABRE-RECEBIDOS
	       IF WS-SEM-RECEB = "S"
	          MOVE "SEM REGISTRO DE RECEBIDOS" TO WS-RCB-MOTIVO
	          EXIT PARAGRAPH
	       END-IF
	       IF WS-RCB-QTD-REGISTROS > ZEROS
	          PERFORM PROCURA-RECEBIDO-ANTERIOR
	       END-IF
	       IF WS-RCB-DUPLICADO-DE = ZEROS
	          MOVE "S" TO WS-RCB-LIBERADO
	       ELSE
	          PERFORM DECIDE-RECEBIDO-REPETIDO
	       END-IF
	       PERFORM GRAVA-RECEBIDO
	       PERFORM FECHA-RECEBIDOS
	       .

      * SO CONTAM AS ENTRADAS APLICADAS ("A") OU EM PROCESSAMENTO
      * ("P"): ARQUIVO RECUSADO NAO FOI APLICADO E PODE VOLTAR. NA
      * RETOMADA DO CHECKPOINT A ENTRADA "P" E A PROPRIA RODADA
      * INTERROMPIDA. FICA A ULTIMA ENTRADA QUE BATER.
	   PROCURA-RECEBIDO-ANTERIOR.
	       MOVE "N" TO WS-RCB-EOF
	       MOVE WS-RCB-INTERFACE TO RCB_INTERFACE
	       MOVE ZEROS            TO RCB_DATA_HORA
	                                RCB_SEQ
	       START ARQ-RECEB KEY IS NOT LESS THAN RCB_CHAVE
	           INVALID KEY
	              MOVE "Y" TO WS-RCB-EOF
	       END-START
	       PERFORM UNTIL WS-RCB-EOF = "Y"
	          READ ARQ-RECEB NEXT AT END
	             MOVE "Y" TO WS-RCB-EOF
	          END-READ
	          IF WS-RCB-EOF = "N"
	             IF RCB_INTERFACE NOT = WS-RCB-INTERFACE
	                MOVE "Y" TO WS-RCB-EOF
	             ELSE
	                PERFORM COMPARA-RECEBIDO
	             END-IF
	          END-IF
	       END-PERFORM
	       MOVE "00" TO WS-RESULTADO-ACESSO
	       .

	   COMPARA-RECEBIDO.
	       IF RCB_SITUACAO = "A" OR
	          (RCB_SITUACAO = "P" AND WS-RCB-RETOMADA NOT = "S")
	          IF (RCB_CHECKSUM      = WS-RCB-CHECKSUM      AND
	              RCB_TAMANHO       = WS-RCB-TAMANHO       AND
	              RCB_QTD_REGISTROS = WS-RCB-QTD-REGISTROS) OR
	             (WS-RCB-HDR-SEQUENCIA NOT = SPACES          AND
	              RCB_HDR_SEQUENCIA = WS-RCB-HDR-SEQUENCIA AND
	              RCB_HDR_DATA      = WS-RCB-HDR-DATA)
	             MOVE RCB_DATA_HORA TO WS-RCB-DUPLICADO-DE
	             MOVE RCB_OPERADOR  TO WS-RCB-ANT-OPERADOR
	             MOVE RCB_SITUACAO  TO WS-RCB-ANT-SITUACAO
	          END-IF
	       END-IF
	       .

	   DECIDE-RECEBIDO-REPETIDO.
	       MOVE SPACES TO WS-RCB-MOTIVO
	       STRING "JA RECEBIDO "
	              WS-RCB-DUPLICADO-DE(7:2) "/"
	              WS-RCB-DUPLICADO-DE(5:2) "/"
	              WS-RCB-DUPLICADO-DE(1:4) " "
	              WS-RCB-DUPLICADO-DE(9:2) ":"
	              WS-RCB-DUPLICADO-DE(11:2)
	           DELIMITED BY SIZE INTO WS-RCB-MOTIVO
	       END-STRING
	       IF WS-SESSAO-ID = "BATCH"
	          EXIT PARAGRAPH
	       END-IF
	       DISPLAY WS-RCB-MOTIVO            AT 2101
	       DISPLAY "POR"                    AT 2130
	       DISPLAY WS-RCB-ANT-OPERADOR      AT 2134
	       IF WS-RCB-ANT-SITUACAO = "P"
	          DISPLAY "(INTERROMPIDO)"      AT 2140
	       ELSE
	          DISPLAY "(APLICADO)"          AT 2140
	       END-IF
	       MOVE "N" TO WS-RCB-RESPOSTA
	       DISPLAY "PROCESSAR DE NOVO (S/N): " AT 2201
	       ACCEPT WS-RCB-RESPOSTA WITH UPDATE AT 2226
	       DISPLAY "                          " AT 2201
	       IF WS-RCB-RESPOSTA = "S" OR "s"
	          PERFORM AUTORIZA-FORCA-RECEBIDO
	          IF WS-RCB-SUPERV-OK = "S"
	             MOVE "S" TO WS-RCB-LIBERADO
	                         WS-RCB-FORCADO
	             MOVE SPACES TO WS-RCB-MOTIVO
	             STRING "REPETIDO, FORCADO POR "
	                    WS-RCB-SUPERVISOR
	                 DELIMITED BY SIZE INTO WS-RCB-MOTIVO
	             END-STRING
	          ELSE
	             MOVE SPACES TO WS-RCB-SUPERVISOR
	          END-IF
	       END-IF
	       DISPLAY "                              " AT 2101
	       DISPLAY "          " AT 2131
	       DISPLAY "              " AT 2140
	       .

      * MESMA CONFERENCIA DO AUTORIZA-SUPERVISOR DO CADACO; O
      * CADASTRO DE OPERADORES E ABERTO SO PARA ESTA LEITURA.
	   AUTORIZA-FORCA-RECEBIDO.
	       MOVE "N" TO WS-RCB-SUPERV-OK
	       MOVE SPACES TO WS-RCB-SUPERVISOR WS-RCB-SENHA
	       DISPLAY "APROVACAO SUPERV. - ID: [     ]" AT 2210
	       ACCEPT WS-RCB-SUPERVISOR AT 2235
	       DISPLAY "SENHA: [          ]" AT 2243
	       ACCEPT WS-RCB-SENHA AT 2251 WITH SECURE
	       OPEN INPUT ARQ-OPERADOR
	       IF WS-RESULTADO-ACESSO = "00"
	          MOVE WS-RCB-SUPERVISOR TO OPER_ID
	          READ ARQ-OPERADOR
	              INVALID KEY
	                 CONTINUE
	              NOT INVALID KEY
	                 MOVE WS-RCB-SENHA TO WS-SENHA-ABERTA
	                 PERFORM EMBARALHA-SENHA
	                 IF OPER_SENHA = WS-SENHA-CIFRADA AND
	                    OPER_STATUS = "A" AND
	                    (OPER_PERFIL = "S" OR OPER_PERFIL = "A")
	                    MOVE "S" TO WS-RCB-SUPERV-OK
	                 END-IF
	          END-READ
	          CLOSE ARQ-OPERADOR
	       END-IF
	       MOVE "00" TO WS-RESULTADO-ACESSO
	       DISPLAY "                               " AT 2210
	       DISPLAY "                    " AT 2243
	       .

      * DOIS ARQUIVOS NO MESMO SEGUNDO DA MESMA INTERFACE VAO PARA
      * A SEQ SEGUINTE DA CHAVE.
	   GRAVA-RECEBIDO.
	       MOVE SPACES TO REGRCB
	       MOVE FUNCTION CURRENT-DATE(1:14) TO WS-RCB-DATA-HORA
	       MOVE WS-RCB-INTERFACE      TO RCB_INTERFACE
	       MOVE WS-RCB-DATA-HORA      TO RCB_DATA_HORA
	       MOVE ZEROS                 TO RCB_SEQ
	       MOVE WS-RCB-ARQUIVO        TO RCB_NOME
	       MOVE WS-RCB-TAMANHO        TO RCB_TAMANHO
	       MOVE WS-RCB-QTD-REGISTROS  TO RCB_QTD_REGISTROS
	       MOVE WS-RCB-CHECKSUM       TO RCB_CHECKSUM
	       MOVE WS-RCB-HDR-SEQUENCIA  TO RCB_HDR_SEQUENCIA
	       MOVE WS-RCB-HDR-DATA       TO RCB_HDR_DATA
	       IF WS-RCB-LIBERADO = "S"
	          MOVE "P" TO RCB_SITUACAO
	       ELSE
	          MOVE "R" TO RCB_SITUACAO
	       END-IF
	       MOVE WS-RCB-FORCADO        TO RCB_FORCADO
	       MOVE WS-SESSAO-ID          TO RCB_OPERADOR
	       MOVE WS-RCB-SUPERVISOR     TO RCB_SUPERVISOR
	       MOVE WS-RCB-DUPLICADO-DE   TO RCB_DUPLICADO_DE
	       MOVE ZEROS                 TO RCB_QTD_APLICADA
	       MOVE WS-RCB-MOTIVO         TO RCB_MOTIVO
	       WRITE REGRCB
	       PERFORM UNTIL WS-RESULTADO-ACESSO NOT = "22" OR
	                     RCB_SEQ = 99
	          ADD 1 TO RCB_SEQ
	          WRITE REGRCB
	       END-PERFORM
	       IF WS-RCB-LIBERADO = "S"
	          IF WS-RESULTADO-ACESSO = "00" OR "02"
	             MOVE RCB_CHAVE TO WS-RCB-CHAVE-ATUAL
	          ELSE
	             MOVE "N" TO WS-RCB-LIBERADO
	             MOVE "ERRO NO REGISTRO DE RECEBIDOS"
	                    TO WS-RCB-MOTIVO
	          END-IF
	       END-IF
	       MOVE "00" TO WS-RESULTADO-ACESSO
	       .

      * FECHA A ENTRADA GRAVADA PELO CONFERE-RECEBIDO: "A" COM A
      * QUANTIDADE APLICADA OU "X" COM O MOTIVO DA RECUSA DO PROPRIO
      * PROGRAMA. ENTRADA QUE FICA "P" (O PROGRAMA CAIU NO MEIO)
      * CONTINUA TRAVANDO O ARQUIVO ATE ALGUEM CONFERIR.
	   FINALIZA-RECEBIDO.
	       IF WS-RCB-CHAVE-ATUAL = SPACES
	          EXIT PARAGRAPH
	       END-IF
	       PERFORM ABRE-RECEBIDOS
	       IF WS-SEM-RECEB = "S"
	          EXIT PARAGRAPH
	       END-IF
	       MOVE WS-RCB-CHAVE-ATUAL TO RCB_CHAVE
	       READ ARQ-RECEB
	           INVALID KEY
	              CONTINUE
	           NOT INVALID KEY
	              MOVE WS-RCB-SITUACAO     TO RCB_SITUACAO
	              MOVE WS-RCB-QTD-APLICADA TO RCB_QTD_APLICADA
	              IF WS-RCB-SITUACAO = "X"
	                 MOVE WS-RCB-MOTIVO    TO RCB_MOTIVO
	              END-IF
	              REWRITE REGRCB
	       END-READ
	       MOVE "00" TO WS-RESULTADO-ACESSO
	       PERFORM FECHA-RECEBIDOS
	       MOVE SPACES TO WS-RCB-CHAVE-ATUAL
	       .
