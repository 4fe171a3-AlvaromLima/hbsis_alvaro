      * SEMPRE FOI; QUALQUER OUTRA FILIAL GANHA A SUBPASTA F<NNN>   *
      * NOS DADOS E O PREFIXO F<NNN>- NOS ARQUIVOS DE TRABALHO E    *
      * DE EXPORTACAO DA DISTRIBUICAO. CADASTROS GLOBAIS DA CASA    *
      * (OPERADOR, FILIAL, PRODUTO/PRECO, FORNECEDOR, CEP) E AS     *
      * TRILHAS DE AUDITORIA/JORNAL NAO MUDAM COM A FILIAL.         *
      **************************************************************
	   CARREGA-FILIAL.
	           DELIMITED BY SIZE INTO WID-ARQ-ENDER
	       END-STRING

	       MOVE SPACES TO WID-ARQ-PEDCOMPRA
	       STRING "dados\F" WS-FILIAL-ATUAL "\PEDCOMPRA.DAT"
	           DELIMITED BY SIZE INTO WID-ARQ-PEDCOMPRA
	       END-STRING

	       MOVE SPACES TO WID-ARQ-PAGAR
	       STRING "dados\F" WS-FILIAL-ATUAL "\PAGAR.DAT"
	           DELIMITED BY SIZE INTO WID-ARQ-PAGAR
	       END-STRING

	       MOVE SPACES TO WID-ARQ-LOTE
	       STRING "dados\F" WS-FILIAL-ATUAL "\LOTE.DAT"
	           DELIMITED BY SIZE INTO WID-ARQ-LOTE
	       END-STRING

	       MOVE SPACES TO WID-ARQ-NFLOTE
	       STRING "dados\F" WS-FILIAL-ATUAL "\NFLOTE.DAT"
	           DELIMITED BY SIZE INTO WID-ARQ-NFLOTE
	       END-STRING

	       MOVE SPACES TO WID-ARQ-KARDEX
	       STRING "dados\F" WS-FILIAL-ATUAL "\KARDEX.DAT"
	           DELIMITED BY SIZE INTO WID-ARQ-KARDEX
	       END-STRING

	       MOVE SPACES TO WID-ARQ-SUGCOM
	       STRING "dados\F" WS-FILIAL-ATUAL "\SUGCOMPRA.DAT"
	           DELIMITED BY SIZE INTO WID-ARQ-SUGCOM
	       END-STRING

	       MOVE SPACES TO WID-ARQ-CICLO
	       STRING "dados\F" WS-FILIAL-ATUAL "\CICLO.DAT"
	           DELIMITED BY SIZE INTO WID-ARQ-CICLO
	       END-STRING
	       MOVE SPACES TO WID-ARQ-CONTAGEM
	       STRING "dados\F" WS-FILIAL-ATUAL "\CONTAGEM.DAT"
	           DELIMITED BY SIZE INTO WID-ARQ-CONTAGEM
	       END-STRING

	       MOVE SPACES TO WID-ARQ-MOTORISTA
	       STRING "dados\F" WS-FILIAL-ATUAL "\MOTORISTA.DAT"
	           DELIMITED BY SIZE INTO WID-ARQ-MOTORISTA
	       END-STRING
	       MOVE SPACES TO WID-ARQ-ACERTO
	       STRING "dados\F" WS-FILIAL-ATUAL "\ACERTO.DAT"
	           DELIMITED BY SIZE INTO WID-ARQ-ACERTO
	       END-STRING

	       MOVE SPACES TO WID-ARQ-RETCARGA
	       STRING "dados\F" WS-FILIAL-ATUAL "\RETCARGA.DAT"
	           DELIMITED BY SIZE INTO WID-ARQ-RETCARGA
	       END-STRING

	       MOVE SPACES TO WID-ARQ-CALENT
	       STRING "dados\F" WS-FILIAL-ATUAL "\CALENT.DAT"
	           DELIMITED BY SIZE INTO WID-ARQ-CALENT
	       END-STRING

	       MOVE SPACES TO WID-ARQ-EXTBCO
	       STRING "dados\F" WS-FILIAL-ATUAL "\EXTRATOBCO.DAT"
	           DELIMITED BY SIZE INTO WID-ARQ-EXTBCO
	       END-STRING
	       MOVE SPACES TO WID-ARQ-CONCIL
	       STRING "dados\F" WS-FILIAL-ATUAL "\CONCILIACAO.DAT"
	           DELIMITED BY SIZE INTO WID-ARQ-CONCIL
	       END-STRING
	       MOVE SPACES TO WID-ARQ-CHEQUE
	       STRING "dados\F" WS-FILIAL-ATUAL "\CHEQUES.DAT"
	           DELIMITED BY SIZE INTO WID-ARQ-CHEQUE
	       END-STRING
	       MOVE SPACES TO WID-ARQ-NEGAT
	       STRING "dados\F" WS-FILIAL-ATUAL "\NEGATIVACAO.DAT"
	           DELIMITED BY SIZE INTO WID-ARQ-NEGAT
	       END-STRING
	       MOVE SPACES TO WID-ARQ-PERDA
	       STRING "dados\F" WS-FILIAL-ATUAL "\PERDAS.DAT"
	           DELIMITED BY SIZE INTO WID-ARQ-PERDA
	       END-STRING
	       MOVE SPACES TO WID-ARQ-PDD
	       STRING "dados\F" WS-FILIAL-ATUAL "\PDD.DAT"
	           DELIMITED BY SIZE INTO WID-ARQ-PDD
	       END-STRING
	       MOVE SPACES TO WID-ARQ-REVLIM
	       STRING "dados\F" WS-FILIAL-ATUAL "\REVLIMITE.DAT"
	           DELIMITED BY SIZE INTO WID-ARQ-REVLIM
	       END-STRING
	       MOVE SPACES TO WID-ARQ-GRUPO
	       STRING "dados\F" WS-FILIAL-ATUAL "\GRUPO.DAT"
	           DELIMITED BY SIZE INTO WID-ARQ-GRUPO
	       END-STRING
	       MOVE SPACES TO WID-ARQ-GRPCLI
	       STRING "dados\F" WS-FILIAL-ATUAL "\GRUPOCLI.DAT"
	           DELIMITED BY SIZE INTO WID-ARQ-GRPCLI
	       END-STRING
	       MOVE SPACES TO WID-ARQ-RAPPEL
	       STRING "dados\F" WS-FILIAL-ATUAL "\RAPPEL.DAT"
	           DELIMITED BY SIZE INTO WID-ARQ-RAPPEL
	       END-STRING
	       MOVE SPACES TO WID-ARQ-BONIF
	       STRING "dados\F" WS-FILIAL-ATUAL "\BONIFICACAO.DAT"
	           DELIMITED BY SIZE INTO WID-ARQ-BONIF
	       END-STRING
	       MOVE SPACES TO WID-ARQ-VERBA
	       STRING "dados\F" WS-FILIAL-ATUAL "\VERBA.DAT"
	           DELIMITED BY SIZE INTO WID-ARQ-VERBA
	       END-STRING
	       MOVE SPACES TO WID-ARQ-PEDPRG
	       STRING "dados\F" WS-FILIAL-ATUAL "\PEDPROG.DAT"
	           DELIMITED BY SIZE INTO WID-ARQ-PEDPRG
	       END-STRING
	       MOVE SPACES TO WID-ARQ-LOJRED
	       STRING "dados\F" WS-FILIAL-ATUAL "\LOJAREDE.DAT"
	           DELIMITED BY SIZE INTO WID-ARQ-LOJRED
	       END-STRING
	       MOVE SPACES TO WID-ARQ-PEDEDI
	       STRING "dados\F" WS-FILIAL-ATUAL "\PEDEDI.DAT"
	           DELIMITED BY SIZE INTO WID-ARQ-PEDEDI
	       END-STRING
	       MOVE SPACES TO WID-ARQ-ATEND
	       STRING "dados\F" WS-FILIAL-ATUAL "\ATENDIMENTO.DAT"
	           DELIMITED BY SIZE INTO WID-ARQ-ATEND
	       END-STRING
	       MOVE SPACES TO WID-ARQ-CHECKIN
	       STRING "dados\F" WS-FILIAL-ATUAL "\CHECKIN.DAT"
	           DELIMITED BY SIZE INTO WID-ARQ-CHECKIN
	       END-STRING
	       MOVE SPACES TO WID-ARQ-ROTPLA
	       STRING "dados\F" WS-FILIAL-ATUAL "\ROTAPLAN.DAT"
	           DELIMITED BY SIZE INTO WID-ARQ-ROTPLA
	       END-STRING
	       MOVE SPACES TO WID-ARQ-VERFOL
	       STRING "dados\F" WS-FILIAL-ATUAL "\VERBAFOLHA.DAT"
	           DELIMITED BY SIZE INTO WID-ARQ-VERFOL
	       END-STRING
	       MOVE SPACES TO WID-ARQ-REMFOL
	       STRING "dados\F" WS-FILIAL-ATUAL "\REMFOLHA.DAT"
	           DELIMITED BY SIZE INTO WID-ARQ-REMFOL
	       END-STRING
	       MOVE SPACES TO WID-ARQ-SCORE
	       STRING "dados\F" WS-FILIAL-ATUAL "\SCORECARD.DAT"
	           DELIMITED BY SIZE INTO WID-ARQ-SCORE
	       END-STRING
	       MOVE SPACES TO WID-ARQ-PESQPR
	       STRING "dados\F" WS-FILIAL-ATUAL "\PESQPRECO.DAT"
	           DELIMITED BY SIZE INTO WID-ARQ-PESQPR
	       END-STRING
	       MOVE SPACES TO WID-ARQ-OCORR
	       STRING "dados\F" WS-FILIAL-ATUAL "\OCORRENCIA.DAT"
	           DELIMITED BY SIZE INTO WID-ARQ-OCORR
	       END-STRING
	       MOVE SPACES TO WID-ARQ-OCOHIS
	       STRING "dados\F" WS-FILIAL-ATUAL "\OCORHIST.DAT"
	           DELIMITED BY SIZE INTO WID-ARQ-OCOHIS
	       END-STRING

	       MOVE SPACES TO WID-ARQ-DOCCLI
	       STRING "dados\F" WS-FILIAL-ATUAL "\DOCCLIENTE.DAT"
	           DELIMITED BY SIZE INTO WID-ARQ-DOCCLI
	       END-STRING
	       MOVE SPACES TO WID-ARQ-APROVA
	       STRING "dados\F" WS-FILIAL-ATUAL "\APROVACAO.DAT"
	           DELIMITED BY SIZE INTO WID-ARQ-APROVA
	       END-STRING
	       MOVE SPACES TO WID-ARQ-MSGFILA
	       STRING "dados\F" WS-FILIAL-ATUAL "\MENSAGENS.DAT"
	           DELIMITED BY SIZE INTO WID-ARQ-MSGFILA
	       END-STRING
	       MOVE SPACES TO WID-ARQ-EMLDEV
	       STRING "dados\F" WS-FILIAL-ATUAL "\EMAILDEVOL.DAT"
	           DELIMITED BY SIZE INTO WID-ARQ-EMLDEV
	       END-STRING
	       MOVE SPACES TO WID-ARQ-OPORT
	       STRING "dados\F" WS-FILIAL-ATUAL "\OPORTUNIDADE.DAT"
	           DELIMITED BY SIZE INTO WID-ARQ-OPORT
	       END-STRING
	       MOVE SPACES TO WID-ARQ-RECEB
	       STRING "dados\F" WS-FILIAL-ATUAL "\RECEBIDOS.DAT"
	           DELIMITED BY SIZE INTO WID-ARQ-RECEB
	       END-STRING

	       MOVE SPACES TO WID-ARQ-SEQ
	       STRING "dados\F" WS-FILIAL-ATUAL "\SEQUENCIA.DAT"
	           DELIMITED BY SIZE INTO WID-ARQ-SEQ
	       STRING "exportacao\F" WS-FILIAL-ATUAL "-vencli.csv"
	           DELIMITED BY SIZE INTO WCF-ARQ-CSV-DISTVEN
	       END-STRING
	       MOVE SPACES TO WCF-DIR-NFE
	       STRING "exportacao\nfe\F" WS-FILIAL-ATUAL "-"
	           DELIMITED BY SIZE INTO WCF-DIR-NFE
	       END-STRING
	       MOVE SPACES TO WCF-DIR-EDI
	       STRING "exportacao\edi\F" WS-FILIAL-ATUAL "-"
	           DELIMITED BY SIZE INTO WCF-DIR-EDI
	       END-STRING
	       MOVE SPACES TO WCF-ARQ-RETORNO-NFE
	       STRING "importacao\F" WS-FILIAL-ATUAL "-NFERETORNO.TXT"
	           DELIMITED BY SIZE INTO WCF-ARQ-RETORNO-NFE
	       END-STRING
	       MOVE SPACES TO WCF-DIR-SPED
	       STRING "exportacao\F" WS-FILIAL-ATUAL "-"
	           DELIMITED BY SIZE INTO WCF-DIR-SPED
	       END-STRING
	       MOVE SPACES TO WCF-ARQ-CONTAB-WRK
	       STRING "temp\F" WS-FILIAL-ATUAL "-CONTAB.WRK"
	           DELIMITED BY SIZE INTO WCF-ARQ-CONTAB-WRK
	       END-STRING
	       MOVE SPACES TO WCF-DIR-CONTAB
	       STRING "exportacao\F" WS-FILIAL-ATUAL "-"
	           DELIMITED BY SIZE INTO WCF-DIR-CONTAB
	       END-STRING
	       MOVE SPACES TO WCF-DIR-EXTRATO
	       STRING "exportacao\extratos\F" WS-FILIAL-ATUAL "-"
	           DELIMITED BY SIZE INTO WCF-DIR-EXTRATO
	       END-STRING
	       MOVE SPACES TO WCF-DIR-SELLOUT
	       STRING "exportacao\sellout\F" WS-FILIAL-ATUAL "-"
	           DELIMITED BY SIZE INTO WCF-DIR-SELLOUT
	       END-STRING
	       .

      * NOME DO ARQUIVO DE SELECAO DE FILIAL DA SESSAO: UM POR
