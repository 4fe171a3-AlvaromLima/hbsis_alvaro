      **************************************************************
      * NF-E: DATA/HORA NO FORMATO DO XML E EVENTO DE CANCELAMENTO  *
      * (FATPED, ESTNF E RETCAR). MONTA-DATA-HORA-NFE DEIXA O       *
      * MOMENTO ATUAL EM WS-NFE-DATA-HORA. GERA-EVENTO-CANCELAMENTO *
      * E CHAMADO PELO ESTORNO (VER SISESPGER.CPY) COM O REGNF DA   *
      * NOTA JA CANCELADA E GRAVA O PEDIDO DE CANCELAMENTO          *
      * (TPEVENTO 110111) EM WCF-DIR-NFE<CHAVE>-can.xml, COM O      *
      * PROTOCOLO DA AUTORIZACAO, PARA O TRANSMISSOR ASSINAR E      *
      * ENVIAR. O RETORNO DO EVENTO VOLTA PELO RETNFE.              *
      **************************************************************
	   MONTA-DATA-HORA-NFE.
	       MOVE FUNCTION CURRENT-DATE TO WS-NFE-AGORA
	       MOVE SPACES TO WS-NFE-DATA-HORA
	       STRING WS-NFE-AGORA(1:4)  "-" WS-NFE-AGORA(5:2)  "-"
	              WS-NFE-AGORA(7:2)  "T" WS-NFE-AGORA(9:2)  ":"
	              WS-NFE-AGORA(11:2) ":" WS-NFE-AGORA(13:2)
	              WS-NFE-AGORA(17:3) ":" WS-NFE-AGORA(20:2)
	           DELIMITED BY SIZE INTO WS-NFE-DATA-HORA
	       END-STRING
	       .

	   GERA-EVENTO-CANCELAMENTO.
	       PERFORM MONTA-DATA-HORA-NFE
	       MOVE SPACES TO WS-ARQ-NFEXML
	       STRING WCF-DIR-NFE     DELIMITED BY SPACE
	              NF_CHAVE_ACESSO DELIMITED BY SIZE
	              "-can.xml"      DELIMITED BY SIZE
	           INTO WS-ARQ-NFEXML
	       END-STRING
	       OPEN OUTPUT ARQ-NFEXML
	       IF WS-FS-NFE NOT = "00"
	          MOVE "00" TO WS-FS-NFE
	       ELSE
	          MOVE '<?xml version="1.0" encoding="UTF-8"?>'
	                 TO REGNFEXML
	          WRITE REGNFEXML
	          MOVE SPACES TO REGNFEXML
	          STRING '<envEvento xmlns="'
	                 'http://www.portalfiscal.inf.br/nfe"'
	                 ' versao="1.00">'
	              DELIMITED BY SIZE INTO REGNFEXML
	          END-STRING
	          WRITE REGNFEXML
	          MOVE SPACES TO REGNFEXML
	          STRING "<idLote>" NF_NUMERO "</idLote>"
	              DELIMITED BY SIZE INTO REGNFEXML
	          END-STRING
	          WRITE REGNFEXML
	          MOVE '<evento versao="1.00">' TO REGNFEXML
	          WRITE REGNFEXML
	          MOVE SPACES TO REGNFEXML
	          STRING '<infEvento Id="ID110111' NF_CHAVE_ACESSO
	                 '01">'
	              DELIMITED BY SIZE INTO REGNFEXML
	          END-STRING
	          WRITE REGNFEXML
	          MOVE SPACES TO REGNFEXML
	          STRING "<cOrgao>" WCF-NFE-COD-UF "</cOrgao>"
	                 "<tpAmb>" WCF-NFE-AMBIENTE "</tpAmb>"
	              DELIMITED BY SIZE INTO REGNFEXML
	          END-STRING
	          WRITE REGNFEXML
	          MOVE SPACES TO REGNFEXML
	          STRING "<CNPJ>" WCF-NFE-CNPJ-EMITENTE "</CNPJ>"
	                 "<chNFe>" NF_CHAVE_ACESSO "</chNFe>"
	              DELIMITED BY SIZE INTO REGNFEXML
	          END-STRING
	          WRITE REGNFEXML
	          MOVE SPACES TO REGNFEXML
	          STRING "<dhEvento>" WS-NFE-DATA-HORA "</dhEvento>"
	                 "<tpEvento>110111</tpEvento>"
	                 "<nSeqEvento>1</nSeqEvento>"
	                 "<verEvento>1.00</verEvento>"
	              DELIMITED BY SIZE INTO REGNFEXML
	          END-STRING
	          WRITE REGNFEXML
	          MOVE '<detEvento versao="1.00">' TO REGNFEXML
	          WRITE REGNFEXML
	          MOVE SPACES TO REGNFEXML
	          STRING "<descEvento>Cancelamento</descEvento>"
	                 "<nProt>" DELIMITED BY SIZE
	                 NF_PROTOCOLO DELIMITED BY SPACE
	                 "</nProt>" DELIMITED BY SIZE
	              INTO REGNFEXML
	          END-STRING
	          WRITE REGNFEXML
	          MOVE SPACES TO REGNFEXML
	          STRING "<xJust>CANCELAMENTO DA NOTA FISCAL, MOTIVO "
	                 NF_MOTIVO_CANC "</xJust>"
	              DELIMITED BY SIZE INTO REGNFEXML
	          END-STRING
	          WRITE REGNFEXML
	          MOVE "</detEvento></infEvento></evento></envEvento>"
	                 TO REGNFEXML
	          WRITE REGNFEXML
	          CLOSE ARQ-NFEXML
	       END-IF
	       .
