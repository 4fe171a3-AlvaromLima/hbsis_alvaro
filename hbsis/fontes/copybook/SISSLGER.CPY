                  LOCK MODE    IS MANUAL
                  FILE STATUS  IS WS-RESULTADO-ACESSO.

      * COMPOSICAO DOS PRODUTOS-KIT (VER CADPRO E SISKTPGER.CPY).
           SELECT ARQ-KITCMP ASSIGN TO WID-ARQ-KITCMP
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS DYNAMIC
                  RECORD KEY   IS KTC_CHAVE
                  LOCK MODE    IS MANUAL
                  FILE STATUS  IS WS-RESULTADO-ACESSO.

           SELECT ARQ-CONDPAG ASSIGN TO WID-ARQ-CONDPAG
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS DYNAMIC
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS  IS WS-FS-SPL.

      * XML DA NF-E E DO EVENTO DE CANCELAMENTO: O NOME (PASTA
      * WCF-DIR-NFE + CHAVE DE ACESSO) E MONTADO EM WS-ARQ-NFEXML
      * PELO CHAMADOR.
           SELECT ARQ-NFEXML ASSIGN TO WS-ARQ-NFEXML
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS  IS WS-FS-NFE.

      * BOLETOS DE COBRANCA (VER SISBOPGER.CPY): O NOME VEM DE
      * WCF-ARQ-IMPRESSAO-BOLETO, COPIADO PARA WS-ARQ-BOLETO NA
      * ABERTURA.
           SELECT ARQ-BOLETO ASSIGN TO WS-ARQ-BOLETO
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS  IS WS-FS-BOL.

      * ARQUIVO SPED FISCAL DA COMPETENCIA (VER SPDFIS): O NOME
      * (WCF-DIR-SPED + SPED<AAAAMM>.txt) E MONTADO EM WS-ARQ-SPED.
           SELECT ARQ-SPED ASSIGN TO WS-ARQ-SPED
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS  IS WS-FS-SPD.

           SELECT ARQ-SEQ ASSIGN TO WID-ARQ-SEQ
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS DYNAMIC
                  RECORD KEY   IS END_CHAVE
                  LOCK MODE    IS MANUAL
                  FILE STATUS  IS WS-RESULTADO-ACESSO.

      * CADASTRO DE FORNECEDORES (VER CADFOR): GLOBAL DA CASA, COMO
      * O CATALOGO DE PRODUTOS.
           SELECT ARQ-FORNEC ASSIGN TO WID-ARQ-FORNEC
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS DYNAMIC
                  RECORD KEY   IS FOR_CODIGO
                  LOCK MODE    IS MANUAL
                  FILE STATUS  IS WS-RESULTADO-ACESSO.

      * PEDIDOS DE COMPRA (VER CADPCO): LINHA 000 E O CABECALHO, AS
      * LINHAS 001+ OS ITENS (MESMO IDIOMA DO ROMANEIO). A CHAVE
      * ALTERNATIVA POR FORNECEDOR SERVE A COBRANCA DE ATRASOS E O
      * CONTAS A PAGAR.
           SELECT ARQ-PEDCOMPRA ASSIGN TO WID-ARQ-PEDCOMPRA
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS DYNAMIC
                  RECORD KEY   IS PCO_CHAVE
                  ALTERNATE RECORD KEY IS PCO_COD_FORNECEDOR
                         WITH DUPLICATES
                  LOCK MODE    IS MANUAL
                  FILE STATUS  IS WS-RESULTADO-ACESSO.

      * CONTAS A PAGAR (VER CADPAG): PARCELAS DAS NOTAS DE
      * FORNECEDOR, DA FILIAL COMO O CONTAS A RECEBER. A CHAVE
      * ALTERNATIVA POR VENCIMENTO SERVE A AGENDA DE PAGAMENTOS.
           SELECT ARQ-PAGAR ASSIGN TO WID-ARQ-PAGAR
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS DYNAMIC
                  RECORD KEY   IS PAG_CHAVE
                  ALTERNATE RECORD KEY IS PAG_DATA_VENCIMENTO
                         WITH DUPLICATES
                  LOCK MODE    IS MANUAL
                  FILE STATUS  IS WS-RESULTADO-ACESSO.

      * LOTES DE ESTOQUE (VER CADEST/FATPED): SALDO POR PRODUTO +
      * LOTE, DA FILIAL COMO O ARQ-ESTOQUE. A CHAVE ALTERNATIVA
      * PRODUTO + VALIDADE ORDENA OS LOTES DE CADA PRODUTO PELO
      * VENCIMENTO MAIS PROXIMO (BAIXA PEPS POR VALIDADE).
           SELECT ARQ-LOTE ASSIGN TO WID-ARQ-LOTE
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS DYNAMIC
                  RECORD KEY   IS LOT_CHAVE
                  ALTERNATE RECORD KEY IS LOT_CHAVE_VALIDADE
                         WITH DUPLICATES
                  LOCK MODE    IS MANUAL
                  FILE STATUS  IS WS-RESULTADO-ACESSO.

      * LOTES QUE SAIRAM EM CADA NOTA (VER FATPED): A CHAVE
      * ALTERNATIVA PRODUTO + LOTE LEVA A TODAS AS NOTAS (E CLIENTES)
      * QUE RECEBERAM UM LOTE, PARA O RASTREIO EM CASO DE RECALL.
           SELECT ARQ-NFLOTE ASSIGN TO WID-ARQ-NFLOTE
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS DYNAMIC
                  RECORD KEY   IS NFL_CHAVE
                  ALTERNATE RECORD KEY IS NFL_LOTE_CHAVE
                         WITH DUPLICATES
                  LOCK MODE    IS MANUAL
                  FILE STATUS  IS WS-RESULTADO-ACESSO.

      * KARDEX: UM REGISTRO POR MOVIMENTO DE ESTOQUE, NA ORDEM
      * PRODUTO + DATA/HORA (VER SISKXPGER.CPY).
           SELECT ARQ-KARDEX ASSIGN TO WID-ARQ-KARDEX
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS DYNAMIC
                  RECORD KEY   IS KDX_CHAVE
                  LOCK MODE    IS MANUAL
                  FILE STATUS  IS WS-RESULTADO-ACESSO.

      * SUGESTAO DE COMPRA: UMA LINHA POR FORNECEDOR + PRODUTO,
      * REFEITA A CADA CALCULO (VER SUGCOM).
           SELECT ARQ-SUGCOM ASSIGN TO WID-ARQ-SUGCOM
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS DYNAMIC
                  RECORD KEY   IS SUG_CHAVE
                  LOCK MODE    IS MANUAL
                  FILE STATUS  IS WS-RESULTADO-ACESSO.

      * INVENTARIO CICLICO (VER INVCIC): CLASSE ABC E AGENDA DE
      * CONTAGEM POR PRODUTO, E O HISTORICO DAS CONTAGENS POR DATA.
           SELECT ARQ-CICLO ASSIGN TO WID-ARQ-CICLO
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS DYNAMIC
                  RECORD KEY   IS CIC_CODIGO_PRODUTO
                  LOCK MODE    IS MANUAL
                  FILE STATUS  IS WS-RESULTADO-ACESSO.

           SELECT ARQ-CONTAGEM ASSIGN TO WID-ARQ-CONTAGEM
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS DYNAMIC
                  RECORD KEY   IS CNT_CHAVE
                  LOCK MODE    IS MANUAL
                  FILE STATUS  IS WS-RESULTADO-ACESSO.

      * TRANSFERENCIA DE ESTOQUE ENTRE FILIAIS (VER TRFEST): ARQUIVO
      * GLOBAL, VISTO PELA ORIGEM E PELO DESTINO.
           SELECT ARQ-TRANSF ASSIGN TO WID-ARQ-TRANSF
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS DYNAMIC
                  RECORD KEY   IS TRF_CHAVE
                  LOCK MODE    IS MANUAL
                  FILE STATUS  IS WS-RESULTADO-ACESSO.

      * CADASTRO DE MOTORISTAS (VER CADMOT) E ACERTO DE CONTAS DO
      * MOTORISTA POR ROMANEIO (VER ACEMOT): ARQUIVOS DA FILIAL. A
      * CHAVE ALTERNATIVA POR MOTORISTA ORDENA OS DEBITOS EM ABERTO.
           SELECT ARQ-MOTORISTA ASSIGN TO WID-ARQ-MOTORISTA
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS DYNAMIC
                  RECORD KEY   IS MOT_CODIGO
                  LOCK MODE    IS MANUAL
                  FILE STATUS  IS WS-RESULTADO-ACESSO.

           SELECT ARQ-ACERTO ASSIGN TO WID-ARQ-ACERTO
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS DYNAMIC
                  RECORD KEY   IS ACE_CHAVE
                  ALTERNATE RECORD KEY IS ACE_MOTORISTA
                         WITH DUPLICATES
                  LOCK MODE    IS MANUAL
                  FILE STATUS  IS WS-RESULTADO-ACESSO.

      * RETORNO DE CARGA (VER RETCAR): NOTAS NAO ENTREGUES QUE
      * VOLTARAM NO CAMINHAO, ARQUIVO DA FILIAL.
           SELECT ARQ-RETCARGA ASSIGN TO WID-ARQ-RETCARGA
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS DYNAMIC
                  RECORD KEY   IS RET_CHAVE
                  LOCK MODE    IS MANUAL
                  FILE STATUS  IS WS-RESULTADO-ACESSO.

      * CALENDARIO DE ENTREGA POR CIDADE/UF (VER CADCAL): ARQUIVO DA
      * FILIAL, LIDO NA DIGITACAO/IMPORTACAO DE PEDIDOS PARA CARIMBAR
      * A DATA PROMETIDA DE ENTREGA (VER SISCEPGER.CPY).
           SELECT ARQ-CALENT ASSIGN TO WID-ARQ-CALENT
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS DYNAMIC
                  RECORD KEY   IS CAL_CHAVE
                  LOCK MODE    IS MANUAL
                  FILE STATUS  IS WS-RESULTADO-ACESSO.

      * DE-PARA CONTABIL (VER CADCTB): CONTA A DEBITO E A CREDITO DE
      * CADA TIPO DE EVENTO. CADASTRO GLOBAL DA CASA, COMO O DAS
      * CONDICOES DE PAGAMENTO (O PLANO DE CONTAS E UM SO).
           SELECT ARQ-CONTAB ASSIGN TO WID-ARQ-CONTAB
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS DYNAMIC
                  RECORD KEY   IS CTB_EVENTO
                  LOCK MODE    IS MANUAL
                  FILE STATUS  IS WS-RESULTADO-ACESSO.

      * LANCAMENTOS CONTABEIS DO MES (VER EXTCTB): GRAVADOS PRIMEIRO
      * NO ARQUIVO DE TRABALHO E SO COPIADOS PARA O ARQUIVO DO
      * CONTADOR (NOME MONTADO EM WS-ARQ-CTBEXP) SE O BALANCETE
      * FECHAR DEBITO = CREDITO.
           SELECT ARQ-CTBWRK ASSIGN TO WCF-ARQ-CONTAB-WRK
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS  IS WS-FS-CTW.
           SELECT ARQ-CTBEXP ASSIGN TO WS-ARQ-CTBEXP
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS  IS WS-FS-CTE.

      * CREDITOS DO EXTRATO BANCARIO IMPORTADOS (VER CONBCO), UM POR
      * DATA + SEQUENCIA DA LINHA NO DIA, E A AMARRACAO DE CADA BAIXA
      * CONCILIADA AO CREDITO QUE A COBRIU (CHAVE = TITULO; A CHAVE
      * ALTERNATIVA LISTA AS BAIXAS DE UM CREDITO).
           SELECT ARQ-EXTBCO ASSIGN TO WID-ARQ-EXTBCO
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS DYNAMIC
                  RECORD KEY   IS EXB_CHAVE
                  LOCK MODE    IS MANUAL
                  FILE STATUS  IS WS-RESULTADO-ACESSO.
           SELECT ARQ-CONCIL ASSIGN TO WID-ARQ-CONCIL
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS DYNAMIC
                  RECORD KEY   IS CON_CHAVE
                  ALTERNATE RECORD KEY IS CON_EXTRATO
                         WITH DUPLICATES
                  LOCK MODE    IS MANUAL
                  FILE STATUS  IS WS-RESULTADO-ACESSO.

      * CUSTODIA DE CHEQUES RECEBIDOS NA BAIXA (VER CADTIT/CHQCUS):
      * CHAVE = BANCO + AGENCIA + CONTA + NUMERO DO CHEQUE; AS CHAVES
      * ALTERNATIVAS SERVEM A LISTA DO DIA (BOM PARA) E O HISTORICO
      * DE DEVOLUCOES DO CLIENTE.
           SELECT ARQ-CHEQUE ASSIGN TO WID-ARQ-CHEQUE
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS DYNAMIC
                  RECORD KEY   IS CHQ_CHAVE
                  ALTERNATE RECORD KEY IS CHQ_CODIGO_CLIENTE
                         WITH DUPLICATES
                  ALTERNATE RECORD KEY IS CHQ_DATA_BOM_PARA
                         WITH DUPLICATES
                  LOCK MODE    IS MANUAL
                  FILE STATUS  IS WS-RESULTADO-ACESSO.

      * TITULOS ENVIADOS AO CARTORIO DE PROTESTO / BIRO DE CREDITO
      * (VER NEGCOB), UM REGISTRO POR NF + PARCELA.
           SELECT ARQ-NEGAT ASSIGN TO WID-ARQ-NEGAT
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS DYNAMIC
                  RECORD KEY   IS NEG_CHAVE
                  LOCK MODE    IS MANUAL
                  FILE STATUS  IS WS-RESULTADO-ACESSO.

      * TITULOS BAIXADOS COMO PERDA (INCOBRAVEIS) E SUA RECUPERACAO,
      * E A PDD APURADA POR MES E FAIXA DE ATRASO (VER PDDTIT).
           SELECT ARQ-PERDA ASSIGN TO WID-ARQ-PERDA
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS DYNAMIC
                  RECORD KEY   IS PDA_CHAVE
                  LOCK MODE    IS MANUAL
                  FILE STATUS  IS WS-RESULTADO-ACESSO.

           SELECT ARQ-PDD ASSIGN TO WID-ARQ-PDD
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS DYNAMIC
                  RECORD KEY   IS PDD_CHAVE
                  LOCK MODE    IS MANUAL
                  FILE STATUS  IS WS-RESULTADO-ACESSO.

      * PROPOSTAS DA REVISAO AUTOMATICA DE LIMITE DE CREDITO, UMA
      * POR CLIENTE (VER REVLIM).
           SELECT ARQ-REVLIM ASSIGN TO WID-ARQ-REVLIM
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS DYNAMIC
                  RECORD KEY   IS RVL_CODIGO_CLIENTE
                  LOCK MODE    IS MANUAL
                  FILE STATUS  IS WS-RESULTADO-ACESSO.

      * GRUPOS ECONOMICOS (REDES DE LOJAS) COM LIMITE DE CREDITO
      * PROPRIO E O VINCULO CLIENTE -> GRUPO (VER CADGRP). CADA
      * CLIENTE PERTENCE A NO MAXIMO UM GRUPO; A CHAVE ALTERNATIVA
      * LISTA AS LOJAS DO GRUPO.
           SELECT ARQ-GRUPO ASSIGN TO WID-ARQ-GRUPO
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS DYNAMIC
                  RECORD KEY   IS GRP_CODIGO
                  ALTERNATE RECORD KEY IS GRP_NOME
                         WITH DUPLICATES
                  LOCK MODE    IS MANUAL
                  FILE STATUS  IS WS-RESULTADO-ACESSO.

           SELECT ARQ-GRPCLI ASSIGN TO WID-ARQ-GRPCLI
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS DYNAMIC
                  RECORD KEY   IS GRC_CODIGO_CLIENTE
                  ALTERNATE RECORD KEY IS GRC_CODIGO_GRUPO
                         WITH DUPLICATES
                  LOCK MODE    IS MANUAL
                  FILE STATUS  IS WS-RESULTADO-ACESSO.

      * ACORDOS DE BONIFICACAO POR VOLUME (RAPPEL) E AS BONIFICACOES
      * APURADAS NO MES, UMA POR ACORDO + MES + CLIENTE (VER CADRAP).
      * A CHAVE ALTERNATIVA LISTA OS CREDITOS DO CLIENTE.
           SELECT ARQ-RAPPEL ASSIGN TO WID-ARQ-RAPPEL
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS DYNAMIC
                  RECORD KEY   IS RAP_CODIGO
                  LOCK MODE    IS MANUAL
                  FILE STATUS  IS WS-RESULTADO-ACESSO.

           SELECT ARQ-BONIF ASSIGN TO WID-ARQ-BONIF
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS DYNAMIC
                  RECORD KEY   IS BON_CHAVE
                  ALTERNATE RECORD KEY IS BON_CODIGO_CLIENTE
                         WITH DUPLICATES
                  LOCK MODE    IS MANUAL
                  FILE STATUS  IS WS-RESULTADO-ACESSO.

      * VERBA MENSAL DE BONIFICACAO POR VENDEDOR (VER CADVBA): UM
      * REGISTRO POR VENDEDOR + ANO/MES, CONSUMIDO PELOS PEDIDOS DE
      * BONIFICACAO DO CADPED.
           SELECT ARQ-VERBA ASSIGN TO WID-ARQ-VERBA
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS DYNAMIC
                  RECORD KEY   IS VBA_CHAVE
                  LOCK MODE    IS MANUAL
                  FILE STATUS  IS WS-RESULTADO-ACESSO.

      * PEDIDOS PROGRAMADOS (VER CADPPG/GERPPG): CLIENTE + SEQUENCIA.
           SELECT ARQ-PEDPRG ASSIGN TO WID-ARQ-PEDPRG
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS DYNAMIC
                  RECORD KEY   IS PPG_CHAVE
                  LOCK MODE    IS MANUAL
                  FILE STATUS  IS WS-RESULTADO-ACESSO.

      * DE-PARA DO EDI DAS REDES (VER CADEDI/IMPEDI): EAN PARA O
      * PRODUTO E LOJA DA REDE PARA O CLIENTE; E O VINCULO DO PEDIDO
      * DA CASA COM O PEDIDO DA REDE, LIDO PELO FATPED.
           SELECT ARQ-EANPRO ASSIGN TO WID-ARQ-EANPRO
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS DYNAMIC
                  RECORD KEY   IS EAN_CODIGO
                  LOCK MODE    IS MANUAL
                  FILE STATUS  IS WS-RESULTADO-ACESSO.

           SELECT ARQ-LOJRED ASSIGN TO WID-ARQ-LOJRED
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS DYNAMIC
                  RECORD KEY   IS LJR_CHAVE
                  LOCK MODE    IS MANUAL
                  FILE STATUS  IS WS-RESULTADO-ACESSO.

           SELECT ARQ-PEDEDI ASSIGN TO WID-ARQ-PEDEDI
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS DYNAMIC
                  RECORD KEY   IS PDE_NUMERO_PEDIDO
                  LOCK MODE    IS MANUAL
                  FILE STATUS  IS WS-RESULTADO-ACESSO.

      * NIVEL DE SERVICO POR LINHA DE PEDIDO (VER FATPED, CADPED E
      * RELSRV): O QUE A PRIMEIRA NOTA ATENDEU E O SALDO PERDIDO NO
      * CANCELAMENTO DO BACKORDER.
           SELECT ARQ-ATEND ASSIGN TO WID-ARQ-ATEND
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS DYNAMIC
                  RECORD KEY   IS ATD_CHAVE
                  LOCK MODE    IS MANUAL
                  FILE STATUS  IS WS-RESULTADO-ACESSO.

      * CHECK-INS ACEITOS DO CAMPO COM HORA E COORDENADA (GRAVADOS
      * PELO IMPVIS) E O ROTEIRO PLANEJADO POR VENDEDOR E DIA
      * (GRAVADO PELO ROTVIS): A BASE DA QUILOMETRAGEM DO CALKMV.
           SELECT ARQ-CHECKIN ASSIGN TO WID-ARQ-CHECKIN
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS DYNAMIC
                  RECORD KEY   IS CKI_CHAVE
                  LOCK MODE    IS MANUAL
                  FILE STATUS  IS WS-RESULTADO-ACESSO.

           SELECT ARQ-ROTPLA ASSIGN TO WID-ARQ-ROTPLA
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS DYNAMIC
                  RECORD KEY   IS RPL_CHAVE
                  LOCK MODE    IS MANUAL
                  FILE STATUS  IS WS-RESULTADO-ACESSO.

      * INTERFACE DA FOLHA DE PAGAMENTO (VER SISFLPGER E INTFOL): AS
      * VERBAS DO MES POR VENDEDOR (COMISSAO, SUPERVISAO E REEMBOLSO
      * DE KM) E O CONTROLE DOS ARQUIVOS ENVIADOS A FOLHA POR MES.
           SELECT ARQ-VERFOL ASSIGN TO WID-ARQ-VERFOL
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS DYNAMIC
                  RECORD KEY   IS VFL_CHAVE
                  LOCK MODE    IS MANUAL
                  FILE STATUS  IS WS-RESULTADO-ACESSO.

           SELECT ARQ-REMFOL ASSIGN TO WID-ARQ-REMFOL
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS DYNAMIC
                  RECORD KEY   IS RMF_CHAVE
                  LOCK MODE    IS MANUAL
                  FILE STATUS  IS WS-RESULTADO-ACESSO.

      * SCORECARD MENSAL DOS VENDEDORES E DAS EQUIPES (VER SCOVEN).
           SELECT ARQ-SCORE ASSIGN TO WID-ARQ-SCORE
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS DYNAMIC
                  RECORD KEY   IS SCO_CHAVE
                  LOCK MODE    IS MANUAL
                  FILE STATUS  IS WS-RESULTADO-ACESSO.

      * PESQUISA DE PRECO NO PONTO DE VENDA (VER IMPPSQ/RELPSQ).
           SELECT ARQ-PESQPR ASSIGN TO WID-ARQ-PESQPR
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS DYNAMIC
                  RECORD KEY   IS PSQ_CHAVE
                  LOCK MODE    IS MANUAL
                  FILE STATUS  IS WS-RESULTADO-ACESSO.

      * OCORRENCIAS (RECLAMACOES) DOS CLIENTES E O HISTORICO DE
      * SITUACAO DE CADA UMA (VER CADOCO/RELOCO).
           SELECT ARQ-OCORR ASSIGN TO WID-ARQ-OCORR
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS DYNAMIC
                  RECORD KEY   IS OCO_NUMERO
                  ALTERNATE RECORD KEY IS OCO_CODIGO_CLIENTE
                         WITH DUPLICATES
                  LOCK MODE    IS MANUAL
                  FILE STATUS  IS WS-RESULTADO-ACESSO.

           SELECT ARQ-OCOHIS ASSIGN TO WID-ARQ-OCOHIS
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS DYNAMIC
                  RECORD KEY   IS OCH_CHAVE
                  LOCK MODE    IS MANUAL
                  FILE STATUS  IS WS-RESULTADO-ACESSO.

      * DOCUMENTOS/LICENCAS DO CLIENTE (VER CADDOC E SISDCPGER.CPY).
           SELECT ARQ-DOCCLI ASSIGN TO WID-ARQ-DOCCLI
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS DYNAMIC
                  RECORD KEY   IS DOC_CHAVE
                  LOCK MODE    IS MANUAL
                  FILE STATUS  IS WS-RESULTADO-ACESSO.

      * FERIADOS NACIONAIS, ESTADUAIS E MUNICIPAIS (VER CADFER E
      * SISFRPGER.CPY). ARQUIVO UNICO PARA TODAS AS FILIAIS.
           SELECT ARQ-FERIADO ASSIGN TO WID-ARQ-FERIADO
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS DYNAMIC
                  RECORD KEY   IS FER_CHAVE
                  LOCK MODE    IS MANUAL
                  FILE STATUS  IS WS-RESULTADO-ACESSO.

      * ALTERACOES CADASTRAIS SENSIVEIS AGUARDANDO UM SEGUNDO
      * OPERADOR (VER SISAPPGER.CPY E APRCAD): NUMERO DA
      * SOLICITACAO E, NA CHAVE ALTERNATIVA, O CAMPO/REGISTRO ALVO.
           SELECT ARQ-APROVA ASSIGN TO WID-ARQ-APROVA
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS DYNAMIC
                  RECORD KEY   IS APV_NUMERO
                  ALTERNATE RECORD KEY IS APV_ENTIDADE
                         WITH DUPLICATES
                  LOCK MODE    IS MANUAL
                  FILE STATUS  IS WS-RESULTADO-ACESSO.

      * FILA DE MENSAGENS AOS CLIENTES (E-MAIL/SMS, VER SISMSPGER.CPY
      * E ENVMSG): NUMERO DA MENSAGEM; AS CHAVES ALTERNATIVAS LISTAM
      * AS MENSAGENS DO CLIENTE E AS DE UM MESMO EVENTO/REFERENCIA.
           SELECT ARQ-MSGFILA ASSIGN TO WID-ARQ-MSGFILA
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS DYNAMIC
                  RECORD KEY   IS MSG_NUMERO
                  ALTERNATE RECORD KEY IS MSG_CODIGO_CLIENTE
                         WITH DUPLICATES
                  ALTERNATE RECORD KEY IS MSG_EVENTO_REF
                         WITH DUPLICATES
                  LOCK MODE    IS MANUAL
                  FILE STATUS  IS WS-RESULTADO-ACESSO.

      * E-MAIL DE CLIENTE DEVOLVIDO PELO GATEWAY (VER ENVMSG), UM POR
      * CLIENTE; LIDO PELO QUALID E PELA PROPRIA FILA DE MENSAGENS.
           SELECT ARQ-EMLDEV ASSIGN TO WID-ARQ-EMLDEV
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS DYNAMIC
                  RECORD KEY   IS EMD_CODIGO_CLIENTE
                  LOCK MODE    IS MANUAL
                  FILE STATUS  IS WS-RESULTADO-ACESSO.

      * DE-PARA PRODUTO X SKU DO FABRICANTE (VER SELOUT), GLOBAL COMO
      * O PRODUTO.
           SELECT ARQ-SKUFAB ASSIGN TO WID-ARQ-SKUFAB
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS DYNAMIC
                  RECORD KEY   IS SKU_CODIGO_PRODUTO
                  LOCK MODE    IS MANUAL
                  FILE STATUS  IS WS-RESULTADO-ACESSO.

      * AVISO DE FATURAMENTO DO EDI: O NOME (PASTA WCF-DIR-EDI + REDE
      * + DATA) E MONTADO EM WS-ARQ-EDIAVF PELO FATPED.
           SELECT ARQ-EDIAVF ASSIGN TO WS-ARQ-EDIAVF
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS  IS WS-FS-AVF.

      * OPORTUNIDADES DE MIX POR CLIENTE (VER OPOMIX): REFEITO A CADA
      * APURACAO, EM ORDEM DE VENDEDOR E RANKING; O KITVEN LEVA AS DO
      * VENDEDOR PARA O KIT DIARIO.
           SELECT ARQ-OPORT ASSIGN TO WID-ARQ-OPORT
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS  IS WS-FS.

      * SIMULACAO DE REAJUSTE DE PRECOS (VER SIMPRC): PRODUTO + TIPO
      * DE CLIENTE, MESMA CHAVE DA TABELA DE PRECO.
           SELECT ARQ-SIMPRE ASSIGN TO WID-ARQ-SIMPRE
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS DYNAMIC
                  RECORD KEY   IS SIM_CHAVE
                  LOCK MODE    IS MANUAL
                  FILE STATUS  IS WS-RESULTADO-ACESSO.

      * HISTORICO DA CADEIA NOTURNA (VER STRCTL, QUE GRAVA EM EXTEND,
      * E RELSTR, QUE SO LE): UMA LINHA POR PASSO EXECUTADO.
           SELECT ARQ-STRHIS ASSIGN TO WID-ARQ-STREAM-HIS
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS  IS WS-FS.

      * REGISTRO DOS ARQUIVOS RECEBIDOS PELAS INTERFACES (VER
      * SISRCPGER.CPY): UMA ENTRADA POR ARQUIVO, EM ORDEM DE
      * INTERFACE E DATA/HORA DO RECEBIMENTO.
           SELECT ARQ-RECEB ASSIGN TO WID-ARQ-RECEB
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS DYNAMIC
                  RECORD KEY   IS RCB_CHAVE
                  LOCK MODE    IS MANUAL
                  FILE STATUS  IS WS-RESULTADO-ACESSO.

      * O ARQUIVO RECEBIDO LIDO COMO TEXTO CRU, SO PARA IDENTIFICA-LO
      * (TAMANHO, CONTAGEM E CHECKSUM); O PROGRAMA DA INTERFACE
      * CONTINUA LENDO PELA SUA PROPRIA FD.
           SELECT ARQ-RCBLIDO ASSIGN TO WS-RCB-ARQUIVO
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS  IS WS-FS-RCB.
