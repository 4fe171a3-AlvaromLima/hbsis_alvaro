      * LIMITE DE CREDITO DO CLIENTE (VER ENTRA-LIMITE EM CADCLI E
      * VERIFICA-LIMITE-CREDITO EM CADPED): PEDIDO QUE, SOMADO AOS
      * TITULOS EM ABERTO, ESTOURE O LIMITE E RETIDO NA DIGITACAO
      * (PED_SITUACAO "S"). ZEROS = SEM LIMITE (BASE ANTIGA). A
      * REVISAO PERIODICA (REVLIM) SO O ALTERA COM ACEITE DO ANALISTA.
           05 CLI_LIMITE_CREDITO      PIC 9(009)V9(02).
      * DATA DA ULTIMA TROCA DE STATUS (VER ENTRA-STATUS/EXCLUSAO EM
      * CADCLI): E POR ELA QUE O ARQUIVO MORTO (ARCCLI) SABE HA
      * "S" = CLIENTE BLOQUEADO PELA COBRANCA (ATRASO MAXIMO ACIMA DE
      * WCF-DIAS-BLOQUEIO-COBRANCA, VER COBCLI): A DIGITACAO DE
      * PEDIDOS RECUSA A ENTRADA ATE O COBCLI DESBLOQUEAR NUMA
      * RODADA EM QUE O ATRASO TENHA VOLTADO AO LIMITE. A DEVOLUCAO
      * DE CHEQUE (VER CHQCUS) TAMBEM BLOQUEIA, E O COBCLI MANTEM O
      * BLOQUEIO ENQUANTO HOUVER PARCELA REABERTA POR CHEQUE
      * DEVOLVIDO AINDA EM ABERTO.
           05 CLI_BLOQUEIO            PIC X(001).
      * FREQUENCIA DE VISITA DO CLIENTE (VER ENTRA-FREQ-VISITA EM
      * CADCLI E O CALENDARIO SEMANAL DO ROTVIS): "S" = SEMANAL,
      * COPIADO DE CLI_COD_VENDEDOR NA DIGITACAO), PARA QUE APURACOES
      * POSTERIORES NAO DEPENDAM DA DISTRIBUICAO ATUAL.
       FD ARQ-PEDIDO
           RECORD CONTAINS 407 CHARACTERS.
       01 REGPED.
           05 PED_NUMERO_PEDIDO       PIC 9(009).
           05 PED_CODIGO_CLIENTE      PIC 9(007).
      * FATURAMENTO PARCELA O TITULO POR ELA (VER GERA-TITULO EM
      * FATPED). ZEROS = PARCELA UNICA NO PRAZO PADRAO.
           05 PED_COND_PAGTO          PIC 9(003).
      * DATA PROMETIDA DE ENTREGA, CARIMBADA NA DIGITACAO E NA
      * IMPORTACAO PELO CALENDARIO DE ENTREGA DA CIDADE (VER
      * SISCEPGER.CPY); O ROMENT CARREGA AS NOTAS PELA PROMESSA.
      * ZEROS NA BASE ANTIGA = SEM PROMESSA (VALE A EMISSAO DA NOTA).
           05 PED_DATA_PREV_ENTREGA   PIC 9(008).
      * TIPO DO PEDIDO: "V" = VENDA; "B" = BONIFICACAO (MERCADORIA
      * GRATUITA, SEM TITULO NEM COMISSAO, QUE CONSOME A VERBA MENSAL
      * DO VENDEDOR - VER ARQ-VERBA E CADVBA). BRANCO NA BASE ANTIGA
      * = VENDA.
           05 PED_TIPO                PIC X(001).
      *
      * CONDICOES DE PAGAMENTO (VER CADCPG): QUANTAS PARCELAS E O
      * PRAZO EM DIAS DE CADA UMA, CONTADO DA EMISSAO DA NOTA (EX.
           05 PRO_VOLUME_UNIT         PIC 9(003)V9(003).
      * CUSTO DA UNIDADE DE VENDA (VER ENTRA-DADOS EM CADPRO): CADA
      * TROCA DE CUSTO GANHA UMA LINHA DATADA EM ARQ-CUSHIS COM O
      * OPERADOR. O RECEBIMENTO DO CADEST RECALCULA O CUSTO MEDIO
      * PONDERADO A CADA ENTRADA (SALDO X CUSTO + RECEBIDO X CUSTO
      * PAGO) E TAMBEM GRAVA A LINHA NO HISTORICO; O VALOR DIGITADO
      * NO CADPRO FICA PARA A CARGA INICIAL E CORRECOES.
      * O FATURAMENTO CARIMBA O CUSTO EM VIGOR NA NOTA
      * (NF_VALOR_CUSTO) E A MARGEM SAI NO RELMRG. ZEROS = CUSTO
      * AINDA NAO INFORMADO (FORA DA ANALISE).
           05 PRO_CUSTO_UNIT          PIC 9(007)V9(02).
           05 PMO_DATA_FIM            PIC 9(008).
           05 PMO_VALOR_UNITARIO      PIC 9(007)V9(02).
      *
      * COMPOSICAO DE KIT (COMBO): UM REGISTRO POR COMPONENTE DO
      * PRODUTO-KIT, COM A QUANTIDADE DO COMPONENTE EM CADA KIT E O
      * PERCENTUAL DO PRECO DO KIT QUE CABE A ELE (VER KIT NO CADPRO).
      * O KIT E VENDIDO NO CADPED COMO QUALQUER PRODUTO, PELO PRECO
      * DELE; O FATURAMENTO BAIXA O ESTOQUE DOS COMPONENTES E O VALOR
      * FATURADO E RATEADO ENTRE ELES PELO PERCENTUAL NO XML DA NF-E,
      * NO ARQ-HISVEN (E DAI NO RELMRG) E NO SPED (VER SISKTPGER.CPY).
      * PRODUTO SEM LINHAS AQUI NAO E KIT. COMPONENTE NAO PODE SER
      * KIT.
       FD ARQ-KITCMP
           RECORD CONTAINS 45 CHARACTERS.
       01 REGKTC.
           05 KTC_CHAVE.
              10 KTC_KIT              PIC 9(005).
              10 KTC_COMPONENTE       PIC 9(005).
           05 KTC_QTDE                PIC 9(005).
           05 KTC_PERC_RATEIO         PIC 9(003)V9(02).
           05 KTC_DATA_ALTERACAO      PIC 9(008).
           05 KTC_OPERADOR            PIC X(005).
           05 FILLER                  PIC X(012).
      *
      * NOTAS FISCAIS GERADAS PELO FATURAMENTO (VER FATPED): UMA NOTA
      * ATIVA POR PEDIDO. A CHAVE ALTERNATIVA POR PEDIDO PASSOU A
      * ACEITAR DUPLICIDADE QUANDO O ESTORNO ENTROU (ESTNF): UM
      * VARRE AS NOTAS DO PEDIDO POR ESSA CHAVE E SO CONSIDERA AS
      * ATIVAS (VER FATURA-PEDIDO EM FATPED).
       FD ARQ-NF
           RECORD CONTAINS 216 CHARACTERS.
       01 REGNF.
           05 NF_NUMERO               PIC 9(009).
           05 NF_NUMERO_PEDIDO        PIC 9(009).
      * UNITARIO EM VIGOR NA EMISSAO (VER FATPED/RELMRG). ZEROS NAS
      * NOTAS ANTERIORES AO CONTROLE DE CUSTO.
           05 NF_VALOR_CUSTO          PIC 9(011)V9(02).
      * NOTA FISCAL ELETRONICA (VER FATPED/RETNFE): CHAVE DE ACESSO
      * MONTADA NA EMISSAO E PROTOCOLO DEVOLVIDO PELA SEFAZ.
      * NF_SITUACAO_SEFAZ: "P" = XML GERADO, AGUARDANDO RETORNO;
      * "A" = AUTORIZADA; "R" = REJEITADA (FICA FORA DO ROMANEIO ATE
      * VOLTAR AUTORIZADA, VER RELNFR); "E" = EVENTO DE CANCELAMENTO
      * GERADO PELO ESTORNO (VER SISESPGER.CPY); "X" = CANCELAMENTO
      * HOMOLOGADO. BRANCO NAS NOTAS ANTERIORES A NF-E (NAO BLOQUEIA
      * NADA). NF_COD_SEFAZ/NF_MOTIVO_SEFAZ GUARDAM O CSTAT E O
      * MOTIVO DO ULTIMO RETORNO, NF_DATA_SEFAZ A DATA DELE.
           05 NF_CHAVE_ACESSO         PIC X(044).
           05 NF_PROTOCOLO            PIC X(015).
           05 NF_SITUACAO_SEFAZ       PIC X(001).
           05 NF_COD_SEFAZ            PIC 9(003).
           05 NF_MOTIVO_SEFAZ         PIC X(040).
           05 NF_DATA_SEFAZ           PIC 9(008).
      * TIPO DA NOTA, HERDADO DO PEDIDO NO FATURAMENTO: "B" = REMESSA
      * EM BONIFICACAO (SEM RECEITA E SEM TITULO: FICA FORA DE
      * COMISSAO, METAS E AGREGADO DE VENDAS, MAS BAIXA ESTOQUE E SAI
      * NO REGISTRO FISCAL); "V" OU BRANCO = VENDA.
           05 NF_TIPO                 PIC X(001).
      *
      * HISTORICO DE CUSTOS POR PRODUTO (VER GRAVA-CUSTO-HISTORICO
      * EM CADPRO): UMA LINHA DATADA POR TROCA DE CUSTO, COM O
      * SALDO DE ESTOQUE POR PRODUTO (VER CADEST): ENTRADAS DE
      * MERCADORIA E AJUSTES DE INVENTARIO PELA TELA, BAIXA
      * AUTOMATICA A CADA PEDIDO FATURADO (FATPED). SALDO EM
      * UNIDADES DE VENDA (CAIXAS), SEM DECIMAIS. EST_RESERVADO E O
      * PENDENTE DOS PEDIDOS EM CARTEIRA (VER SISRSPGER.CPY): O
      * DISPONIVEL PARA VENDA E EST_SALDO - EST_RESERVADO. NUMA BASE
      * ANTIGA O CAMPO VEM ZERADO E A RESERVA COMECA DO ZERO.
       FD ARQ-ESTOQUE
           RECORD CONTAINS 31 CHARACTERS.
       01 REGEST.
           05 EST_CODIGO_PRODUTO      PIC 9(005).
           05 EST_SALDO               PIC 9(009).
           05 EST_DATA_ULT_MOV        PIC 9(008).
           05 EST_RESERVADO           PIC 9(009).
      *
      * CONTAS A RECEBER (VER FATPED, QUE GERA UM TITULO POR NOTA, E
      * CADTIT, QUE FAZ A BAIXA). O VENDEDOR DO TITULO E O VENDEDOR DO
           05 TIT_VALOR_PAGO          PIC 9(011)V9(02).
           05 TIT_DATA_PAGAMENTO      PIC 9(008).
      * FORMA DE PAGAMENTO DA BAIXA (VER CADTIT): "D" = DINHEIRO,
      * "C" = CHEQUE (EM CUSTODIA ATE O DEPOSITO, VER CHQCUS; SE
      * DEVOLVIDO, A PARCELA VOLTA A "A" COM A TARIFA SOMADA AO
      * TIT_VALOR), "T" = TRANSFERENCIA, "B" = BANCO (BAIXA
      * AUTOMATICA DO RETORNO, VER CNBTIT). BRANCO NOS TITULOS
      * BAIXADOS ANTES DO CONTROLE. E POR ELA QUE O CAIXA DIARIO
      * (RELCXA) FECHA A GAVETA POR FORMA.
      * COBERTA PELO CREDITO DA DEVOLUCAO; DEVOLUCAO PARCIAL SO
      * REDUZ O TIT_VALOR E A PARCELA SEGUE "A"), "C" = CANCELADO
      * PELO ESTORNO DA NOTA (VER ESTNF), "R" = RENEGOCIADO (VER
      * RENTIT: FECHADO POR ACORDO, SUBSTITUIDO POR PARCELAS NOVAS;
      * NO "R" O TIT_DATA_PAGAMENTO GUARDA A DATA DO ACORDO), "I" =
      * INCOBRAVEL, BAIXADO COMO PERDA (VER PDDTIT E ARQ-PERDA; NO
      * "I" O TIT_DATA_PAGAMENTO GUARDA A DATA DA BAIXA; SE O CLIENTE
      * PAGAR DEPOIS, O CADTIT BAIXA COMO RECUPERACAO E O TITULO VAI
      * A "P").
           05 TIT_SITUACAO            PIC X(001).
      * AMARRACAO DA RENEGOCIACAO (VER RENTIT): NAS PARCELAS NOVAS,
      * NF * 100 + PARCELA DO PRIMEIRO TITULO ORIGINAL RENEGOCIADO;
      * (PRO_PESO_UNIT/PRO_VOLUME_UNIT DO CATALOGO). "A"/"S"/"F"
      * MESMO ESQUEMA DO CLI_STATUS.
       FD ARQ-VEICULO
           RECORD CONTAINS 64 CHARACTERS.
       01 REGVEI.
           05 VEI_PLACA               PIC X(007).
           05 VEI_DESCRICAO           PIC X(030).
           05 VEI_CAPACIDADE_PESO     PIC 9(007).
           05 VEI_CAPACIDADE_VOLUME   PIC 9(007).
           05 VEI_STATUS              PIC X(001).
      * CUSTOS DO VEICULO PARA O FRETE DO ROMANEIO (VER CALCULA-FRETE
      * EM ROMENT): R$ POR KM RODADO E CUSTO FIXO POR DIA DE USO
      * (MOTORISTA, SEGURO, DEPRECIACAO). ZEROS = SEM CUSTO APURADO.
           05 VEI_CUSTO_KM            PIC 9(003)V9(02).
           05 VEI_CUSTO_FIXO_DIA      PIC 9(005)V9(02).
      *
      * ROMANEIOS DE CARGA (VER ROMENT): A SEQUENCIA 000 E O
      * CABECALHO DO ROMANEIO (DATA, VEICULO, TOTAIS) E AS
      * ALTERNATIVA POR NOTA DIZ SE UMA NOTA JA ESTA EM ALGUM
      * ROMANEIO (ZEROS NO CABECALHO).
       FD ARQ-ROM
           RECORD CONTAINS 81 CHARACTERS.
       01 REGROM.
           05 ROM_CHAVE.
              10 ROM_NUMERO           PIC 9(007).
           05 ROM_NF                  PIC 9(009).
           05 ROM_CLIENTE             PIC 9(007).
           05 ROM_VALOR               PIC 9(011)V9(02).
      * FRETE (VER CALCULA-FRETE EM ROMENT). NO CABECALHO: KM TOTAL
      * DO ROTEIRO, PESO TOTAL DA CARGA E O FRETE DO ROMANEIO. NA
      * PARADA: KM DO TRECHO DESDE A PARADA ANTERIOR, PESO DA NOTA
      * E A PARTE DO FRETE RATEADA PARA ELA (BASE DO RELCTS).
           05 ROM_KM                  PIC 9(005)V9(01).
           05 ROM_PESO                PIC 9(007)V9(003).
           05 ROM_FRETE               PIC 9(009)V9(02).
      *
      * CADASTRO DE FILIAIS (VER CADFIL): A FILIAL 001 (MATRIZ) E
      * SEMEADA PELO MENU NA PRIMEIRA EXECUCAO, MESMO IDIOMA DO
           LABEL RECORD IS STANDARD.
       01 REGSPLOUT PIC X(132).
      *
      * XML DA NF-E (UM ARQUIVO POR NOTA, VER FATPED) E DO EVENTO DE
      * CANCELAMENTO (VER SISESPGER.CPY), UM ELEMENTO POR LINHA.
       FD ARQ-NFEXML
           LABEL RECORD IS STANDARD.
       01 REGNFEXML PIC X(250).
      *
      * BOLETOS DE COBRANCA IMPRESSOS PELO FATURAMENTO, PELA
      * RENEGOCIACAO E PELA SEGUNDA VIA DO CNBTIT.
       FD ARQ-BOLETO
           LABEL RECORD IS STANDARD.
       01 REGBOL PIC X(132).
      *
      * ESCRITURACAO FISCAL DIGITAL (SPED ICMS/IPI) DA COMPETENCIA
      * FECHADA, UM REGISTRO "|REG|CAMPO|...|" POR LINHA.
       FD ARQ-SPED
           LABEL RECORD IS STANDARD.
       01 REGSPD PIC X(400).
      *
      * FILIAL SELECIONADA NO LOGIN (GRAVADA PELO MENU E LIDA POR
      * TODOS OS PROGRAMAS NO INICIO, VER SISFIPGER.CPY).
       FD ARQ-FILATU
           05 END_CEP                 PIC 9(008).
           05 END_LATITUDE            PIC S9(003)V9(008).
           05 END_LONGITUDE           PIC S9(003)V9(008).
      *
      * CADASTRO DE FORNECEDORES (VER CADFOR): O PRAZO DE ENTREGA EM
      * DIAS CORRIDOS E O QUE O PEDIDO DE COMPRA USA PARA SUGERIR A
      * DATA PREVISTA. "A"/"S"/"F" MESMO ESQUEMA DO CLI_STATUS.
       FD ARQ-FORNEC
           RECORD CONTAINS 148 CHARACTERS.
       01 REGFOR.
           05 FOR_CODIGO              PIC 9(005).
           05 FOR_CNPJ                PIC 9(014).
           05 FOR_RAZAO_SOCIAL        PIC X(040).
           05 FOR_CONTATO             PIC X(020).
           05 FOR_TELEFONE            PIC X(015).
           05 FOR_EMAIL               PIC X(040).
           05 FOR_PRAZO_ENTREGA       PIC 9(003).
           05 FOR_STATUS              PIC X(001).
           05 FILLER                  PIC X(010).
      *
      * PEDIDOS DE COMPRA (VER CADPCO): A LINHA 000 E O CABECALHO
      * (FORNECEDOR, EMISSAO, DATA PREVISTA, SITUACAO DO PEDIDO) E
      * AS LINHAS 001+ SAO OS ITENS (PRODUTO, QUANTIDADE PEDIDA E JA
      * RECEBIDA, CUSTO UNITARIO COMBINADO). O FORNECEDOR E REPETIDO
      * NAS LINHAS PARA A CHAVE ALTERNATIVA. SITUACAO: "A" = ABERTO,
      * "P" = RECEBIDO EM PARTE, "R" = RECEBIDO, "C" = CANCELADO. O
      * RECEBIMENTO E FEITO PELO CADEST CONTRA A LINHA DO PEDIDO.
       FD ARQ-PEDCOMPRA
           RECORD CONTAINS 75 CHARACTERS.
       01 REGPCO.
           05 PCO_CHAVE.
              10 PCO_NUMERO           PIC 9(007).
              10 PCO_LINHA            PIC 9(003).
           05 PCO_COD_FORNECEDOR      PIC 9(005).
           05 PCO_DATA_EMISSAO        PIC 9(008).
           05 PCO_DATA_PREVISTA       PIC 9(008).
           05 PCO_PRODUTO             PIC 9(005).
           05 PCO_QTDE                PIC 9(007).
           05 PCO_QTDE_RECEBIDA       PIC 9(007).
           05 PCO_VALOR_UNIT          PIC 9(007)V9(02).
           05 PCO_SITUACAO            PIC X(001).
           05 PCO_OPERADOR            PIC X(005).
           05 FILLER                  PIC X(010).
      *
      * CONTAS A PAGAR (VER CADPAG): UMA PARCELA POR REGISTRO, CHAVE
      * FORNECEDOR + NOTA DO FORNECEDOR + PARCELA. O PEDIDO DE COMPRA
      * DE ORIGEM (ZEROS QUANDO A NOTA NAO VEIO DE PEDIDO) IMPEDE
      * LANCAR DUAS NOTAS PARA O MESMO PEDIDO. FORMA DE PAGAMENTO
      * COMO O TIT_FORMA_PAGTO ("D"/"C"/"T", MAIS "B" = DEBITO EM
      * CONTA/BOLETO). SITUACAO: "A" = ABERTO, "P" = PAGO,
      * "C" = CANCELADO. O CAIXA DIARIO (RELCXA) LISTA OS PAGAMENTOS
      * DO DIA AO LADO DOS RECEBIMENTOS.
       FD ARQ-PAGAR
           RECORD CONTAINS 103 CHARACTERS.
       01 REGPAG.
           05 PAG_CHAVE.
              10 PAG_COD_FORNECEDOR   PIC 9(005).
              10 PAG_NUMERO_NF        PIC 9(009).
              10 PAG_PARCELA          PIC 9(002).
           05 PAG_PEDIDO_COMPRA       PIC 9(007).
           05 PAG_DATA_EMISSAO        PIC 9(008).
           05 PAG_DATA_VENCIMENTO     PIC 9(008).
           05 PAG_VALOR               PIC 9(011)V9(02).
           05 PAG_VALOR_PAGO          PIC 9(011)V9(02).
           05 PAG_DATA_PAGAMENTO      PIC 9(008).
           05 PAG_FORMA_PAGTO         PIC X(001).
           05 PAG_SITUACAO            PIC X(001).
           05 PAG_OPERADOR            PIC X(005).
           05 FILLER                  PIC X(023).
      *
      * LOTES DE ESTOQUE (VER CADEST): O RECEBIMENTO DO PEDIDO DE
      * COMPRA GRAVA O LOTE COM FABRICACAO E VALIDADE; O FATURAMENTO
      * (FATPED) BAIXA PRIMEIRO O LOTE DE VALIDADE MAIS PROXIMA E O
      * ESTORNO (ESTNF) DEVOLVE. EST_SALDO CONTINUA SENDO O TOTAL DO
      * PRODUTO: A DIFERENCA PARA A SOMA DOS LOTES E SALDO ANTERIOR
      * AO CONTROLE DE LOTES (SEM LOTE). LOT_VAL_PRODUTO REPETE O
      * PRODUTO PARA A CHAVE ALTERNATIVA POR VALIDADE.
       FD ARQ-LOTE
           RECORD CONTAINS 100 CHARACTERS.
       01 REGLOT.
           05 LOT_CHAVE.
              10 LOT_CODIGO_PRODUTO   PIC 9(005).
              10 LOT_NUMERO           PIC X(015).
           05 LOT_CHAVE_VALIDADE.
              10 LOT_VAL_PRODUTO      PIC 9(005).
              10 LOT_DATA_VALIDADE    PIC 9(008).
           05 LOT_DATA_FABRICACAO     PIC 9(008).
           05 LOT_DATA_ENTRADA        PIC 9(008).
           05 LOT_SALDO               PIC 9(009).
           05 LOT_COD_FORNECEDOR      PIC 9(005).
           05 LOT_PEDIDO_COMPRA       PIC 9(007).
           05 FILLER                  PIC X(030).
      *
      * LOTES POR NOTA (VER FATPED): UMA LINHA POR LOTE BAIXADO EM
      * CADA NOTA, COM O CLIENTE E A DATA DA NOTA PARA O RASTREIO.
      * NOTA ESTORNADA CONTINUA COM AS LINHAS (O RASTREIO MOSTRA A
      * SITUACAO DA NOTA).
       FD ARQ-NFLOTE
           RECORD CONTAINS 70 CHARACTERS.
       01 REGNFL.
           05 NFL_CHAVE.
              10 NFL_NUMERO_NF        PIC 9(009).
              10 NFL_SEQUENCIA        PIC 9(003).
           05 NFL_LOTE_CHAVE.
              10 NFL_CODIGO_PRODUTO   PIC 9(005).
              10 NFL_LOTE             PIC X(015).
           05 NFL_QTDE                PIC 9(007).
           05 NFL_CODIGO_CLIENTE      PIC 9(007).
           05 NFL_DATA_EMISSAO        PIC 9(008).
           05 NFL_DATA_VALIDADE       PIC 9(008).
           05 FILLER                  PIC X(008).
      *
      * KARDEX DE ESTOQUE (VER SISKXPGER.CPY): CADA PROGRAMA QUE
      * MEXE NO EST_SALDO GRAVA O MOVIMENTO COM O SALDO ANTES E
      * DEPOIS. KDX_QTDE E A QUANTIDADE PEDIDA PELO MOVIMENTO (COM
      * SINAL); QUANDO O SALDO PAROU EM ZERO, ANTES + QTDE DIFERE DO
      * DEPOIS E O KARDEX APONTA. KDX_SEQUENCIA SEPARA MOVIMENTOS DO
      * MESMO PRODUTO NO MESMO SEGUNDO. TIPOS: ENT = RECEBIMENTO,
      * INV = INVENTARIO, FAT = FATURAMENTO, EST = ESTORNO DE NOTA,
      * DEV = DEVOLUCAO DE VENDA, TRS = SAIDA POR TRANSFERENCIA,
      * TRE = ENTRADA POR TRANSFERENCIA.
       FD ARQ-KARDEX
           RECORD CONTAINS 100 CHARACTERS.
       01 REGKDX.
           05 KDX_CHAVE.
              10 KDX_CODIGO_PRODUTO   PIC 9(005).
              10 KDX_DATA_HORA        PIC 9(014).
              10 KDX_SEQUENCIA        PIC 9(003).
           05 KDX_TIPO                PIC X(003).
           05 KDX_DOCUMENTO           PIC 9(009).
           05 KDX_QTDE                PIC S9(009).
           05 KDX_SALDO_ANTES         PIC 9(009).
           05 KDX_SALDO_DEPOIS        PIC 9(009).
           05 KDX_PROGRAMA            PIC X(008).
           05 KDX_OPERADOR            PIC X(005).
           05 FILLER                  PIC X(026).
      *
      * SUGESTAO DE COMPRA (VER SUGCOM): DEMANDA MEDIA DIARIA DO
      * HISTORICO DE VENDAS, PONTO DE PEDIDO = DEMANDA X (PRAZO DO
      * FORNECEDOR + DIAS DE SEGURANCA) E A QUANTIDADE QUE LEVA A
      * POSICAO (SALDO - RESERVADO + PENDENTE EM PEDIDO DE COMPRA)
      * ATE A COBERTURA. FORNECEDOR = O DO ULTIMO PEDIDO DE COMPRA
      * DO PRODUTO (ZEROS = PRODUTO NUNCA COMPRADO). SITUACAO:
      * "S" = SUGERIDA, "G" = PEDIDO DE COMPRA GERADO (SUG_NUMERO_PCO).
       FD ARQ-SUGCOM
           RECORD CONTAINS 100 CHARACTERS.
       01 REGSUG.
           05 SUG_CHAVE.
              10 SUG_COD_FORNECEDOR   PIC 9(005).
              10 SUG_PRODUTO          PIC 9(005).
           05 SUG_DATA_CALCULO        PIC 9(008).
           05 SUG_DEMANDA_DIA         PIC 9(007)V9(02).
           05 SUG_PRAZO               PIC 9(003).
           05 SUG_SALDO               PIC 9(009).
           05 SUG_RESERVADO           PIC 9(009).
           05 SUG_PENDENTE            PIC 9(009).
           05 SUG_PONTO_PEDIDO        PIC 9(009).
           05 SUG_QTDE                PIC 9(007).
           05 SUG_VALOR_UNIT          PIC 9(007)V9(02).
           05 SUG_SITUACAO            PIC X(001).
           05 SUG_NUMERO_PCO          PIC 9(007).
           05 FILLER                  PIC X(010).
      *
      * INVENTARIO CICLICO (VER INVCIC): CLASSE ABC DO PRODUTO PELO
      * FATURADO DOS ULTIMOS 12 MESES NO ARQ-HISVEN (MESMO CORTE DO
      * ABCCLI) E A AGENDA: "A" CONTADO A CADA WCF-DIAS-CICLO-A
      * DIAS, "B" E "C" PELOS SEUS INTERVALOS. A PRIMEIRA DATA DE
      * CADA PRODUTO E ESPALHADA DENTRO DO INTERVALO DA CLASSE PARA
      * A CONTAGEM DO DIA NAO JUNTAR TODO MUNDO NO MESMO DIA.
       FD ARQ-CICLO
           RECORD CONTAINS 80 CHARACTERS.
       01 REGCIC.
           05 CIC_CODIGO_PRODUTO      PIC 9(005).
           05 CIC_CLASSE              PIC X(001).
           05 CIC_VALOR_FATURADO      PIC 9(013)V9(02).
           05 CIC_DATA_CLASSIFICACAO  PIC 9(008).
           05 CIC_DATA_ULT_CONTAGEM   PIC 9(008).
           05 CIC_DATA_PROX_CONTAGEM  PIC 9(008).
           05 FILLER                  PIC X(035).
      *
      * CONTAGENS DO INVENTARIO CICLICO, UMA POR PRODUTO POR DIA
      * (RECONTAGEM NO MESMO DIA SUBSTITUI): SALDO DO SISTEMA NA
      * HORA DA CONTAGEM, QUANTIDADE CONTADA E O CUSTO MEDIO DO
      * PRODUTO, BASE DA ACURACIA POR CLASSE.
       FD ARQ-CONTAGEM
           RECORD CONTAINS 60 CHARACTERS.
       01 REGCNT.
           05 CNT_CHAVE.
              10 CNT_DATA             PIC 9(008).
              10 CNT_CODIGO_PRODUTO   PIC 9(005).
           05 CNT_CLASSE              PIC X(001).
           05 CNT_SALDO_SISTEMA       PIC 9(009).
           05 CNT_CONTADO             PIC 9(009).
           05 CNT_CUSTO_UNIT          PIC 9(007)V9(02).
           05 CNT_OPERADOR            PIC X(005).
           05 FILLER                  PIC X(014).
      *
      * TRANSFERENCIA DE ESTOQUE ENTRE FILIAIS (VER TRFEST). ARQUIVO
      * GLOBAL: A LINHA 000 E O CABECALHO (ORIGEM, DESTINO, EMISSAO,
      * RECEBIMENTO, SITUACAO DO DOCUMENTO) E AS LINHAS 001+ SAO OS
      * PRODUTOS, UMA POR LOTE BAIXADO NA ORIGEM (LOTE EM BRANCO =
      * QUANTIDADE SEM LOTE). A ORIGEM BAIXA O SALDO NA EMISSAO E A
      * MERCADORIA FICA EM TRANSITO ATE O DESTINO CONFIRMAR O
      * RECEBIMENTO, QUANDO ENTRA NO SALDO DE LA A QUANTIDADE
      * RECEBIDA. SITUACAO: "T" = EM TRANSITO, "R" = RECEBIDA.
       FD ARQ-TRANSF
           RECORD CONTAINS 120 CHARACTERS.
       01 REGTRF.
           05 TRF_CHAVE.
              10 TRF_NUMERO           PIC 9(007).
              10 TRF_LINHA            PIC 9(003).
           05 TRF_FILIAL_ORIGEM       PIC X(003).
           05 TRF_FILIAL_DESTINO      PIC X(003).
           05 TRF_DATA_EMISSAO        PIC 9(008).
           05 TRF_DATA_RECEBIMENTO    PIC 9(008).
           05 TRF_PRODUTO             PIC 9(005).
           05 TRF_LOTE                PIC X(015).
           05 TRF_DATA_FABRICACAO     PIC 9(008).
           05 TRF_DATA_VALIDADE       PIC 9(008).
           05 TRF_COD_FORNECEDOR      PIC 9(005).
           05 TRF_QTDE_ENVIADA        PIC 9(009).
           05 TRF_QTDE_RECEBIDA       PIC 9(009).
           05 TRF_SITUACAO            PIC X(001).
           05 TRF_OPERADOR_ENVIO      PIC X(005).
           05 TRF_OPERADOR_RECEB      PIC X(005).
           05 FILLER                  PIC X(018).
      *
      * CADASTRO DE MOTORISTAS (VER CADMOT): CNH COM VALIDADE,
      * CONFERIDA PELO ROMENT NA ESCALA DO ROMANEIO. "A"/"S"/"F"
      * MESMO ESQUEMA DO CLI_STATUS.
       FD ARQ-MOTORISTA
           RECORD CONTAINS 100 CHARACTERS.
       01 REGMOT.
           05 MOT_CODIGO              PIC 9(005).
           05 MOT_NOME                PIC X(040).
           05 MOT_CNH                 PIC X(011).
           05 MOT_VALIDADE_CNH        PIC 9(008).
           05 MOT_TELEFONE            PIC X(015).
           05 MOT_STATUS              PIC X(001).
           05 FILLER                  PIC X(020).
      *
      * ACERTO DO MOTORISTA POR ROMANEIO (VER ACEMOT), MESMO IDIOMA
      * DO ARQ-ROM: A SEQUENCIA 000 E O CABECALHO (MOTORISTA ESCALADO
      * PELO ROMENT, TOTAIS DO ACERTO, DIFERENCA E QUANTO DELA JA FOI
      * QUITADO) E AS SEQUENCIAS 001+ SAO AS NOTAS, NA MESMA SEQUENCIA
      * DAS PARADAS DO ROMANEIO. DIFERENCA = (VALOR DA NOTA - RECUSADO)
      * - (DINHEIRO + CHEQUE): POSITIVA E FALTA (DEBITO DO MOTORISTA),
      * NEGATIVA E SOBRA. SITUACAO DO CABECALHO: "A" = AGUARDANDO
      * ACERTO, "P" = ACERTADO COM DEBITO PENDENTE, "F" = FECHADO.
       FD ARQ-ACERTO
           RECORD CONTAINS 180 CHARACTERS.
       01 REGACE.
           05 ACE_CHAVE.
              10 ACE_ROMANEIO         PIC 9(007).
              10 ACE_SEQ              PIC 9(003).
           05 ACE_MOTORISTA           PIC 9(005).
           05 ACE_DATA_ROMANEIO       PIC 9(008).
           05 ACE_VEICULO             PIC X(007).
           05 ACE_NF                  PIC 9(009).
           05 ACE_CLIENTE             PIC 9(007).
           05 ACE_VALOR_NOTA          PIC 9(011)V9(02).
           05 ACE_STATUS_ENTREGA      PIC X(001).
           05 ACE_VALOR_RECUSADO      PIC 9(011)V9(02).
           05 ACE_VALOR_DINHEIRO      PIC 9(011)V9(02).
           05 ACE_VALOR_CHEQUE        PIC 9(011)V9(02).
           05 ACE_VASILHAME_SAIDA     PIC 9(005).
           05 ACE_VASILHAME_RETORNO   PIC 9(005).
           05 ACE_DIFERENCA           PIC S9(011)V9(02).
           05 ACE_VALOR_QUITADO       PIC 9(011)V9(02).
           05 ACE_DATA_ACERTO         PIC 9(008).
           05 ACE_OPERADOR            PIC X(005).
           05 ACE_SITUACAO            PIC X(001).
           05 FILLER                  PIC X(031).
      *
      * RETORNO DE CARGA (VER RETCAR), MESMO IDIOMA DO ARQ-ACERTO: A
      * SEQUENCIA 000 E O CABECALHO DA NOTA QUE VOLTOU NO CAMINHAO E
      * AS SEQUENCIAS 001+ SAO OS ITENS QUE VOLTARAM AO ESTOQUE (SO
      * PRODUTO E QUANTIDADE). SITUACAO DO CABECALHO: "D" = AGUARDANDO
      * DECISAO, "R" = REENTREGA AGENDADA PARA RET_DATA_REENTREGA,
      * "E" = RECARREGADA PELO ROMENT (RET_DATA_REENTREGA PASSA A SER
      * A DATA DA CARGA), "C" = NOTA CANCELADA (ESTORNO).
       FD ARQ-RETCARGA
           RECORD CONTAINS 80 CHARACTERS.
       01 REGRET.
           05 RET_CHAVE.
              10 RET_NF               PIC 9(009).
              10 RET_SEQ              PIC 9(003).
           05 RET_PRODUTO             PIC 9(005).
           05 RET_QTDE                PIC 9(007).
           05 RET_DATA_RETORNO        PIC 9(008).
           05 RET_ROMANEIO            PIC 9(007).
           05 RET_MOTIVO              PIC X(003).
           05 RET_SITUACAO            PIC X(001).
           05 RET_DATA_REENTREGA      PIC 9(008).
           05 RET_DATA_DECISAO        PIC 9(008).
           05 RET_TENTATIVAS          PIC 9(002).
           05 RET_OPERADOR            PIC X(005).
           05 RET_ROMANEIO_REENTREGA  PIC 9(007).
           05 FILLER                  PIC X(007).
      *
      * CALENDARIO DE ENTREGA (VER CADCAL): OS DIAS DA SEMANA EM QUE A
      * CIDADE E ATENDIDA ("S"/"N" EM CAL_DIA, 1 = SEGUNDA ... 7 =
      * DOMINGO, MESMA CONTAGEM DO CALENDARIO DO ROTVIS) E O HORARIO
      * DE CORTE DOS PEDIDOS (HHMM; PEDIDO DEPOIS DO CORTE PERDE O DIA
      * SEGUINTE, ZEROS = SEM CORTE). CIDADE EM BRANCO = REGRA DA UF
      * INTEIRA, VALE PARA AS CIDADES SEM LINHA PROPRIA. A CIDADE E
      * GRAVADA EM MAIUSCULAS. "A"/"F" MESMO ESQUEMA DO CLI_STATUS.
       FD ARQ-CALENT
           RECORD CONTAINS 40 CHARACTERS.
       01 REGCAL.
           05 CAL_CHAVE.
              10 CAL_UF               PIC X(002).
              10 CAL_CIDADE           PIC X(020).
           05 CAL_DIAS.
              10 CAL_DIA              PIC X(001) OCCURS 7 TIMES.
           05 CAL_HORA_CORTE          PIC 9(004).
           05 CAL_STATUS              PIC X(001).
           05 FILLER                  PIC X(006).
      *
      * DE-PARA CONTABIL (VER CADCTB): UM REGISTRO POR TIPO DE
      * EVENTO (FATURAMENTO, BAIXA POR FORMA DE PAGAMENTO, JUROS,
      * DEVOLUCAO, ESTORNO, RENEGOCIACAO), COM AS CONTAS DO PLANO DO
      * CONTADOR E O HISTORICO PADRAO QUE VAI EM CADA LANCAMENTO.
      * CONTA EM BRANCO = EVENTO AINDA SEM CONTA: O EXTCTB NAO LIBERA
      * O ARQUIVO DO MES ENQUANTO HOUVER MOVIMENTO NELE.
       FD ARQ-CONTAB
           RECORD CONTAINS 106 CHARACTERS.
       01 REGCTB.
           05 CTB_EVENTO              PIC X(006).
           05 CTB_DESCRICAO           PIC X(030).
           05 CTB_CONTA_DEBITO        PIC X(020).
           05 CTB_CONTA_CREDITO       PIC X(020).
           05 CTB_HISTORICO           PIC X(030).
      *
      * LANCAMENTOS NO LEIAUTE DE IMPORTACAO DO CONTADOR, UM POR
      * LINHA: DATA;DEBITO;CREDITO;VALOR;HISTORICO;DOCUMENTO.
       FD ARQ-CTBWRK
           LABEL RECORD IS STANDARD.
       01 REGCTW PIC X(150).
       FD ARQ-CTBEXP
           LABEL RECORD IS STANDARD.
       01 REGCTE PIC X(150).
      *
      * CREDITO DO EXTRATO BANCARIO (VER CONBCO). EXB_SITUACAO: "N" =
      * NAO IDENTIFICADO (SEM BAIXA QUE O EXPLIQUE), "C" = CONCILIADO
      * COM AS BAIXAS DO DIA, "A" = APLICADO PELO OPERADOR EM TITULOS
      * EM ABERTO. EXB_VALOR_APLICADO SOMA O QUE JA FOI APLICADO; O
      * CREDITO SO VIRA "A" QUANDO NAO SOBRA SALDO.
       FD ARQ-EXTBCO
           RECORD CONTAINS 100 CHARACTERS.
       01 REGEXB.
           05 EXB_CHAVE.
              10 EXB_DATA             PIC 9(008).
              10 EXB_SEQUENCIA        PIC 9(004).
           05 EXB_VALOR               PIC 9(011)V9(02).
           05 EXB_DOCUMENTO           PIC X(020).
           05 EXB_HISTORICO           PIC X(040).
           05 EXB_SITUACAO            PIC X(001).
           05 EXB_VALOR_APLICADO      PIC 9(011)V9(02).
           05 FILLER                  PIC X(001).
      *
      * BAIXA CONCILIADA (VER CONBCO): UM REGISTRO POR TITULO COBERTO
      * POR UM CREDITO DO EXTRATO. CON_TIPO "A" = CASADA PELA
      * CONCILIACAO AUTOMATICA, "M" = BAIXA FEITA PELO OPERADOR AO
      * APLICAR UM CREDITO NAO IDENTIFICADO.
       FD ARQ-CONCIL
           RECORD CONTAINS 40 CHARACTERS.
       01 REGCON.
           05 CON_CHAVE.
              10 CON_NUMERO_NF        PIC 9(009).
              10 CON_PARCELA          PIC 9(002).
           05 CON_EXTRATO.
              10 CON_EXT_DATA         PIC 9(008).
              10 CON_EXT_SEQUENCIA    PIC 9(004).
           05 CON_TIPO                PIC X(001).
           05 CON_DATA                PIC 9(008).
           05 FILLER                  PIC X(008).
      *
      * CHEQUE EM CUSTODIA (VER CADTIT/CHQCUS). CHQ_SITUACAO: "C" =
      * EM CUSTODIA (AGUARDANDO O BOM PARA), "D" = DEPOSITADO, "V" =
      * DEVOLVIDO PELO BANCO (TITULOS REABERTOS COM A TARIFA). UM
      * CHEQUE PODE PAGAR ATE 5 PARCELAS DO MESMO CLIENTE; CHQ_VALOR
      * E A SOMA DAS BAIXAS AMARRADAS A ELE.
       FD ARQ-CHEQUE
           RECORD CONTAINS 190 CHARACTERS.
       01 REGCHQ.
           05 CHQ_CHAVE.
              10 CHQ_BANCO            PIC 9(003).
              10 CHQ_AGENCIA          PIC 9(004).
              10 CHQ_CONTA            PIC 9(010).
              10 CHQ_NUMERO           PIC 9(006).
           05 CHQ_CODIGO_CLIENTE      PIC 9(007).
           05 CHQ_EMITENTE            PIC X(040).
           05 CHQ_VALOR               PIC 9(011)V9(02).
           05 CHQ_DATA_RECEBIMENTO    PIC 9(008).
           05 CHQ_DATA_BOM_PARA       PIC 9(008).
           05 CHQ_SITUACAO            PIC X(001).
           05 CHQ_DATA_DEPOSITO       PIC 9(008).
           05 CHQ_DATA_DEVOLUCAO      PIC 9(008).
           05 CHQ_ALINEA              PIC 9(002).
           05 CHQ_TARIFA              PIC 9(007)V9(02).
           05 CHQ_QTD_TITULOS         PIC 9(001).
           05 CHQ_TITULO OCCURS 5 TIMES.
              10 CHQ_TIT_NF           PIC 9(009).
              10 CHQ_TIT_PARCELA      PIC 9(002).
           05 FILLER                  PIC X(007).
      *
      * TITULO NEGATIVADO / LEVADO A PROTESTO (VER NEGCOB).
      * NEG_SITUACAO: "E" = ENVIADO NA REMESSA (SEM RETORNO AINDA),
      * "R" = REGISTRADO (NEGATIVADO / APONTADO), "T" = PROTESTADO,
      * "J" = REJEITADO, "D" = RETIRADO (DESISTENCIA), "B" = PAGO,
      * BAIXA DA NEGATIVACAO A ENVIAR (VER SISNGPGER.CPY), "S" = BAIXA
      * ENVIADA, "L" = BAIXA CONFIRMADA (LIBERADO). NEG_CUSTAS ACUMULA
      * AS CUSTAS INFORMADAS NOS RETORNOS.
       FD ARQ-NEGAT
           RECORD CONTAINS 120 CHARACTERS.
       01 REGNEG.
           05 NEG_CHAVE.
              10 NEG_NUMERO_NF        PIC 9(009).
              10 NEG_PARCELA          PIC 9(002).
           05 NEG_CODIGO_CLIENTE      PIC 9(007).
           05 NEG_DATA_VENCIMENTO     PIC 9(008).
           05 NEG_VALOR               PIC 9(011)V9(02).
           05 NEG_SITUACAO            PIC X(001).
           05 NEG_DATA_ENVIO          PIC 9(008).
           05 NEG_REMESSA             PIC 9(006).
           05 NEG_DATA_RETORNO        PIC 9(008).
           05 NEG_PROTOCOLO           PIC X(015).
           05 NEG_CUSTAS              PIC 9(007)V9(02).
           05 NEG_DATA_PAGAMENTO      PIC 9(008).
           05 NEG_DATA_BAIXA          PIC 9(008).
           05 FILLER                  PIC X(018).
      *
      * BAIXA DE TITULO COMO PERDA (VER PDDTIT): O TITULO PASSA A
      * TIT_SITUACAO "I" E AQUI FICAM O MOTIVO, QUEM BAIXOU E O
      * SUPERVISOR QUE AUTORIZOU. PDA_MOTIVO: 1 = FALENCIA /
      * RECUPERACAO JUDICIAL, 2 = CLIENTE NAO LOCALIZADO, 3 = COBRANCA
      * ESGOTADA, 4 = CUSTO DE COBRANCA MAIOR QUE O VALOR, 9 = OUTROS.
      * PDA_SITUACAO: "B" = BAIXADO COMO PERDA, "R" = RECUPERADO (PAGO
      * DEPOIS DA BAIXA, VER CADTIT: RECEITA DE RECUPERACAO E NAO
      * BAIXA NORMAL).
       FD ARQ-PERDA
           RECORD CONTAINS 150 CHARACTERS.
       01 REGPDA.
           05 PDA_CHAVE.
              10 PDA_NUMERO_NF        PIC 9(009).
              10 PDA_PARCELA          PIC 9(002).
           05 PDA_CODIGO_CLIENTE      PIC 9(007).
           05 PDA_DATA_VENCIMENTO     PIC 9(008).
           05 PDA_VALOR               PIC 9(011)V9(02).
           05 PDA_DATA_BAIXA          PIC 9(008).
           05 PDA_MOTIVO              PIC 9(001).
           05 PDA_OBSERVACAO          PIC X(040).
           05 PDA_OPERADOR            PIC X(005).
           05 PDA_SUPERVISOR          PIC X(005).
           05 PDA_SITUACAO            PIC X(001).
           05 PDA_DATA_RECUPERACAO    PIC 9(008).
           05 PDA_VALOR_RECUPERADO    PIC 9(011)V9(02).
           05 FILLER                  PIC X(030).
      *
      * PROVISAO PARA DEVEDORES DUVIDOSOS (PDD) APURADA NO FIM DO MES
      * (VER PDDTIT), UM REGISTRO POR FAIXA DE ATRASO. O LIMITE E O
      * PERCENTUAL DA FAIXA SAO OS DA CONFIGURACAO NA HORA DO CALCULO.
       FD ARQ-PDD
           RECORD CONTAINS 80 CHARACTERS.
       01 REGPDD.
           05 PDD_CHAVE.
              10 PDD_ANO_MES          PIC 9(006).
              10 PDD_FAIXA            PIC 9(001).
           05 PDD_DIAS_ATE            PIC 9(004).
           05 PDD_PERCENTUAL          PIC 9(003)V9(02).
           05 PDD_QTD_TITULOS         PIC 9(007).
           05 PDD_SALDO               PIC 9(013)V9(02).
           05 PDD_PROVISAO            PIC 9(013)V9(02).
           05 PDD_DATA_CALCULO        PIC 9(008).
           05 PDD_OPERADOR            PIC X(005).
           05 FILLER                  PIC X(014).
      *
      * PROPOSTA DE NOVO LIMITE DE CREDITO GERADA PELA REVISAO
      * PERIODICA (VER REVLIM): METRICAS DA JANELA, SCORE (0 A 100) E
      * MOTIVOS. RVL_SITUACAO: "P" = PENDENTE DE ANALISE, "A" =
      * ACEITA (O CLI_LIMITE_CREDITO FOI ALTERADO), "R" = REJEITADA.
      * A RODADA SEGUINTE SOBREPOE A PROPOSTA DO CLIENTE.
       FD ARQ-REVLIM
           RECORD CONTAINS 180 CHARACTERS.
       01 REGRVL.
           05 RVL_CODIGO_CLIENTE      PIC 9(007).
           05 RVL_DATA_PROPOSTA       PIC 9(008).
           05 RVL_LIMITE_ATUAL        PIC 9(009)V9(02).
           05 RVL_LIMITE_PROPOSTO     PIC 9(009)V9(02).
           05 RVL_SCORE               PIC 9(003).
           05 RVL_FATURADO            PIC 9(011)V9(02).
           05 RVL_MEDIA_MENSAL        PIC 9(011)V9(02).
           05 RVL_QTD_PAGOS           PIC 9(005).
           05 RVL_QTD_ATRASADOS       PIC 9(005).
           05 RVL_MEDIA_ATRASO        PIC 9(003).
           05 RVL_QTD_RENEG           PIC 9(003).
           05 RVL_QTD_CHQ_DEV         PIC 9(003).
           05 RVL_MOTIVOS             PIC X(060).
           05 RVL_SITUACAO            PIC X(001).
           05 RVL_DATA_DECISAO        PIC 9(008).
           05 RVL_ANALISTA            PIC X(005).
           05 FILLER                  PIC X(021).
      *
      * GRUPO ECONOMICO (REDE DE LOJAS, VER CADGRP). O LIMITE DO
      * GRUPO VALE PARA A SOMA DOS TITULOS EM ABERTO DE TODAS AS LOJAS
      * (VER SISGRPGER.CPY), ALEM DO LIMITE DE CADA LOJA NO CADASTRO
      * DO CLIENTE. ZEROS = GRUPO SEM LIMITE PROPRIO. GRP_STATUS "A" =
      * ATIVO, "F" = FECHADO (BAIXA LOGICA, DEIXA DE SER VERIFICADO).
       FD ARQ-GRUPO
           RECORD CONTAINS 100 CHARACTERS.
       01 REGGRP.
           05 GRP_CODIGO              PIC 9(005).
           05 GRP_NOME                PIC X(040).
           05 GRP_LIMITE_CREDITO      PIC 9(009)V9(02).
           05 GRP_STATUS              PIC X(001).
           05 GRP_DATA_CADASTRO       PIC 9(008).
           05 FILLER                  PIC X(035).
      *
      * VINCULO DA LOJA (CLIENTE) AO GRUPO ECONOMICO.
       FD ARQ-GRPCLI
           RECORD CONTAINS 40 CHARACTERS.
       01 REGGRC.
           05 GRC_CODIGO_CLIENTE      PIC 9(007).
           05 GRC_CODIGO_GRUPO        PIC 9(005).
           05 GRC_DATA_INCLUSAO       PIC 9(008).
           05 GRC_OPERADOR            PIC X(005).
           05 FILLER                  PIC X(015).
      *
      * ACORDO DE BONIFICACAO POR VOLUME (RAPPEL, VER CADRAP) COM UM
      * CLIENTE (RAP_TIPO_BENEF "C") OU UM GRUPO ECONOMICO ("G", AS
      * LOJAS VINCULADAS NO CADGRP SOMAM JUNTAS). RAP_BASE "Q" = AS
      * FAIXAS SAO DE VOLUME (QUANTIDADE FATURADA NO MES), "V" = DE
      * VALOR FATURADO. VALE A MAIOR FAIXA CUJO MINIMO O MES ATINGIU;
      * O PERCENTUAL DELA INCIDE SOBRE O VALOR FATURADO NO MES. FAIXA
      * COM MINIMO E PERCENTUAL ZERADOS NAO E USADA. VIGENCIA EM
      * ANO/MES, INCLUSIVE NAS DUAS PONTAS. RAP_STATUS "A" = ATIVO,
      * "F" = ENCERRADO (BAIXA LOGICA).
       FD ARQ-RAPPEL
           RECORD CONTAINS 200 CHARACTERS.
       01 REGRAP.
           05 RAP_CODIGO              PIC 9(005).
           05 RAP_DESCRICAO           PIC X(040).
           05 RAP_TIPO_BENEF          PIC X(001).
           05 RAP_CODIGO_BENEF        PIC 9(007).
           05 RAP_BASE                PIC X(001).
           05 RAP_MES_INICIO          PIC 9(006).
           05 RAP_MES_FIM             PIC 9(006).
           05 RAP_FAIXAS.
              10 RAP_FAIXA OCCURS 5 TIMES.
                 15 RAP_FAIXA_MINIMO     PIC 9(011)V9(02).
                 15 RAP_FAIXA_PERCENTUAL PIC 9(002)V9(02).
           05 RAP_STATUS              PIC X(001).
           05 RAP_DATA_CADASTRO       PIC 9(008).
           05 RAP_OPERADOR            PIC X(005).
           05 FILLER                  PIC X(035).
      *
      * BONIFICACAO APURADA: UMA POR ACORDO + ANO/MES + CLIENTE (NO
      * ACORDO DE GRUPO CADA LOJA RECEBE O PERCENTUAL DA FAIXA DO
      * GRUPO SOBRE O PROPRIO FATURADO). BON_TOTAL_ACORDO E A BASE DO
      * ACORDO INTEIRO QUE DEFINIU A FAIXA. BON_SITUACAO "P" =
      * PENDENTE DE APROVACAO, "E" = EMITIDA (O CREDITO ABATEU OS
      * TITULOS EM ABERTO DO CLIENTE, COMO A DEVOLUCAO DO CADDEV; O
      * QUE SOBROU FICA EM BON_VALOR_NAO_ABATIDO), "R" = REJEITADA.
      * BON_DATA_DECISAO E A DATA DA EMISSAO OU DA REJEICAO.
       FD ARQ-BONIF
           RECORD CONTAINS 150 CHARACTERS.
       01 REGBON.
           05 BON_CHAVE.
              10 BON_CODIGO_ACORDO    PIC 9(005).
              10 BON_ANO_MES          PIC 9(006).
              10 BON_CODIGO_CLIENTE   PIC 9(007).
           05 BON_COD_VENDEDOR        PIC 9(003).
           05 BON_BASE_QTDE           PIC 9(009).
           05 BON_BASE_VALOR          PIC 9(011)V9(02).
           05 BON_TOTAL_ACORDO        PIC 9(011)V9(02).
           05 BON_FAIXA               PIC 9(001).
           05 BON_PERCENTUAL          PIC 9(002)V9(02).
           05 BON_VALOR               PIC 9(009)V9(02).
           05 BON_SITUACAO            PIC X(001).
           05 BON_DATA_APURACAO       PIC 9(008).
           05 BON_DATA_DECISAO        PIC 9(008).
           05 BON_OPERADOR            PIC X(005).
           05 BON_VALOR_NAO_ABATIDO   PIC 9(009)V9(02).
           05 FILLER                  PIC X(045).
      *
      * VERBA DE BONIFICACAO DO VENDEDOR NO MES (VER CADVBA).
      * VBA_VALOR_CONSUMIDO E A SOMA DOS PEDIDOS DE BONIFICACAO (PED_
      * TIPO "B") DIGITADOS NO MES, MANTIDA PELO CADPED: SOBE NA
      * GRAVACAO DO PEDIDO E DESCE NO CANCELAMENTO. PEDIDO ACIMA DO
      * SALDO SO E GRAVADO COM AUTORIZACAO DE SUPERVISOR, E ENTAO O
      * CONSUMIDO PODE PASSAR DA VERBA. VENDEDOR SEM VERBA NO MES TEM
      * SALDO ZERO (TODO PEDIDO DE BONIFICACAO PEDE AUTORIZACAO).
       FD ARQ-VERBA
           RECORD CONTAINS 80 CHARACTERS.
       01 REGVBA.
           05 VBA_CHAVE.
              10 VBA_COD_VENDEDOR     PIC 9(003).
              10 VBA_ANO_MES          PIC 9(006).
           05 VBA_VALOR_VERBA         PIC 9(009)V9(02).
           05 VBA_VALOR_CONSUMIDO     PIC 9(009)V9(02).
           05 VBA_DATA_CADASTRO       PIC 9(008).
           05 VBA_OPERADOR            PIC X(005).
           05 FILLER                  PIC X(036).
      *
      * PEDIDO PROGRAMADO DO CLIENTE (VER CADPPG/GERPPG): A MESMA
      * CESTA DE ITENS REPETIDA NA FREQUENCIA COMBINADA. NA DATA
      * PPG_PROXIMA_DATA O GERPPG GERA O PEDIDO DE VERDADE (MESMA
      * VALIDACAO DO CADPED) E EMPURRA A DATA UM PERIODO ADIANTE.
      * PPG_DIA_MES GUARDA O DIA ORIGINAL DO PROGRAMADO MENSAL, PARA
      * O DIA 31 NAO VIRAR 28 PARA SEMPRE DEPOIS DE FEVEREIRO. PEDIDO
      * PAUSADO ("P") FICA GUARDADO, SEM GERAR NADA.
       FD ARQ-PEDPRG
           RECORD CONTAINS 300 CHARACTERS.
       01 REGPPG.
           05 PPG_CHAVE.
              10 PPG_CODIGO_CLIENTE   PIC 9(007).
              10 PPG_SEQUENCIA        PIC 9(002).
      * "S" = SEMANAL, "Q" = QUINZENAL, "M" = MENSAL.
           05 PPG_FREQUENCIA          PIC X(001).
           05 PPG_PROXIMA_DATA        PIC 9(008).
           05 PPG_DIA_MES             PIC 9(002).
      * "A" = ATIVO, "P" = PAUSADO.
           05 PPG_SITUACAO            PIC X(001).
           05 PPG_QTD_ITENS           PIC 9(002).
           05 PPG_ITEM OCCURS 20 TIMES.
              10 PPG_ITEM_PRODUTO     PIC 9(005).
              10 PPG_ITEM_QTDE        PIC 9(005).
           05 PPG_ULTIMA_GERACAO      PIC 9(008).
           05 PPG_ULTIMO_PEDIDO       PIC 9(009).
           05 PPG_DATA_CADASTRO       PIC 9(008).
           05 PPG_OPERADOR            PIC X(005).
           05 FILLER                  PIC X(047).
      *
      * DE-PARA DO EDI DAS REDES (VER CADEDI/IMPEDI): O EAN/GTIN QUE A
      * REDE MANDA NO PEDIDO (ATE 14 DIGITOS, O EAN-13 COM ZERO A
      * ESQUERDA) PARA O PRODUTO DA CASA. GLOBAL, COMO O PRODUTO.
       FD ARQ-EANPRO
           RECORD CONTAINS 60 CHARACTERS.
       01 REGEAN.
           05 EAN_CODIGO              PIC 9(014).
           05 EAN_CODIGO_PRODUTO      PIC 9(005).
           05 EAN_DATA_CADASTRO       PIC 9(008).
           05 EAN_OPERADOR            PIC X(005).
           05 FILLER                  PIC X(028).
      *
      * CODIGO DA LOJA NA REDE (REDE + LOJA, COMO VEM NO EDI) PARA O
      * CLIENTE DA FILIAL.
       FD ARQ-LOJRED
           RECORD CONTAINS 60 CHARACTERS.
       01 REGLJR.
           05 LJR_CHAVE.
              10 LJR_REDE             PIC X(006).
              10 LJR_LOJA             PIC X(013).
           05 LJR_CODIGO_CLIENTE      PIC 9(007).
           05 LJR_DATA_CADASTRO       PIC 9(008).
           05 LJR_OPERADOR            PIC X(005).
           05 FILLER                  PIC X(021).
      *
      * PEDIDO DA CASA QUE VEIO DO EDI DE UMA REDE (VER IMPEDI E
      * CORERR): O PEDIDO NA REDE, A LOJA E O EAN PEDIDO EM CADA LINHA
      * DO PEDIDO (NA ORDEM DE WS-ITN, VER SISITPGER.CPY), PARA O
      * FATPED DEVOLVER O AVISO DE FATURAMENTO NOS CODIGOS DA REDE.
       FD ARQ-PEDEDI
           RECORD CONTAINS 1600 CHARACTERS.
       01 REGPDE.
           05 PDE_NUMERO_PEDIDO       PIC 9(009).
           05 PDE_REDE                PIC X(006).
           05 PDE_PEDIDO_REDE         PIC X(010).
           05 PDE_LOJA                PIC X(013).
           05 PDE_DATA_RECEBIMENTO    PIC 9(008).
           05 PDE_SEQ_ARQUIVO         PIC 9(006).
           05 PDE_QTD_LINHAS          PIC 9(002).
           05 PDE_EAN OCCURS 99 TIMES PIC 9(014).
           05 FILLER                  PIC X(160).
      *
      * NIVEL DE SERVICO DA LINHA DE PEDIDO, NA MESMA CHAVE DO
      * ARQ-ITEM. NASCE NA PRIMEIRA NOTA DO PEDIDO (VER FATPED), COM
      * A QUANTIDADE QUE ELA ATENDEU; AS NOTAS SEGUINTES SO ATUALIZAM
      * O ATENDIDO E A DATA DA ULTIMA NOTA. O CANCELAMENTO DO SALDO
      * DE UM PEDIDO EM BACKORDER (VER CANCELA-000 EM CADPED) GRAVA A
      * QUANTIDADE PERDIDA E A DATA; O VALOR PERDIDO E QUANTIDADE X
      * ATD_VALOR_UNIT (PRECO DO PEDIDO). DATA DA PRIMEIRA NOTA ZEROS
      * = LINHA FATURADA ANTES DESTE CONTROLE (SO ENTRA NA PERDA).
       FD ARQ-ATEND
           RECORD CONTAINS 100 CHARACTERS.
       01 REGATD.
           05 ATD_CHAVE.
              10 ATD_NUMERO_PEDIDO    PIC 9(009).
              10 ATD_LINHA            PIC 9(003).
           05 ATD_PRODUTO             PIC 9(005).
           05 ATD_CODIGO_CLIENTE      PIC 9(007).
           05 ATD_COD_VENDEDOR        PIC 9(003).
           05 ATD_DATA_PEDIDO         PIC 9(008).
           05 ATD_QTDE                PIC 9(005).
           05 ATD_VALOR_UNIT          PIC 9(007)V9(02).
           05 ATD_DATA_PRIM_NF        PIC 9(008).
           05 ATD_QTDE_PRIM_NF        PIC 9(005).
           05 ATD_DATA_ULT_NF         PIC 9(008).
           05 ATD_QTDE_ATEND          PIC 9(005).
           05 ATD_DATA_CANC           PIC 9(008).
           05 ATD_QTDE_PERDIDA        PIC 9(005).
           05 FILLER                  PIC X(012).
      *
      * CHECK-IN ACEITO NA IMPORTACAO DE VISITAS (VER IMPVIS), COM A
      * HORA E O PONTO BATIDO JA COM SINAL; A CHAVE POR VENDEDOR,
      * DATA E HORA DA A SEQUENCIA REAL DO DIA PARA O CALKMV.
       FD ARQ-CHECKIN
           RECORD CONTAINS 50 CHARACTERS.
       01 REGCKI.
           05 CKI_CHAVE.
              10 CKI_COD_VENDEDOR     PIC 9(003).
              10 CKI_DATA             PIC 9(008).
              10 CKI_HORA             PIC 9(004).
              10 CKI_CODIGO_CLIENTE   PIC 9(007).
           05 CKI_LATITUDE            PIC S9(003)V9(008).
           05 CKI_LONGITUDE           PIC S9(003)V9(008).
           05 FILLER                  PIC X(006).
      *
      * ROTEIRO PLANEJADO (VER ROTVIS): UMA LINHA POR PARADA DO DIA,
      * NA ORDEM DA FOLHA DE ROTA, COM O PONTO USADO NO PLANEJAMENTO.
      * GERAR DE NOVO A SEMANA SUBSTITUI AS PARADAS DAQUELES DIAS.
       FD ARQ-ROTPLA
           RECORD CONTAINS 50 CHARACTERS.
       01 REGRPL.
           05 RPL_CHAVE.
              10 RPL_COD_VENDEDOR     PIC 9(003).
              10 RPL_DATA             PIC 9(008).
              10 RPL_SEQ              PIC 9(003).
           05 RPL_CODIGO_CLIENTE      PIC 9(007).
           05 RPL_LATITUDE            PIC S9(003)V9(008).
           05 RPL_LONGITUDE           PIC S9(003)V9(008).
           05 FILLER                  PIC X(007).
      *
      * VERBA DO MES PARA A FOLHA, POR VENDEDOR E TIPO: "F" =
      * COMISSAO SOBRE O FATURADO E "L" = SOBRE O LIQUIDADO (CALCOM,
      * CONFORME A BASE DA APURACAO), "S" = OVERRIDE DE SUPERVISAO
      * (CALCOM) E "K" = REEMBOLSO DE QUILOMETRAGEM (CALKMV). A
      * SITUACAO ACOMPANHA O ENVIO: BRANCO = A ENVIAR, "E" =
      * ENVIADA NA REMESSA/LINHA, "A" = ACEITA E "R" = REJEITADA
      * PELA FOLHA (COM O MOTIVO DO RETORNO).
       FD ARQ-VERFOL
           RECORD CONTAINS 80 CHARACTERS.
       01 REGVFL.
           05 VFL_CHAVE.
              10 VFL_ANO_MES          PIC 9(006).
              10 VFL_COD_VENDEDOR     PIC 9(003).
              10 VFL_TIPO             PIC X(001).
           05 VFL_VALOR               PIC S9(011)V9(02).
           05 VFL_DATA_APURACAO       PIC 9(008).
           05 VFL_REMESSA             PIC 9(003).
           05 VFL_LINHA               PIC 9(005).
           05 VFL_SITUACAO            PIC X(001).
           05 VFL_MOTIVO              PIC X(030).
           05 FILLER                  PIC X(010).
      *
      * ARQUIVO ENVIADO A FOLHA (VER INTFOL), UM POR MES E SEQUENCIA:
      * "E" = ENVIADO, "A" = ACEITO, "P" = ACEITO EM PARTE, "R" =
      * REJEITADO E "C" = CANCELADO. SO UM ARQUIVO NAO CANCELADO POR
      * MES; O CANCELAMENTO GUARDA QUEM, QUANDO E POR QUE.
       FD ARQ-REMFOL
           RECORD CONTAINS 120 CHARACTERS.
       01 REGRMF.
           05 RMF_CHAVE.
              10 RMF_ANO_MES          PIC 9(006).
              10 RMF_SEQ              PIC 9(003).
           05 RMF_SITUACAO            PIC X(001).
           05 RMF_DATA_GERACAO        PIC 9(008).
           05 RMF_OPERADOR            PIC X(005).
           05 RMF_QTD_LINHAS          PIC 9(005).
           05 RMF_VALOR_TOTAL         PIC 9(011)V9(02).
           05 RMF_DATA_CANC           PIC 9(008).
           05 RMF_OPERADOR_CANC       PIC X(005).
           05 RMF_MOTIVO_CANC         PIC X(040).
           05 RMF_DATA_RETORNO        PIC 9(008).
           05 RMF_QTD_ACEITAS         PIC 9(005).
           05 RMF_QTD_REJEITADAS      PIC 9(005).
           05 FILLER                  PIC X(008).
      *
      * SCORECARD DO MES (VER SCOVEN): TIPO "V" = VENDEDOR, COM A
      * POSICAO NO RANKING DA FILIAL, E "S" = SUPERVISOR, COM A MEDIA
      * DA EQUIPE. AS SEIS MEDIDAS VAO EM PERCENTUAL (A QUALIDADE E
      * A NOTA MEDIA DE COMPLETUDE DA CARTEIRA, 0-100); MEDIDA SEM
      * BASE NO MES (SEM META, CARTEIRA VAZIA) FICA COM "S" NA SUA
      * POSICAO DE SCO_SEM_BASE E NAO ENTRA NA NOTA. A REAPURACAO DO
      * MES SUBSTITUI O MES INTEIRO; OS MESES ANTERIORES FICAM PARA
      * A EVOLUCAO NO ANO.
       FD ARQ-SCORE
           RECORD CONTAINS 80 CHARACTERS.
       01 REGSCO.
           05 SCO_CHAVE.
              10 SCO_ANO_MES          PIC 9(006).
              10 SCO_TIPO             PIC X(001).
              10 SCO_CODIGO           PIC 9(003).
           05 SCO_COD_SUPERVISOR      PIC 9(003).
           05 SCO_PCT_META            PIC 9(003)V9(02).
           05 SCO_PCT_POSITIVACAO     PIC 9(003)V9(02).
           05 SCO_PCT_COBERTURA       PIC 9(003)V9(02).
           05 SCO_PCT_INADIMPLENCIA   PIC 9(003)V9(02).
           05 SCO_NOTA_QUALIDADE      PIC 9(003)V9(02).
           05 SCO_PCT_DEVOLUCAO       PIC 9(003)V9(02).
           05 SCO_NOTA                PIC 9(003)V9(02).
           05 SCO_RANKING             PIC 9(003).
           05 SCO_QTD_EQUIPE          PIC 9(003).
           05 SCO_DATA_APURACAO       PIC 9(008).
           05 SCO_SEM_BASE            PIC X(006).
           05 FILLER                  PIC X(012).
       01 REGSCO-MEDIDAS REDEFINES REGSCO.
           05 FILLER                  PIC X(013).
           05 SCO_PCT                 PIC 9(003)V9(02)
                                      OCCURS 6 TIMES.
           05 FILLER                  PIC X(037).
      *
      * PESQUISA DE PRECO DE GONDOLA ANOTADA PELO VENDEDOR NA VISITA
      * (VER IMPPSQ): UMA LINHA POR CLIENTE + DATA + PRODUTO NOSSO +
      * MARCA. PSQ_TIPO "P" = O PROPRIO PRODUTO NA GONDOLA DO CLIENTE,
      * "C" = O EQUIVALENTE DO CONCORRENTE (PSQ_MARCA OBRIGATORIA). O
      * RELPSQ CONFRONTA COM O ARQ-PRECO DO TIPO DO CLIENTE.
       FD ARQ-PESQPR
           RECORD CONTAINS 70 CHARACTERS.
       01 REGPSQ.
           05 PSQ_CHAVE.
              10 PSQ_CODIGO_CLIENTE   PIC 9(007).
              10 PSQ_DATA             PIC 9(008).
              10 PSQ_CODIGO_PRODUTO   PIC 9(005).
              10 PSQ_TIPO             PIC X(001).
              10 PSQ_MARCA            PIC X(020).
           05 PSQ_COD_VENDEDOR        PIC 9(003).
           05 PSQ_PRECO               PIC 9(007)V9(02).
           05 PSQ_DATA_IMPORTACAO     PIC 9(008).
           05 FILLER                  PIC X(009).
      *
      * OCORRENCIA (RECLAMACAO) DO CLIENTE (VER CADOCO). TIPO: "A" =
      * ATRASO NA ENTREGA, "D" = MERCADORIA AVARIADA, "C" = COBRANCA
      * INDEVIDA, "R" = REFRIGERADOR/ATIVO EM COMODATO COM DEFEITO,
      * "O" = OUTROS. AREA RESPONSAVEL: "L" = LOGISTICA, "F" =
      * FINANCEIRO, "C" = COMERCIAL, "T" = TECNICA. NOTA, TITULO (NOTA
      * + PARCELA) E ATIVO SAO OPCIONAIS (ZEROS = NAO SE APLICA); O
      * VENDEDOR, O VEICULO E O MOTORISTA SAO CARIMBADOS NA ABERTURA A
      * PARTIR DA NOTA (ROMANEIO E ACERTO) OU DO CLIENTE. O PRAZO
      * (OCO_DATA_LIMITE) SAI DO SLA DO TIPO EM SISCFGER. SITUACAO:
      * "A" = ABERTA, "E" = EM ANDAMENTO, "R" = RESOLVIDA, "C" =
      * CANCELADA; CADA MUDANCA GANHA UMA LINHA EM ARQ-OCOHIS.
       FD ARQ-OCORR
           RECORD CONTAINS 160 CHARACTERS.
       01 REGOCO.
           05 OCO_NUMERO              PIC 9(007).
           05 OCO_CODIGO_CLIENTE      PIC 9(007).
           05 OCO_TIPO                PIC X(001).
           05 OCO_AREA                PIC X(001).
           05 OCO_NUMERO_NF           PIC 9(009).
           05 OCO_TIT_PARCELA         PIC 9(002).
           05 OCO_ATIVO               PIC 9(007).
           05 OCO_COD_VENDEDOR        PIC 9(003).
           05 OCO_VEICULO             PIC X(007).
           05 OCO_MOTORISTA           PIC 9(005).
           05 OCO_DATA_ABERTURA       PIC 9(008).
           05 OCO_HORA_ABERTURA       PIC 9(004).
           05 OCO_OPERADOR            PIC X(005).
           05 OCO_DATA_LIMITE         PIC 9(008).
           05 OCO_SITUACAO            PIC X(001).
           05 OCO_DATA_ENCERRAMENTO   PIC 9(008).
           05 OCO_DESCRICAO           PIC X(060).
           05 OCO_ULTIMA_SEQ          PIC 9(003).
           05 FILLER                  PIC X(014).
      *
      * HISTORICO DE SITUACAO DA OCORRENCIA: A SEQUENCIA 001 E A
      * ABERTURA; CADA ANDAMENTO, ENCERRAMENTO OU TROCA DE AREA
      * ACRESCENTA UMA LINHA COM QUEM, QUANDO E O QUE FOI FEITO.
       FD ARQ-OCOHIS
           RECORD CONTAINS 90 CHARACTERS.
       01 REGOCH.
           05 OCH_CHAVE.
              10 OCH_NUMERO           PIC 9(007).
              10 OCH_SEQ              PIC 9(003).
           05 OCH_DATA_HORA           PIC 9(014).
           05 OCH_OPERADOR            PIC X(005).
           05 OCH_SITUACAO            PIC X(001).
           05 OCH_TEXTO               PIC X(060).
      *
      * DOCUMENTOS/LICENCAS DO CLIENTE, UM POR TIPO: "A" = ALVARA DE
      * FUNCIONAMENTO, "S" = LICENCA SANITARIA, "B" = LICENCA DO
      * CORPO DE BOMBEIROS, "O" = OUTROS. A RENOVACAO SOBREPOE O
      * NUMERO E A VALIDADE (A AUDITORIA GUARDA A ANTERIOR). DOCUMENTO
      * OBRIGATORIO ("S") VENCIDO BLOQUEIA PEDIDO NOVO DO CLIENTE (VER
      * VERIFICA-DOCUMENTOS-CLIENTE EM SISDCPGER.CPY).
       FD ARQ-DOCCLI
           RECORD CONTAINS 110 CHARACTERS.
       01 REGDOC.
           05 DOC_CHAVE.
              10 DOC_CODIGO_CLIENTE   PIC 9(007).
              10 DOC_TIPO             PIC X(001).
           05 DOC_NUMERO              PIC X(020).
           05 DOC_ORGAO_EMISSOR       PIC X(030).
           05 DOC_DATA_EMISSAO        PIC 9(008).
           05 DOC_DATA_VALIDADE       PIC 9(008).
           05 DOC_OBRIGATORIO         PIC X(001).
           05 DOC_DATA_ATUALIZACAO    PIC 9(008).
           05 DOC_OPERADOR            PIC X(005).
           05 FILLER                  PIC X(022).
      *
      * CALENDARIO DE FERIADOS (VER CADFER). A CHAVE E DATA + UF +
      * CIDADE: UF E CIDADE EM BRANCO = FERIADO NACIONAL, SO A
      * CIDADE EM BRANCO = FERIADO ESTADUAL. ANO 0000 NA DATA
      * (0000MMDD) = FERIADO FIXO, REPETIDO TODO ANO. DIA DE FERIADO
      * E DIA SEM EXPEDIENTE BANCARIO NA LOCALIDADE.
       FD ARQ-FERIADO
           RECORD CONTAINS 100 CHARACTERS.
       01 REGFER.
           05 FER_CHAVE.
              10 FER_DATA             PIC 9(008).
              10 FER_UF               PIC X(002).
              10 FER_CIDADE           PIC X(020).
           05 FER_DESCRICAO           PIC X(030).
           05 FER_TIPO                PIC X(001).
           05 FER_DATA_ATUALIZACAO    PIC 9(008).
           05 FER_OPERADOR            PIC X(005).
           05 FILLER                  PIC X(026).
      *
      * SOLICITACOES DE ALTERACAO CADASTRAL SENSIVEL (DUPLA
      * APROVACAO, VER SISAPPGER.CPY). APV_TIPO: "L" = LIMITE DE
      * CREDITO DO CLIENTE, "C" = COMISSAO DO VENDEDOR, "P" = PRECO
      * BASE DO PRODUTO (APV_SUBTIPO = TIPO DE CLIENTE "D"/"V"), "T" =
      * PRAZOS DA CONDICAO DE PAGAMENTO. OS VALORES ANTERIOR E NOVO
      * SAO NUMERICOS, SALVO NO TIPO "T", QUE GUARDA A QUANTIDADE DE
      * PARCELAS E OS DOZE PRAZOS. APV_SITUACAO: "P" = PENDENTE, "A" =
      * APROVADA (APLICADA NO CADASTRO), "R" = REJEITADA, "E" =
      * EXPIRADA SEM DECISAO. NADA E APAGADO.
       FD ARQ-APROVA
           RECORD CONTAINS 200 CHARACTERS.
       01 REGAPV.
           05 APV_NUMERO              PIC 9(007).
           05 APV_ENTIDADE.
              10 APV_TIPO             PIC X(001).
              10 APV_CODIGO           PIC 9(007).
              10 APV_SUBTIPO          PIC X(001).
           05 APV_ANTERIOR.
              10 APV_VALOR_ANTERIOR   PIC 9(009)V9(002).
              10 FILLER               PIC X(027).
           05 APV_PRAZOS_ANTERIOR REDEFINES APV_ANTERIOR.
              10 APV_PARC_ANTERIOR    PIC 9(002).
              10 APV_DIAS_ANTERIOR    PIC 9(003) OCCURS 12 TIMES.
           05 APV_NOVO.
              10 APV_VALOR_NOVO       PIC 9(009)V9(002).
              10 FILLER               PIC X(027).
           05 APV_PRAZOS_NOVO REDEFINES APV_NOVO.
              10 APV_PARC_NOVO        PIC 9(002).
              10 APV_DIAS_NOVO        PIC 9(003) OCCURS 12 TIMES.
           05 APV_SITUACAO            PIC X(001).
           05 APV_SOLICITANTE         PIC X(005).
           05 APV_DATA_SOLICITACAO    PIC 9(008).
           05 APV_HORA_SOLICITACAO    PIC 9(006).
           05 APV_APROVADOR           PIC X(005).
           05 APV_DATA_DECISAO        PIC 9(008).
           05 APV_HORA_DECISAO        PIC 9(006).
           05 APV_MOTIVO              PIC X(030).
           05 FILLER                  PIC X(039).
      *
      * FILA DE MENSAGENS AOS CLIENTES (VER SISMSPGER.CPY E ENVMSG).
      * EVENTO: "P" = PEDIDO CONFIRMADO (CADPED), "N" = NOTA EMITIDA
      * (FATPED), "E" = ENTREGA CONFIRMADA (IMPENT), "V" = TITULO A
      * VENCER (ENVMSG), "C" = COBRANCA DE ATRASO (COBCLI). A
      * REFERENCIA IDENTIFICA O DOCUMENTO (PEDIDO, NOTA, NOTA+PARCELA
      * +VENCIMENTO, CLIENTE) PARA NAO AVISAR DUAS VEZES O MESMO
      * FATO. CANAL "E" = E-MAIL, "S" = SMS. SITUACAO: "P" = NA FILA,
      * "G" = ENTREGUE AO GATEWAY, "D" = ENTREGUE AO CLIENTE, "B" =
      * DEVOLVIDA (BOUNCE), "F" = FALHA NO ENVIO.
       FD ARQ-MSGFILA
           RECORD CONTAINS 330 CHARACTERS.
       01 REGMSG.
           05 MSG_NUMERO              PIC 9(007).
           05 MSG_CODIGO_CLIENTE      PIC 9(007).
           05 MSG_EVENTO_REF.
              10 MSG_EVENTO           PIC X(001).
              10 MSG_REFERENCIA       PIC X(020).
           05 MSG_CANAL               PIC X(001).
           05 MSG_DESTINO             PIC X(040).
           05 MSG_TEXTO               PIC X(160).
           05 MSG_DATA_GERACAO        PIC 9(008).
           05 MSG_HORA_GERACAO        PIC 9(006).
           05 MSG_PROGRAMA            PIC X(006).
           05 MSG_SITUACAO            PIC X(001).
           05 MSG_DATA_ENVIO          PIC 9(008).
           05 MSG_DATA_RETORNO        PIC 9(008).
           05 MSG_DETALHE_RETORNO     PIC X(040).
           05 FILLER                  PIC X(017).
      *
      * E-MAIL DEVOLVIDO: O ENDERECO QUE VOLTOU, QUANDO E QUANTAS
      * VEZES. SO VALE ENQUANTO FOR O MESMO CLI_EMAIL DO CADASTRO -
      * CORRIGIDO O E-MAIL NO CADCLI, O CLIENTE VOLTA A RECEBER.
       FD ARQ-EMLDEV
           RECORD CONTAINS 100 CHARACTERS.
       01 REGEMD.
           05 EMD_CODIGO_CLIENTE      PIC 9(007).
           05 EMD_EMAIL               PIC X(040).
           05 EMD_DATA                PIC 9(008).
           05 EMD_QTD                 PIC 9(003).
           05 EMD_DETALHE             PIC X(040).
           05 FILLER                  PIC X(002).
      *
      * DE-PARA DO SELL-OUT (VER SELOUT): O CODIGO DO PRODUTO NO
      * CATALOGO DO FABRICANTE (SKU), PARA O ARQUIVO MENSAL DE VENDA
      * POR PONTO DE VENDA. PRODUTO SEM DE-PARA FICA FORA DO ARQUIVO
      * E SAI NA LISTA DE PENDENCIAS.
       FD ARQ-SKUFAB
           RECORD CONTAINS 80 CHARACTERS.
       01 REGSKU.
           05 SKU_CODIGO_PRODUTO      PIC 9(005).
           05 SKU_CODIGO_FABRICANTE   PIC X(020).
           05 SKU_DATA_CADASTRO       PIC 9(008).
           05 SKU_OPERADOR            PIC X(005).
           05 FILLER                  PIC X(042).
      *
      * AVISO DE FATURAMENTO PARA A REDE (VER FATPED): UM ARQUIVO POR
      * REDE E DIA, UMA LINHA "N" POR NOTA E UMA "I" POR ITEM.
       FD ARQ-EDIAVF
           LABEL RECORD IS STANDARD.
       01 REGAVF PIC X(120).
      *
      * OPORTUNIDADE DE MIX (VER OPOMIX): PRODUTO QUE OS PARES DO
      * CLIENTE (MESMO TIPO, CLASSE ABC E CIDADE) COMPRAM E ELE NAO.
      * SITUACAO "N" = NUNCA COMPROU NO HISTORICO, "P" = PAROU DE
      * COMPRAR. QUANTIDADE E VALOR SAO A MEDIA MENSAL DOS PARES QUE
      * COMPRAM; O RANKING E POR VENDEDOR, DO MAIOR VALOR PARA O MENOR.
       FD ARQ-OPORT
           RECORD CONTAINS 100 CHARACTERS.
       01 REGOPO.
           05 OPO_COD_VENDEDOR        PIC 9(003).
           05 OPO_RANKING             PIC 9(004).
           05 OPO_CODIGO_CLIENTE      PIC 9(007).
           05 OPO_CODIGO_PRODUTO      PIC 9(005).
           05 OPO_DESCRICAO           PIC X(030).
           05 OPO_SITUACAO            PIC X(001).
           05 OPO_PCT_PARES           PIC 9(003).
           05 OPO_QTDE_MEDIA          PIC 9(007).
           05 OPO_VALOR_MEDIO         PIC 9(009)V9(02).
           05 OPO_ANO_MES             PIC 9(006).
           05 FILLER                  PIC X(023).
      *
      * SIMULACAO DE REAJUSTE DA TABELA DE PRECO (VER SIMPRC): PRECO
      * DA TABELA QUANDO A LINHA FOI SIMULADA E PRECO NOVO. SITUACAO
      * "S" = SIMULADA, "A" = APROVADA E AGUARDANDO A DATA DE
      * VIGENCIA, "P" = APLICADA NA TABELA, "D" = DESCARTADA NA
      * APLICACAO PORQUE A TABELA MUDOU DEPOIS DA SIMULACAO (MESMA
      * CONFERENCIA DO APLICA-PRECO DO APRCAD).
       FD ARQ-SIMPRE
           RECORD CONTAINS 70 CHARACTERS.
       01 REGSPR.
           05 SIM_CHAVE.
              10 SIM_CODIGO_PRODUTO   PIC 9(005).
              10 SIM_TIPO_CLIENTE     PIC X(001).
           05 SIM_VALOR_ATUAL         PIC 9(007)V9(02).
           05 SIM_VALOR_NOVO          PIC 9(007)V9(02).
           05 SIM_PERCENTUAL          PIC S9(003)V9(02).
           05 SIM_SITUACAO            PIC X(001).
           05 SIM_OPERADOR            PIC X(005).
           05 SIM_DATA_SIMULACAO      PIC 9(008).
           05 SIM_APROVADOR           PIC X(005).
           05 SIM_DATA_APROVACAO      PIC 9(008).
           05 SIM_DATA_VIGENCIA       PIC 9(008).
           05 FILLER                  PIC X(006).
      *
      * HISTORICO DA CADEIA NOTURNA (VER STRCTL): RODADA = DATA/HORA
      * EM QUE O STRCTL FOI INVOCADO (A RETOMADA E OUTRA RODADA),
      * DURACAO EM SEGUNDOS, STATUS "O" = CONCLUIDO OU "F" = FALHOU
      * (MESMOS DO STREAM.CTL). REGISTROS E RESULTADO SAO O CODIGO E
      * O TEXTO DA LINHA DE AUDITORIA COM QUE O PASSO CONFIRMOU A
      * CONCLUSAO (EM GERAL A QUANTIDADE PROCESSADA).
       FD ARQ-STRHIS
           RECORD CONTAINS 110 CHARACTERS.
       01 REGSTH.
           05 STH_RODADA              PIC 9(014).
           05 STH_SEQ                 PIC 9(002).
           05 STH_PROGRAMA            PIC X(008).
           05 STH_AUDNOME             PIC X(006).
           05 STH_CONDICAO            PIC X(001).
           05 STH_DATA_INI            PIC 9(014).
           05 STH_DATA_FIM            PIC 9(014).
           05 STH_DURACAO             PIC 9(007).
           05 STH_STATUS              PIC X(001).
           05 STH_RETOMADA            PIC X(001).
           05 STH_QTD_REGISTROS       PIC 9(007).
           05 STH_RESULTADO           PIC X(030).
           05 FILLER                  PIC X(005).
      *
      * REGISTRO DOS ARQUIVOS RECEBIDOS (VER SISRCPGER.CPY). CHAVE =
      * INTERFACE (NOME DO PROGRAMA) + DATA/HORA DO RECEBIMENTO + SEQ
      * (DOIS NO MESMO SEGUNDO). TAMANHO EM BYTES CONTA CADA LINHA
      * SEM OS BRANCOS FINAIS MAIS O CR/LF. SITUACAO: "P" = EM
      * PROCESSAMENTO (INTERROMPIDO, SE FICAR ASSIM), "A" = APLICADO,
      * "X" = RECUSADO PELA VALIDACAO DO PROPRIO PROGRAMA, "R" =
      * RECUSADO POR JA TER SIDO RECEBIDO. FORCADO = "S" QUANDO UM
      * SUPERVISOR LIBEROU O ARQUIVO REPETIDO; DUPLICADO_DE E A
      * DATA/HORA DA ENTRADA ANTERIOR DO MESMO ARQUIVO.
       FD ARQ-RECEB
           RECORD CONTAINS 250 CHARACTERS.
       01 REGRCB.
           05 RCB_CHAVE.
              10 RCB_INTERFACE        PIC X(006).
              10 RCB_DATA_HORA        PIC 9(014).
              10 RCB_SEQ              PIC 9(002).
           05 RCB_NOME                PIC X(100).
           05 RCB_TAMANHO             PIC 9(010).
           05 RCB_QTD_REGISTROS       PIC 9(007).
           05 RCB_CHECKSUM            PIC 9(010).
           05 RCB_HDR_SEQUENCIA       PIC X(010).
           05 RCB_HDR_DATA            PIC 9(008).
           05 RCB_SITUACAO            PIC X(001).
           05 RCB_FORCADO             PIC X(001).
           05 RCB_OPERADOR            PIC X(005).
           05 RCB_SUPERVISOR          PIC X(005).
           05 RCB_DUPLICADO_DE        PIC 9(014).
           05 RCB_QTD_APLICADA        PIC 9(007).
           05 RCB_MOTIVO              PIC X(030).
           05 FILLER                  PIC X(020).
      *
       FD ARQ-RCBLIDO
           RECORD CONTAINS 500 CHARACTERS.
       01 REGRCL                      PIC X(500).
