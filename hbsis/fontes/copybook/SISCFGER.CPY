           "relatorios\PROMOCOES.txt".
       77 WCF-DIAS-AVISO-PROMO  PIC 9(003) VALUE 7.

      * COMPOSICAO DOS PRODUTOS-KIT (COMBOS), MANTIDA NO CADPRO JUNTO
      * COM O CATALOGO (VER SISKTPGER.CPY).
       77 WID-ARQ-KITCMP        PIC X(100) VALUE
           "dados\KITCOMP.DAT".

      * HISTORICO DE CUSTOS (ARQ-CUSHIS, VER CADPRO) E O RELATORIO
      * DE MARGEM (RELMRG): CADASTRO GLOBAL, COMO O PRECO.
       77 WID-ARQ-CUSHIS        PIC X(100) VALUE
      * LUGAR DO PONTO FISCAL QUANDO HOUVER ENTREGA GEOCODIFICADA.
       77 WID-ARQ-ENDER         PIC X(100) VALUE
           "dados\ENDERECO.DAT".

      * COMPRAS (VER CADFOR/CADPCO): CADASTRO DE FORNECEDORES
      * (GLOBAL, COMO O PRODUTO) E PEDIDOS DE COMPRA (DA FILIAL, JA
      * QUE O RECEBIMENTO ENTRA NO ESTOQUE DO DEPOSITO). A ENTRADA
      * DE MERCADORIA DO CADEST SO ACEITA QUANTIDADE CONTRA UMA
      * LINHA DE PEDIDO EM ABERTO, SEM PASSAR DO SALDO A RECEBER.
       77 WID-ARQ-FORNEC        PIC X(100) VALUE
           "dados\FORNECEDOR.DAT".
       77 WID-ARQ-PEDCOMPRA     PIC X(100) VALUE
           "dados\PEDCOMPRA.DAT".
       77 WCF-ARQ-IMPRESSAO-COMPRAS PIC X(100) VALUE
           "relatorios\COMPRASABERTAS.txt".

      * CONTAS A PAGAR (VER CADPAG/RELPAG): PARCELAS DAS NOTAS DE
      * FORNECEDOR (DA FILIAL) E O RELATORIO DE AGING/AGENDA DA
      * SEMANA. WCF-DIAS-AGENDA-PAGAR E A JANELA DA AGENDA.
       77 WID-ARQ-PAGAR         PIC X(100) VALUE
           "dados\PAGAR.DAT".
       77 WCF-ARQ-IMPRESSAO-PAGAR PIC X(100) VALUE
           "relatorios\CONTASPAGAR.txt".
       77 WCF-DIAS-AGENDA-PAGAR PIC 9(003) VALUE 7.

      * LOTES E VALIDADE (VER CADEST/FATPED): SALDO POR LOTE, LOTES
      * BAIXADOS EM CADA NOTA (RASTREIO) E OS RELATORIOS DE LOTES A
      * VENCER E DE RASTREIO. WCF-DIAS-VALIDADE E A JANELA PADRAO DO
      * RELATORIO DE LOTES A VENCER.
       77 WID-ARQ-LOTE          PIC X(100) VALUE
           "dados\LOTE.DAT".
       77 WID-ARQ-NFLOTE        PIC X(100) VALUE
           "dados\NFLOTE.DAT".
       77 WCF-ARQ-IMPRESSAO-VALIDADE PIC X(100) VALUE
           "relatorios\LOTESVENCER.txt".
       77 WCF-ARQ-IMPRESSAO-RASTREIO PIC X(100) VALUE
           "relatorios\RASTREIOLOTE.txt".
       77 WCF-DIAS-VALIDADE     PIC 9(003) VALUE 30.

      * KARDEX DE ESTOQUE (VER SISKXPGER.CPY E CADEST).
       77 WID-ARQ-KARDEX        PIC X(100) VALUE
           "dados\KARDEX.DAT".
       77 WCF-ARQ-IMPRESSAO-KARDEX PIC X(100) VALUE
           "relatorios\KARDEX.txt".

      * VALORIZACAO MENSAL DO ESTOQUE (RELVAL): QUANTIDADE NO FIM DO
      * MES X CUSTO MEDIO EM VIGOR NO FIM DO MES.
       77 WCF-ARQ-IMPRESSAO-VALORIZACAO PIC X(100) VALUE
           "relatorios\VALORIZACAO.txt".

      * SUGESTAO DE COMPRA (SUGCOM): MESES FECHADOS DO HISTORICO DE
      * VENDAS PARA A DEMANDA MEDIA, DIAS DE ESTOQUE DE SEGURANCA,
      * DIAS DE COBERTURA DO PEDIDO E O PRAZO DE ENTREGA USADO
      * QUANDO O FORNECEDOR NAO TEM PRAZO (OU NAO E CONHECIDO).
       77 WID-ARQ-SUGCOM        PIC X(100) VALUE
           "dados\SUGCOMPRA.DAT".
       77 WCF-ARQ-IMPRESSAO-SUGCOM PIC X(100) VALUE
           "relatorios\SUGCOMPRA.txt".
       77 WCF-MESES-DEMANDA     PIC 9(002) VALUE 3.
       77 WCF-DIAS-SEGURANCA    PIC 9(003) VALUE 7.
       77 WCF-DIAS-COBERTURA    PIC 9(003) VALUE 30.
       77 WCF-PRAZO-PADRAO      PIC 9(003) VALUE 7.

      * INVENTARIO CICLICO (INVCIC): AGENDA E HISTORICO POR FILIAL,
      * INTERVALO EM DIAS ENTRE CONTAGENS DE CADA CLASSE ABC.
       77 WID-ARQ-CICLO         PIC X(100) VALUE
           "dados\CICLO.DAT".
       77 WID-ARQ-CONTAGEM      PIC X(100) VALUE
           "dados\CONTAGEM.DAT".
       77 WCF-ARQ-IMPRESSAO-CONTAGEM PIC X(100) VALUE
           "relatorios\CONTAGEM.txt".
       77 WCF-ARQ-IMPRESSAO-ACURACIA PIC X(100) VALUE
           "relatorios\ACURACIA.txt".
       77 WCF-DIAS-CICLO-A      PIC 9(003) VALUE 7.
       77 WCF-DIAS-CICLO-B      PIC 9(003) VALUE 30.
       77 WCF-DIAS-CICLO-C      PIC 9(003) VALUE 90.

      * TRANSFERENCIA DE ESTOQUE ENTRE FILIAIS (TRFEST): ARQUIVO
      * GLOBAL (NAO MUDA COM A FILIAL). DOCUMENTO EM TRANSITO HA MAIS
      * DE WCF-DIAS-TRANSITO DIAS SAI NO RELATORIO DE PENDENCIAS.
       77 WID-ARQ-TRANSF        PIC X(100) VALUE
           "dados\TRANSFERENCIA.DAT".
       77 WCF-ARQ-IMPRESSAO-TRANSF PIC X(100) VALUE
           "relatorios\TRANSFERENCIA.txt".
       77 WCF-ARQ-IMPRESSAO-TRANSITO PIC X(100) VALUE
           "relatorios\TRANSITO.txt".
       77 WCF-DIAS-TRANSITO     PIC 9(003) VALUE 3.

      * CADASTRO DE MOTORISTAS (CADMOT) E ACERTO DO MOTORISTA POR
      * ROMANEIO (ACEMOT): ARQUIVOS DA FILIAL. O EXTRATO DO ACERTO E
      * OS DEBITOS EM ABERTO DOS MOTORISTAS SAEM NOS RELATORIOS ABAIXO.
       77 WID-ARQ-MOTORISTA     PIC X(100) VALUE
           "dados\MOTORISTA.DAT".
       77 WID-ARQ-ACERTO        PIC X(100) VALUE
           "dados\ACERTO.DAT".
       77 WCF-ARQ-IMPRESSAO-ACERTO PIC X(100) VALUE
           "relatorios\ACERTO.txt".
       77 WCF-ARQ-IMPRESSAO-DEBMOT PIC X(100) VALUE
           "relatorios\DEBITOMOTORISTA.txt".

      * RETORNO DE CARGA (RETCAR): ARQUIVO DA FILIAL. NOTA PARADA
      * (AGUARDANDO DECISAO OU REENTREGA) HA MAIS DE
      * WCF-DIAS-RETORNO-PARADO DIAS SAI MARCADA NO RELATORIO.
       77 WID-ARQ-RETCARGA      PIC X(100) VALUE
           "dados\RETCARGA.DAT".
       77 WCF-ARQ-IMPRESSAO-RETORNO PIC X(100) VALUE
           "relatorios\RETORNO.txt".
       77 WCF-DIAS-RETORNO-PARADO PIC 9(003) VALUE 3.

      * CALENDARIO DE ENTREGA (CADCAL): ARQUIVO DA FILIAL. CIDADE SEM
      * CALENDARIO (NEM DA PROPRIA UF) RECEBE A PROMESSA DE
      * WCF-DIAS-ENTREGA-PADRAO DIAS APOS O PEDIDO. O RELATORIO DE
      * ENTREGAS FORA DO PRAZO (RELPRZ) SAI NO ARQUIVO ABAIXO.
       77 WID-ARQ-CALENT        PIC X(100) VALUE
           "dados\CALENT.DAT".
       77 WCF-DIAS-ENTREGA-PADRAO PIC 9(003) VALUE 1.
       77 WCF-ARQ-IMPRESSAO-PRAZO PIC X(100) VALUE
           "relatorios\ENTREGAPRAZO.txt".

      * FRETE DO ROMANEIO (ROMENT): KM RODADO X CUSTO POR KM DO
      * VEICULO + CUSTO FIXO DIARIO (COBRADO NO PRIMEIRO ROMANEIO DO
      * VEICULO NO DIA). O RATEIO ENTRE AS PARADAS E POR PESO ("P")
      * OU POR VALOR DA NOTA ("V"); CARGA SEM PESO CADASTRADO RATEIA
      * POR VALOR. O CUSTO DE SERVIR (RELCTS) SAI NO ARQUIVO ABAIXO.
       77 WCF-RATEIO-FRETE      PIC X(001) VALUE "P".
       77 WCF-ARQ-IMPRESSAO-CTS PIC X(100) VALUE
           "relatorios\CUSTOSERVIR.txt".

      * NOTA FISCAL ELETRONICA: DADOS DO EMITENTE PARA A CHAVE DE
      * ACESSO E O XML (CODIGO IBGE DA UF, SERIE, AMBIENTE "1" =
      * PRODUCAO / "2" = HOMOLOGACAO). O FATURAMENTO GRAVA UM XML POR
      * NOTA NA PASTA WCF-DIR-NFE (<CHAVE>-nfe.xml), QUE O
      * TRANSMISSOR ASSINA E ENVIA; O ESTORNO GRAVA O EVENTO DE
      * CANCELAMENTO (<CHAVE>-can.xml). O RETORNO DA SEFAZ E LIDO DE
      * WCF-ARQ-RETORNO-NFE PELO RETNFE; AS REJEITADAS SAEM NO
      * RELATORIO DO RELNFR.
       77 WCF-NFE-CNPJ-EMITENTE PIC 9(014) VALUE ZEROS.
       77 WCF-NFE-IE-EMITENTE   PIC 9(014) VALUE ZEROS.
       77 WCF-NFE-RAZAO-EMITENTE PIC X(040) VALUE
           "FRANQUIA AMBEV".
       77 WCF-NFE-UF-EMITENTE   PIC X(002) VALUE "SP".
       77 WCF-NFE-COD-UF        PIC 9(002) VALUE 35.
       77 WCF-NFE-SERIE         PIC 9(003) VALUE 1.
       77 WCF-NFE-AMBIENTE      PIC X(001) VALUE "2".
       77 WCF-DIR-NFE           PIC X(100) VALUE
           "exportacao\nfe\".
       77 WCF-ARQ-RETORNO-NFE   PIC X(100) VALUE
           "importacao\NFERETORNO.TXT".
       77 WCF-ARQ-IMPRESSAO-NFEREJ PIC X(100) VALUE
           "relatorios\NFEREJEITADA.txt".

      * BOLETO DE COBRANCA (VER SISBOPGER.CPY): BANCO, AGENCIA, CONTA
      * E CARTEIRA DA CEDENTE NO PADRAO FEBRABAN DO BRADESCO (CAMPO
      * LIVRE = AGENCIA + CARTEIRA + NOSSO NUMERO + CONTA + "0"). O
      * NOSSO NUMERO E A PROPRIA CHAVE DO TITULO (NF + PARCELA), A
      * MESMA QUE VAI NA REMESSA DO CNBTIT. A BENEFICIARIA E A
      * EMITENTE DA NF-E (WCF-NFE-RAZAO/CNPJ-EMITENTE).
       77 WCF-BOL-BANCO         PIC 9(003) VALUE 237.
       77 WCF-BOL-BANCO-DV      PIC X(001) VALUE "2".
       77 WCF-BOL-BANCO-NOME    PIC X(012) VALUE "BRADESCO".
       77 WCF-BOL-AGENCIA       PIC 9(004) VALUE ZEROS.
       77 WCF-BOL-AGENCIA-DV    PIC X(001) VALUE "0".
       77 WCF-BOL-CONTA         PIC 9(007) VALUE ZEROS.
       77 WCF-BOL-CONTA-DV      PIC X(001) VALUE "0".
       77 WCF-BOL-CARTEIRA      PIC 9(002) VALUE 09.
       77 WCF-BOL-LOCAL-PAGTO   PIC X(060) VALUE
           "PAGAVEL PREFERENCIALMENTE NA REDE BRADESCO".
       77 WCF-ARQ-IMPRESSAO-BOLETO PIC X(100) VALUE
           "relatorios\BOLETOS.txt".

      * SPED FISCAL (ICMS/IPI) DA COMPETENCIA FECHADA (VER SPDFIS):
      * VERSAO DO LEIAUTE DO GUIA PRATICO, CODIGO IBGE DO MUNICIPIO
      * DA EMITENTE, PERFIL ("A"/"B"/"C") E ATIVIDADE ("0" =
      * INDUSTRIAL, "1" = OUTROS). O ARQUIVO VAI PARA WCF-DIR-SPED
      * (SPED<AAAAMM>.txt) E OS TOTAIS DE CONTROLE PARA O RELATORIO
      * ABAIXO, QUE BATE COM O LIVRO DE SAIDAS (RELFIS) DO MES.
       77 WCF-SPD-VERSAO        PIC X(003) VALUE "019".
       77 WCF-SPD-COD-MUN       PIC 9(007) VALUE 3550308.
       77 WCF-SPD-PERFIL        PIC X(001) VALUE "A".
       77 WCF-SPD-ATIVIDADE     PIC X(001) VALUE "1".
       77 WCF-DIR-SPED          PIC X(100) VALUE
           "exportacao\".
       77 WCF-ARQ-IMPRESSAO-SPED PIC X(100) VALUE
           "relatorios\SPEDFISCAL.txt".

      * INTEGRACAO CONTABIL (VER CADCTB/EXTCTB): DE-PARA DOS EVENTOS
      * PARA O PLANO DE CONTAS DO CONTADOR (CADASTRO GLOBAL), O
      * ARQUIVO DE TRABALHO DA RODADA, A PASTA DO ARQUIVO LIBERADO E
      * O BALANCETE DE CONFERENCIA DEBITO X CREDITO.
       77 WID-ARQ-CONTAB        PIC X(100) VALUE
           "dados\CONTABIL.DAT".
       77 WCF-ARQ-CONTAB-WRK    PIC X(100) VALUE
           "temp\CONTAB.WRK".
       77 WCF-DIR-CONTAB        PIC X(100) VALUE
           "exportacao\".
       77 WCF-ARQ-IMPRESSAO-CONTAB PIC X(100) VALUE
           "relatorios\BALANCETECTB.txt".

      * CONCILIACAO BANCARIA (VER CONBCO): CREDITOS DO EXTRATO, AS
      * BAIXAS CASADAS COM ELES E O RELATORIO. A TOLERANCIA E O
      * NUMERO DE DIAS QUE O CREDITO PODE CHEGAR AO BANCO DEPOIS DA
      * BAIXA (COMPENSACAO DO CHEQUE, RETORNO DA COBRANCA).
       77 WID-ARQ-EXTBCO        PIC X(100) VALUE
           "dados\EXTRATOBCO.DAT".
       77 WID-ARQ-CONCIL        PIC X(100) VALUE
           "dados\CONCILIACAO.DAT".
       77 WCF-ARQ-IMPRESSAO-CONCIL PIC X(100) VALUE
           "relatorios\CONCILIACAO.txt".
       77 WCF-CONC-TOLERANCIA   PIC 9(002) VALUE 2.

      * CUSTODIA DE CHEQUES (VER CADTIT/CHQCUS): TARIFA SUGERIDA NA
      * DEVOLUCAO (SOMADA AO TITULO REABERTO), A LISTA DO DIA DOS
      * CHEQUES A DEPOSITAR E O RELATORIO DE REINCIDENTES - CLIENTE
      * COM WCF-CHQ-QTD-REINCIDENCIA OU MAIS CHEQUES DEVOLVIDOS NOS
      * ULTIMOS WCF-CHQ-DIAS-REINCIDENCIA DIAS.
       77 WID-ARQ-CHEQUE        PIC X(100) VALUE
           "dados\CHEQUES.DAT".
       77 WCF-CHQ-TARIFA-DEVOLUCAO PIC 9(005)V9(02) VALUE 25,00.
       77 WCF-CHQ-QTD-REINCIDENCIA PIC 9(002) VALUE 2.
       77 WCF-CHQ-DIAS-REINCIDENCIA PIC 9(003) VALUE 365.
       77 WCF-ARQ-IMPRESSAO-CHQDEP PIC X(100) VALUE
           "relatorios\CHEQUESDEPOSITAR.txt".
       77 WCF-ARQ-IMPRESSAO-CHQDEV PIC X(100) VALUE
           "relatorios\CHEQUESDEVOLVIDOS.txt".

      * NEGATIVACAO / PROTESTO (VER NEGCOB): TITULO EM ABERTO VENCIDO
      * HA MAIS DE WCF-NEG-DIAS-ATRASO DIAS E DE VALOR NAO MENOR QUE
      * WCF-NEG-VALOR-MINIMO VAI NA REMESSA; O RELATORIO LISTA O QUE
      * ESTA NEGATIVADO/PROTESTADO E AS CUSTAS.
       77 WID-ARQ-NEGAT         PIC X(100) VALUE
           "dados\NEGATIVACAO.DAT".
       77 WCF-NEG-DIAS-ATRASO   PIC 9(003) VALUE 60.
       77 WCF-NEG-VALOR-MINIMO  PIC 9(007)V9(02) VALUE 50,00.
       77 WCF-ARQ-IMPRESSAO-NEGAT PIC X(100) VALUE
           "relatorios\NEGATIVADOS.txt".

      * PDD E BAIXA COMO PERDA (VER PDDTIT). FAIXAS DE ATRASO NA
      * DATA DE REFERENCIA (ULTIMO DIA DO MES): CADA FAIXA VAI ATE
      * WCF-PDD-DIAS-ATE DIAS DE ATRASO (0 = A VENCER, 9999 = ACIMA
      * DA ANTERIOR) E PROVISIONA WCF-PDD-PERCENTUAL DO SALDO.
      * DIAS (4) + PERCENTUAL (3,2) POR FAIXA.
       77 WID-ARQ-PERDA         PIC X(100) VALUE
           "dados\PERDAS.DAT".
       77 WID-ARQ-PDD           PIC X(100) VALUE
           "dados\PDD.DAT".
       01 WCF-PDD-FAIXAS-VALORES.
           03 FILLER            PIC X(009) VALUE "000000000".
           03 FILLER            PIC X(009) VALUE "003000300".
           03 FILLER            PIC X(009) VALUE "006001000".
           03 FILLER            PIC X(009) VALUE "009003000".
           03 FILLER            PIC X(009) VALUE "018005000".
           03 FILLER            PIC X(009) VALUE "999910000".
       01 WCF-PDD-FAIXAS REDEFINES WCF-PDD-FAIXAS-VALORES.
           03 WCF-PDD-FAIXA OCCURS 6 TIMES.
              05 WCF-PDD-DIAS-ATE    PIC 9(004).
              05 WCF-PDD-PERCENTUAL  PIC 9(003)V9(02).
       77 WCF-PDD-QTD-FAIXAS    PIC 9(001) VALUE 6.
       77 WCF-ARQ-IMPRESSAO-PDD PIC X(100) VALUE
           "relatorios\PDD.txt".

      * REVISAO AUTOMATICA DE LIMITE DE CREDITO (VER REVLIM). JANELA
      * DE WCF-RVL-MESES MESES FECHADOS; PAGAMENTO ATE
      * WCF-RVL-DIAS-TOLERANCIA DIAS DEPOIS DO VENCIMENTO CONTA COMO
      * PONTUAL. O LIMITE PROPOSTO E A MEDIA MENSAL FATURADA VEZES O
      * FATOR DA PRIMEIRA FAIXA CUJO SCORE MINIMO O CLIENTE ATINGE,
      * ARREDONDADO A CENTENA E LIMITADO A WCF-RVL-LIMITE-MAXIMO; SO
      * VIRA PROPOSTA SE DIFERIR DO ATUAL EM MAIS DE
      * WCF-RVL-VARIACAO-MINIMA POR CENTO.
      * SCORE MINIMO (3) + FATOR (1,2) POR FAIXA.
       77 WID-ARQ-REVLIM        PIC X(100) VALUE
           "dados\REVLIMITE.DAT".
       77 WCF-RVL-MESES         PIC 9(002) VALUE 06.
       77 WCF-RVL-DIAS-TOLERANCIA PIC 9(003) VALUE 5.
       77 WCF-RVL-VARIACAO-MINIMA PIC 9(003) VALUE 10.
       77 WCF-RVL-LIMITE-MAXIMO PIC 9(009)V9(02) VALUE 200000,00.
       01 WCF-RVL-FAIXAS-VALORES.
           03 FILLER            PIC X(006) VALUE "080200".
           03 FILLER            PIC X(006) VALUE "060150".
           03 FILLER            PIC X(006) VALUE "040100".
           03 FILLER            PIC X(006) VALUE "020050".
           03 FILLER            PIC X(006) VALUE "000000".
       01 WCF-RVL-FAIXAS REDEFINES WCF-RVL-FAIXAS-VALORES.
           03 WCF-RVL-FAIXA OCCURS 5 TIMES.
              05 WCF-RVL-SCORE-MINIMO PIC 9(003).
              05 WCF-RVL-FATOR        PIC 9(001)V9(02).
       77 WCF-RVL-QTD-FAIXAS    PIC 9(001) VALUE 5.
       77 WCF-ARQ-IMPRESSAO-REVLIM PIC X(100) VALUE
           "relatorios\REVISAOLIMITE.txt".

      * GRUPOS ECONOMICOS E VINCULO DAS LOJAS (VER CADGRP) E O
      * RELATORIO CONSOLIDADO POR GRUPO; O FATURADO DO RELATORIO E O
      * DOS ULTIMOS WCF-GRP-MESES MESES FECHADOS.
       77 WID-ARQ-GRUPO         PIC X(100) VALUE
           "dados\GRUPO.DAT".
       77 WID-ARQ-GRPCLI        PIC X(100) VALUE
           "dados\GRUPOCLI.DAT".
       77 WCF-GRP-MESES         PIC 9(002) VALUE 12.
       77 WCF-ARQ-IMPRESSAO-GRUPO PIC X(100) VALUE
           "relatorios\GRUPOECONOMICO.txt".

      * EXTRATO DE CONTA CORRENTE DO CLIENTE (VER EXTCLI): TIMBRE DA
      * EMPRESA (RAZAO E CNPJ SAO OS DA EMITENTE DA NF-E), PASTA DOS
      * ARQUIVOS POR CLIENTE PARA ENVIO POR E-MAIL
      * (EXT<CLIENTE>_<AAAAMMDD>.txt, MAIS A LISTA DE ENVIO
      * ENVIO<AAAAMMDD>.txt) E O RELATORIO COM TODOS OS EXTRATOS.
       77 WCF-EXT-ENDERECO      PIC X(060) VALUE SPACES.
       77 WCF-EXT-TELEFONE      PIC X(020) VALUE SPACES.
       77 WCF-EXT-EMAIL         PIC X(040) VALUE SPACES.
       77 WCF-DIR-EXTRATO       PIC X(100) VALUE
           "exportacao\extratos\".
       77 WCF-ARQ-IMPRESSAO-EXTRATO PIC X(100) VALUE
           "relatorios\EXTRATOCLIENTE.txt".

      * ACORDOS DE BONIFICACAO POR VOLUME (RAPPEL), BONIFICACOES
      * APURADAS E O RELATORIO DO MES (VER CADRAP).
       77 WID-ARQ-RAPPEL        PIC X(100) VALUE
           "dados\RAPPEL.DAT".
       77 WID-ARQ-BONIF         PIC X(100) VALUE
           "dados\BONIFICACAO.DAT".
       77 WCF-ARQ-IMPRESSAO-RAPPEL PIC X(100) VALUE
           "relatorios\BONIFICACAORAPPEL.txt".

      * VERBA MENSAL DE BONIFICACAO POR VENDEDOR E O RELATORIO DE
      * CONSUMO DO MES (VER CADVBA).
       77 WID-ARQ-VERBA         PIC X(100) VALUE
           "dados\VERBA.DAT".
       77 WCF-ARQ-IMPRESSAO-VERBA PIC X(100) VALUE
           "relatorios\VERBABONIFICACAO.txt".

      * PEDIDOS PROGRAMADOS E A LISTAGEM DA GERACAO DO DIA (VER
      * CADPPG/GERPPG).
       77 WID-ARQ-PEDPRG        PIC X(100) VALUE
           "dados\PEDPROG.DAT".
       77 WCF-ARQ-IMPRESSAO-PEDPRG PIC X(100) VALUE
           "relatorios\PEDIDOSPROGRAMADOS.txt".

      * DE-PARA DO EDI DAS REDES (VER CADEDI/IMPEDI), VINCULO DO
      * PEDIDO COM O PEDIDO DA REDE E A PASTA DOS ARQUIVOS DEVOLVIDOS
      * AS REDES (CONFIRMACAO DO PEDIDO E AVISO DE FATURAMENTO).
       77 WID-ARQ-EANPRO        PIC X(100) VALUE
           "dados\EANPROD.DAT".
       77 WID-ARQ-LOJRED        PIC X(100) VALUE
           "dados\LOJAREDE.DAT".
       77 WID-ARQ-PEDEDI        PIC X(100) VALUE
           "dados\PEDEDI.DAT".
       77 WCF-DIR-EDI           PIC X(100) VALUE
           "exportacao\edi\".

      * NIVEL DE SERVICO DAS LINHAS DE PEDIDO E O RELATORIO MENSAL DE
      * ATENDIMENTO E VENDA PERDIDA (VER RELSRV).
       77 WID-ARQ-ATEND         PIC X(100) VALUE
           "dados\ATENDIMENTO.DAT".
       77 WCF-ARQ-IMPRESSAO-SERVICO PIC X(100) VALUE
           "relatorios\NIVELSERVICO.txt".
      * PRODUTO ATENDIDO NA PRIMEIRA NOTA ABAIXO DO PERCENTUAL
      * MINIMO (EM QUANTIDADE) SAI SINALIZADO PARA O COMPRADOR, E OS
      * WCF-SRV-QTD-PIORES PIORES VAO PARA A LISTA DO FIM.
       77 WCF-SRV-PCT-MINIMO    PIC 9(003)V9(01) VALUE 95,0.
       77 WCF-SRV-QTD-PIORES    PIC 9(002) VALUE 10.

      * REEMBOLSO DE QUILOMETRAGEM DOS VENDEDORES (VER CALKMV): O KM
      * REAL DO DIA (BASE, CHECK-INS NA ORDEM DA HORA, BASE) E PAGO A
      * WCF-KM-VALOR POR KM; O DIA QUE PASSA DO PLANEJADO EM MAIS DE
      * WCF-KM-PCT-EXCESSO POR CENTO E DE WCF-KM-EXCESSO-MINIMO KM
      * SAI MARCADO PARA O SUPERVISOR.
       77 WID-ARQ-CHECKIN       PIC X(100) VALUE
           "dados\CHECKIN.DAT".
       77 WID-ARQ-ROTPLA        PIC X(100) VALUE
           "dados\ROTAPLAN.DAT".
       77 WCF-ARQ-IMPRESSAO-KMVEN PIC X(100) VALUE
           "relatorios\REEMBOLSOKM.txt".
       77 WCF-KM-VALOR          PIC 9(002)V9(02) VALUE 0,90.
       77 WCF-KM-PCT-EXCESSO    PIC 9(003) VALUE 30.
       77 WCF-KM-EXCESSO-MINIMO PIC 9(003) VALUE 10.

      * INTERFACE DA FOLHA DE PAGAMENTO (VER INTFOL): VERBAS DO MES,
      * CONTROLE DOS ARQUIVOS ENVIADOS, CODIGO DA EMPRESA NA FOLHA E
      * O EVENTO (RUBRICA) DE CADA TIPO DE VERBA. COMISSAO NEGATIVA
      * (ESTORNO MAIOR QUE A BASE DO MES) VAI NO EVENTO DE DESCONTO.
       77 WID-ARQ-VERFOL        PIC X(100) VALUE
           "dados\VERBAFOLHA.DAT".
       77 WID-ARQ-REMFOL        PIC X(100) VALUE
           "dados\REMFOLHA.DAT".
       77 WCF-ARQ-IMPRESSAO-FOLHA PIC X(100) VALUE
           "relatorios\INTERFACEFOLHA.txt".
       77 WCF-FOL-EMPRESA       PIC X(006) VALUE "000001".
       77 WCF-FOL-EVENTO-COM-FAT PIC X(004) VALUE "0101".
       77 WCF-FOL-EVENTO-COM-LIQ PIC X(004) VALUE "0102".
       77 WCF-FOL-EVENTO-SUPERV PIC X(004) VALUE "0103".
       77 WCF-FOL-EVENTO-KM     PIC X(004) VALUE "0350".
       77 WCF-FOL-EVENTO-ESTORNO PIC X(004) VALUE "0901".

      * SCORECARD MENSAL DOS VENDEDORES (VER SCOVEN): HISTORICO POR
      * MES, RELATORIO E O PESO DE CADA MEDIDA NA NOTA FINAL (0-100).
      * A NOTA E A MEDIA PONDERADA SO DAS MEDIDAS COM BASE NO MES,
      * ENTAO OS PESOS NAO PRECISAM SOMAR 100.
       77 WID-ARQ-SCORE         PIC X(100) VALUE
           "dados\SCORECARD.DAT".
       77 WCF-ARQ-IMPRESSAO-SCORE PIC X(100) VALUE
           "relatorios\SCORECARD.txt".
       77 WCF-SCO-PESO-META     PIC 9(003) VALUE 30.
       77 WCF-SCO-PESO-POSITIVACAO PIC 9(003) VALUE 20.
       77 WCF-SCO-PESO-COBERTURA PIC 9(003) VALUE 15.
       77 WCF-SCO-PESO-INADIMPLENCIA PIC 9(003) VALUE 15.
       77 WCF-SCO-PESO-QUALIDADE PIC 9(003) VALUE 10.
       77 WCF-SCO-PESO-DEVOLUCAO PIC 9(003) VALUE 10.

      * PESQUISA DE PRECO DO CONCORRENTE (VER IMPPSQ/RELPSQ): O
      * RELATORIO DESTACA ONDE NOSSA TABELA ESTA MAIS DE
      * WCF-PSQ-PERC-ACIMA % ACIMA DA MEDIA PESQUISADA DO MERCADO
      * (SUGESTAO DA TELA, O OPERADOR PODE TROCAR).
       77 WID-ARQ-PESQPR        PIC X(100) VALUE
           "dados\PESQPRECO.DAT".
       77 WCF-ARQ-IMPRESSAO-PESQPR PIC X(100) VALUE
           "relatorios\PESQUISAPRECO.txt".
       77 WCF-PSQ-PERC-ACIMA    PIC 9(003)V9(02) VALUE 10,00.

      * OCORRENCIAS DOS CLIENTES (VER CADOCO/RELOCO): PRAZO DE
      * ATENDIMENTO (SLA) EM DIAS CORRIDOS A PARTIR DA ABERTURA, POR
      * TIPO DE OCORRENCIA.
       77 WID-ARQ-OCORR         PIC X(100) VALUE
           "dados\OCORRENCIA.DAT".
       77 WID-ARQ-OCOHIS        PIC X(100) VALUE
           "dados\OCORHIST.DAT".
       77 WCF-ARQ-IMPRESSAO-OCORR PIC X(100) VALUE
           "relatorios\OCORRENCIAS.txt".
       77 WCF-OCO-SLA-ATRASO    PIC 9(003) VALUE 2.
       77 WCF-OCO-SLA-AVARIA    PIC 9(003) VALUE 3.
       77 WCF-OCO-SLA-COBRANCA  PIC 9(003) VALUE 5.
       77 WCF-OCO-SLA-COMODATO  PIC 9(003) VALUE 2.
       77 WCF-OCO-SLA-OUTROS    PIC 9(003) VALUE 5.

      * RETORNO DOS ATIVOS EM COMODATO (VER ROICOM): O VOLUME MINIMO
      * MENSAL ESPERADO POR TIPO DE EQUIPAMENTO FICA EM COMODMIN.CFG
      * (EDITAVEL, MESMO IDIOMA DO STREAM.CFG; O ROICOM SEMEIA NA
      * PRIMEIRA EXECUCAO). TIPO FORA DO ARQUIVO USA O MINIMO PADRAO.
      * O ATIVO ABAIXO DO MINIMO POR WCF-ROI-MESES-ABAIXO MESES
      * SEGUIDOS (ATE 12) E CANDIDATO A RETIRADA OU REMANEJAMENTO.
       77 WID-ARQ-COMOD-CFG     PIC X(100) VALUE
           "dados\COMODMIN.CFG".
       77 WCF-ARQ-IMPRESSAO-ROICOM PIC X(100) VALUE
           "relatorios\ROICOMODATO.txt".
       77 WCF-ROI-MINIMO-PADRAO PIC 9(007) VALUE 100.
       77 WCF-ROI-MESES-ABAIXO  PIC 9(002) VALUE 3.

      * DOCUMENTOS/LICENCAS DOS CLIENTES (VER CADDOC/RELDOC): AVISO
      * DE VENCIMENTO COM WCF-DOC-DIAS-AVISO DIAS DE ANTECEDENCIA.
      * WCF-DOC-EXIGE-ALVARA = "S" BLOQUEIA PEDIDO TAMBEM DE CLIENTE
      * SEM ALVARA CADASTRADO; "N" (IMPLANTACAO) SO BLOQUEIA QUANDO
      * O DOCUMENTO OBRIGATORIO CADASTRADO ESTA VENCIDO.
       77 WID-ARQ-DOCCLI        PIC X(100) VALUE
           "dados\DOCCLIENTE.DAT".
       77 WCF-ARQ-IMPRESSAO-DOCCLI PIC X(100) VALUE
           "relatorios\DOCUMENTOSCLI.txt".
       77 WCF-DOC-DIAS-AVISO    PIC 9(003) VALUE 30.
       77 WCF-DOC-EXIGE-ALVARA  PIC X(001) VALUE "N".

      * DIA DA SEMANA EM QUE A CADEIA NOTURNA RODA OS PASSOS DE
      * CONDICAO "S" (SEMANAIS): 1 = SEGUNDA ... 7 = DOMINGO.
       77 WCF-STR-DIA-SEMANAL   PIC 9(001) VALUE 7.

      * CALENDARIO DE FERIADOS (VER CADFER E SISFRPGER.CPY): ARQUIVO
      * UNICO DA EMPRESA, FORA DA PASTA DA FILIAL (VER SISFIPGER).
       77 WID-ARQ-FERIADO       PIC X(100) VALUE
           "dados\FERIADO.DAT".

      * DUPLA APROVACAO DE ALTERACOES CADASTRAIS (VER SISAPPGER.CPY,
      * APRCAD): A SOLICITACAO NAO DECIDIDA EM
      * WCF-APV-DIAS-VALIDADE DIAS EXPIRA E O CAMPO FICA COMO ESTAVA.
       77 WID-ARQ-APROVA        PIC X(100) VALUE
           "dados\APROVACAO.DAT".
       77 WCF-ARQ-IMPRESSAO-APROVA PIC X(100) VALUE
           "relatorios\APROVACOES.txt".
       77 WCF-APV-DIAS-VALIDADE PIC 9(003) VALUE 7.

      * MENSAGENS AOS CLIENTES POR E-MAIL/SMS (VER SISMSPGER.CPY E
      * ENVMSG). WCF-MSG-EVENTOS LISTA OS EVENTOS LIGADOS (TIRAR A
      * LETRA DESLIGA O AVISO): P = PEDIDO, N = NOTA, E = ENTREGA,
      * V = TITULO A VENCER EM ATE WCF-MSG-DIAS-VENCIMENTO DIAS, C =
      * COBRANCA, REPETIDA NO MAXIMO A CADA WCF-MSG-DIAS-COBRANCA
      * DIAS. O GATEWAY PEGA OS ARQUIVOS EM WCF-DIR-MENSAGEM E DEVOLVE
      * O RETORNO EM WCF-ARQ-RETORNO-MSG.
       77 WID-ARQ-MSGFILA       PIC X(100) VALUE
           "dados\MENSAGENS.DAT".
       77 WID-ARQ-EMLDEV        PIC X(100) VALUE
           "dados\EMAILDEVOL.DAT".
       77 WCF-MSG-EVENTOS       PIC X(005) VALUE "PNEVC".
       77 WCF-MSG-DIAS-VENCIMENTO PIC 9(003) VALUE 3.
       77 WCF-MSG-DIAS-COBRANCA PIC 9(003) VALUE 7.
       77 WCF-DIR-MENSAGEM      PIC X(100) VALUE
           "exportacao\mensagens\".
       77 WCF-ARQ-RETORNO-MSG   PIC X(100) VALUE
           "importacao\MSGRETORNO.TXT".
       77 WCF-ARQ-IMPRESSAO-MENSAGEM PIC X(100) VALUE
           "relatorios\MENSAGENSCLIENTE.txt".

      * SELL-OUT MENSAL AO FABRICANTE (VER SELOUT): DE-PARA DE SKU
      * (GLOBAL), PASTA DO ARQUIVO (UM POR FILIAL E MES) E O
      * RELATORIO DE CONFERENCIA COM OS TOTAIS DE CONTROLE E OS
      * PRODUTOS SEM DE-PARA.
       77 WID-ARQ-SKUFAB        PIC X(100) VALUE
           "dados\SKUFABRICANTE.DAT".
       77 WCF-DIR-SELLOUT       PIC X(100) VALUE
           "exportacao\sellout\".
       77 WCF-ARQ-IMPRESSAO-SELLOUT PIC X(100) VALUE
           "relatorios\SELLOUT.txt".

      * OPORTUNIDADES DE MIX POR CLIENTE (VER OPOMIX E KITVEN): O
      * GRUPO DE PARES E O TIPO + CLASSE ABC + CIDADE DO CLIENTE. O
      * PRODUTO COMPRADO NOS ULTIMOS WCF-OPM-MESES-RECENTE MESES POR
      * PELO MENOS WCF-OPM-PCT-PARES % DOS PARES, E QUE O CLIENTE NAO
      * COMPROU NESSE PERIODO, E OPORTUNIDADE ("NUNCA" SE NAO COMPROU
      * EM WCF-OPM-MESES-HIST MESES, "PAROU" SE COMPROU ANTES). GRUPO
      * COM MENOS DE WCF-OPM-MIN-PARES PARES NAO E AVALIADO; CADA
      * CLIENTE LEVA NO MAXIMO WCF-OPM-MAX-CLIENTE OPORTUNIDADES.
       77 WID-ARQ-OPORT         PIC X(100) VALUE
           "dados\OPORTUNIDADE.DAT".
       77 WCF-ARQ-IMPRESSAO-OPORT PIC X(100) VALUE
           "relatorios\OPORTUNIDADES.txt".
       77 WCF-OPM-MESES-HIST    PIC 9(002) VALUE 12.
       77 WCF-OPM-MESES-RECENTE PIC 9(002) VALUE 3.
       77 WCF-OPM-PCT-PARES     PIC 9(003) VALUE 50.
       77 WCF-OPM-MIN-PARES     PIC 9(003) VALUE 3.
       77 WCF-OPM-MAX-CLIENTE   PIC 9(002) VALUE 5.

      * SIMULACAO DE REAJUSTE DA TABELA DE PRECO (VER SIMPRC): UMA
      * LINHA POR PRODUTO + TIPO DE CLIENTE, CADASTRO GLOBAL COMO A
      * PROPRIA TABELA (ARQ-PRECO). O IMPACTO E MEDIDO SOBRE O VOLUME
      * DOS ULTIMOS WCF-SIM-MESES MESES FECHADOS DO HISTORICO.
       77 WID-ARQ-SIMPRE        PIC X(100) VALUE
           "dados\SIMULAPRECO.DAT".
       77 WCF-ARQ-IMPRESSAO-SIMPRE PIC X(100) VALUE
           "relatorios\SIMULAPRECO.txt".
       77 WCF-SIM-MESES         PIC 9(002) VALUE 3.

      * HISTORICO DA CADEIA NOTURNA (VER STRCTL E RELSTR): UMA LINHA
      * POR PASSO EXECUTADO, CUMULATIVO (O STREAM.CTL SO GUARDA A
      * ULTIMA RODADA). O RELSTR APONTA O PASSO CUJA DURACAO MEDIA DOS
      * ULTIMOS 30 DIAS PASSOU DA MEDIA DE 90 DIAS EM MAIS DE
      * WCF-STR-PCT-TOLERANCIA % E PREVE, PELO CRESCIMENTO DAS BASES
      * (MONCAP), QUANDO A CADEIA DEIXA DE CABER EM WCF-STR-JANELA-MIN
      * MINUTOS; PREVISAO A MENOS DE WCF-STR-DIAS-AVISO DIAS SAI
      * DESTACADA. PASSO COM MEDIA DE 30 DIAS ABAIXO DE
      * WCF-STR-SEG-DESPREZO SEGUNDOS NAO E APONTADO (VARIACAO DE
      * SEGUNDOS EM PASSO CURTO NAO PESA NA JANELA).
       77 WID-ARQ-STREAM-HIS    PIC X(100) VALUE
           "dados\STREAM.HIS".
       77 WCF-ARQ-IMPRESSAO-STREAM PIC X(100) VALUE
           "relatorios\CADEIANOTURNA.txt".
       77 WCF-STR-JANELA-MIN    PIC 9(004) VALUE 360.
       77 WCF-STR-PCT-TOLERANCIA PIC 9(003) VALUE 20.
       77 WCF-STR-DIAS-AVISO    PIC 9(003) VALUE 90.
       77 WCF-STR-SEG-DESPREZO  PIC 9(004) VALUE 60.

      * REGISTRO DOS ARQUIVOS RECEBIDOS PELAS INTERFACES DE ENTRADA
      * (VER SISRCPGER.CPY E RELREC): TODO ARQUIVO E REGISTRADO
      * (NOME, TAMANHO, SEQUENCIA/DATA DO HEADER, CONTAGEM E CHECKSUM
      * DO CONTEUDO) ANTES DE SER APLICADO, E O MESMO ARQUIVO NAO
      * ENTRA DUAS VEZES SEM A SENHA DE UM SUPERVISOR. UM POR FILIAL,
      * COMO OS DEMAIS ARQUIVOS DE DADOS.
       77 WID-ARQ-RECEB         PIC X(100) VALUE
           "dados\RECEBIDOS.DAT".
       77 WCF-ARQ-IMPRESSAO-RECEB PIC X(100) VALUE
           "relatorios\RECEBIDOS.txt".
