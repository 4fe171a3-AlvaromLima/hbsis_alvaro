        02 LINE 15 COL 10 VALUE "07.00 - Financeiro".
        02 LINE 16 COL 10 VALUE "08.00 - Expedicao e Estoque".
        02 LINE 17 COL 10 VALUE "09.00 - Retaguarda e Integracao".
        02 LINE 09 COL 45 VALUE "10.00 - Compras e Suprimentos".
        02 LINE 10 COL 45 VALUE "11.00 - Logistica e Entregas".
        02 LINE 11 COL 45 VALUE "12.00 - Credito e Cobranca".
        02 LINE 12 COL 45 VALUE "13.00 - Pedidos e Forca de Vendas".
        02 LINE 18 COL 10 VALUE "00.00 - Sair do sistema".
        02 LINE 19 COL 10 VALUE
         "Digite a secao (NN) para ver as opcoes dela,".
         "01.04 - Fusao de Clientes Duplicados".
        02 LINE 13 COL 10 VALUE "01.05 - Cadastro de Filiais".
        02 LINE 14 COL 10 VALUE "01.06 - Cadastro de Prospects".
        02 LINE 15 COL 10 VALUE "01.07 - Cadastro de Feriados".
        02 LINE 17 COL 10 VALUE "00.00 - Voltar ao menu principal".
        02 LINE 24 COL 10 "Digite a opcao desejada[  .  ]".
        02 OPCAO LINE 24 COL 34 PIC X(05) USING WOPCAO AUTO.
      *
         "04.04 - Corrigir Rejeitados de Importacao".
        02 LINE 13 COL 10 VALUE
         "04.05 - Catalogo de Relatorios (Spool)".
        02 LINE 14 COL 10 VALUE
         "04.06 - Aprovacao de Alteracoes Cadastrais".
        02 LINE 15 COL 10 VALUE "00.00 - Voltar ao menu principal".
        02 LINE 24 COL 10 "Digite a opcao desejada[  .  ]".
        02 OPCAO LINE 24 COL 34 PIC X(05) USING WOPCAO AUTO.
        02 LINE 19 COL 10 VALUE "05.11 - Promocoes a Vencer".
        02 LINE 20 COL 10 VALUE "05.12 - Acordos de Preco".
        02 LINE 21 COL 10 VALUE "05.13 - Cobranca (Bloqueio/Cartas)".
        02 LINE 22 COL 10 VALUE
         "05.14 Integracao Bancaria  05.15 Simulacao de Reajuste".
        02 LINE 23 COL 10 VALUE "00.00 - Voltar ao menu principal".
        02 LINE 24 COL 10 "Digite a opcao desejada[  .  ]".
        02 OPCAO LINE 24 COL 34 PIC X(05) USING WOPCAO AUTO.
         "07.06 - Analise de Margem".
        02 LINE 15 COL 10 VALUE
         "07.07 - Fechamento Mensal de Competencia".
        02 LINE 16 COL 10 VALUE
         "07.08 - Valorizacao Mensal do Estoque".
        02 LINE 17 COL 10 VALUE
         "07.09 - NF-e Pendentes de Correcao (SEFAZ)".
        02 LINE 18 COL 10 VALUE
         "07.10 - Arquivo SPED Fiscal Mensal".
        02 LINE 19 COL 10 VALUE
         "07.11 - De-Para Contabil (Plano de Contas)".
        02 LINE 20 COL 10 VALUE
         "07.12 - Lancamentos Contabeis do Mes".
        02 LINE 21 COL 10 VALUE
         "07.13 - Conciliacao Bancaria (Extrato)".
        02 LINE 22 COL 10 VALUE
         "07.14 - Custodia e Devolucao de Cheques".
        02 LINE 23 COL 10 VALUE "00.00 - Voltar ao menu principal".
        02 LINE 24 COL 10 "Digite a opcao desejada[  .  ]".
        02 OPCAO LINE 24 COL 34 PIC X(05) USING WOPCAO AUTO.
      *
         "08.07 - Ativos em Comodato".
        02 LINE 16 COL 10 VALUE
         "08.08 - Importar Pedidos do Campo".
        02 LINE 17 COL 10 VALUE
         "08.09 - Inventario Ciclico (Curva ABC)".
        02 LINE 18 COL 10 VALUE
         "08.10 - Transferencia de Estoque entre Filiais".
        02 LINE 19 COL 10 VALUE
         "08.11 - Cadastro de Motoristas".
        02 LINE 20 COL 10 VALUE
         "08.12 - Acerto do Motorista por Romaneio".
        02 LINE 21 COL 10 VALUE
         "08.13 - Retorno de Carga (Reentrega/Cancelamento)".
        02 LINE 22 COL 10 VALUE "00.00 - Voltar ao menu principal".
        02 LINE 24 COL 10 "Digite a opcao desejada[  .  ]".
        02 OPCAO LINE 24 COL 34 PIC X(05) USING WOPCAO AUTO.
      *
         "09.06 - Interface de Produtos e Precos (ERP)".
        02 LINE 15 COL 10 VALUE
         "09.07 - Monitor de Capacidade e Crescimento".
        02 LINE 16 COL 10 VALUE
         "09.08 - Retorno da SEFAZ (NF-e)".
        02 LINE 17 COL 10 VALUE
         "09.09 - Negativacao e Protesto de Titulos".
        02 LINE 18 COL 10 VALUE
         "09.10 - Sell-out Mensal ao Fabricante".
        02 LINE 19 COL 10 VALUE
         "09.11 - Historico e Previsao da Cadeia Noturna".
        02 LINE 20 COL 10 VALUE
         "09.12 - Arquivos Recebidos pelas Interfaces".
        02 LINE 22 COL 10 VALUE "00.00 - Voltar ao menu principal".
        02 LINE 24 COL 10 "Digite a opcao desejada[  .  ]".
        02 OPCAO LINE 24 COL 34 PIC X(05) USING WOPCAO AUTO.
      *
       01 TELA-MENU-SEC-10.
        02 BLANK SCREEN.
        02 LINE 02 COL 28 VALUE "Sistema de Franquia AMBEV".
        02 LINE 07 COL 26 VALUE "10.00 - Compras e Suprimentos".
        02 LINE 09 COL 10 VALUE "10.01 - Cadastro de Fornecedores".
        02 LINE 10 COL 10 VALUE "10.02 - Pedidos de Compra".
        02 LINE 11 COL 10 VALUE
         "10.03 - Contas a Pagar (Notas e Pagamentos)".
        02 LINE 12 COL 10 VALUE
         "10.04 - Aging e Agenda de Contas a Pagar".
        02 LINE 13 COL 10 VALUE
         "10.05 - Sugestao de Compra (Ponto de Pedido)".
        02 LINE 17 COL 10 VALUE "00.00 - Voltar ao menu principal".
        02 LINE 24 COL 10 "Digite a opcao desejada[  .  ]".
        02 OPCAO LINE 24 COL 34 PIC X(05) USING WOPCAO AUTO.
      *
       01 TELA-MENU-SEC-11.
        02 BLANK SCREEN.
        02 LINE 02 COL 28 VALUE "Sistema de Franquia AMBEV".
        02 LINE 07 COL 26 VALUE "11.00 - Logistica e Entregas".
        02 LINE 09 COL 10 VALUE
         "11.01 - Calendario de Entrega por Cidade/UF".
        02 LINE 10 COL 10 VALUE
         "11.02 - Entregas Fora do Prazo Prometido".
        02 LINE 11 COL 10 VALUE
         "11.03 - Custo de Servir (Frete x Margem)".
        02 LINE 17 COL 10 VALUE "00.00 - Voltar ao menu principal".
        02 LINE 24 COL 10 "Digite a opcao desejada[  .  ]".
        02 OPCAO LINE 24 COL 34 PIC X(05) USING WOPCAO AUTO.
      *
       01 TELA-MENU-SEC-12.
        02 BLANK SCREEN.
        02 LINE 02 COL 28 VALUE "Sistema de Franquia AMBEV".
        02 LINE 07 COL 27 VALUE "12.00 - Credito e Cobranca".
        02 LINE 09 COL 10 VALUE
         "12.01 - Provisao (PDD) e Baixa como Perda".
        02 LINE 10 COL 10 VALUE
         "12.02 - Revisao Automatica de Limite de Credito".
        02 LINE 11 COL 10 VALUE
         "12.03 - Grupos Economicos (Redes de Lojas)".
        02 LINE 12 COL 10 VALUE
         "12.04 - Extrato de Conta Corrente do Cliente".
        02 LINE 13 COL 10 VALUE
         "12.05 - Acordos de Bonificacao por Volume (Rappel)".
        02 LINE 14 COL 10 VALUE
         "12.06 - Verba de Bonificacao por Vendedor".
        02 LINE 15 COL 10 VALUE
         "12.07 - Mensagens aos Clientes (E-mail/SMS)".
        02 LINE 17 COL 10 VALUE "00.00 - Voltar ao menu principal".
        02 LINE 24 COL 10 "Digite a opcao desejada[  .  ]".
        02 OPCAO LINE 24 COL 34 PIC X(05) USING WOPCAO AUTO.
      *
       01 TELA-MENU-SEC-13.
        02 BLANK SCREEN.
        02 LINE 02 COL 28 VALUE "Sistema de Franquia AMBEV".
        02 LINE 07 COL 25 VALUE "13.00 - Pedidos e Forca de Vendas".
        02 LINE 09 COL 10 VALUE
         "13.01 - Pedidos Programados do Cliente".
        02 LINE 10 COL 10 VALUE
         "13.02 - Geracao dos Pedidos Programados".
        02 LINE 11 COL 10 VALUE
         "13.03 - De-Para EDI das Redes (EAN e Lojas)".
        02 LINE 12 COL 10 VALUE
         "13.04 - Importacao dos Pedidos EDI das Redes".
        02 LINE 13 COL 10 VALUE
         "13.05 - Nivel de Servico e Venda Perdida".
        02 LINE 14 COL 10 VALUE
         "13.06 - Reembolso de Quilometragem dos Vendedores".
        02 LINE 15 COL 10 VALUE
         "13.07 - Interface de Folha (Comissoes e KM)".
        02 LINE 16 COL 10 VALUE
         "13.08 - Scorecard Mensal dos Vendedores".
        02 LINE 17 COL 10 VALUE
         "13.09 - Importar Pesquisa de Preco (Visitas)".
        02 LINE 18 COL 10 VALUE
         "13.10 - Pesquisa de Preco x Tabela (UF/Cidade)".
        02 LINE 19 COL 10 VALUE
         "13.11 - Ocorrencias de Clientes (SLA)".
        02 LINE 20 COL 10 VALUE
         "13.12 - Ocorrencias Vencidas e Mensal".
        02 LINE 21 COL 10 VALUE
         "13.13 - Retorno dos Ativos em Comodato".
        02 LINE 22 COL 10 VALUE
         "13.14 Documentos a Vencer  13.15 Oportunidades de Mix".
        02 LINE 23 COL 10 VALUE "00.00 - Voltar ao menu principal".
        02 LINE 24 COL 10 "Digite a opcao desejada[  .  ]".
        02 OPCAO LINE 24 COL 34 PIC X(05) USING WOPCAO AUTO.
      *
      * ALERTAS DO FECHAMENTO DIARIO PENDENTES DE CIENCIA, EXIBIDOS
      * PELO MENU LOGO APOS O LOGIN (VER MOSTRA-ALERTAS EM MENU.COB).
		02 LINE 15 COL 10 VALUE "7 - Retornar".
		02 LINE 16 COL 10 VALUE "8 - Observacoes".
		02 LINE 17 COL 10 VALUE "9 - Enderecos".
        02 LINE 18 COL 10 VALUE "O - Ocorrencias (Reclamacoes)".
        02 LINE 19 COL 10 VALUE "D - Documentos / Licencas".
        02 LINE 20 COL 10 "Digite a opcao desejada[.]".
        02 OPCAO LINE 20 COL 34 PIC  X(01) USING W-OPCAO AUTO.
      *
