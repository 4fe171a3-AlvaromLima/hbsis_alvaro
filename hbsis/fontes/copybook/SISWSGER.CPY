             10 WS-ITN-VALOR-UNIT  PIC 9(007)V9(02).
             10 WS-ITN-VALOR       PIC 9(009)V9(02).
             10 WS-ITN-QTDE-ATEND  PIC 9(005).

      * COMPOSICAO DE KIT (VER SISKTPGER.CPY): O CHAMADOR POE O
      * PRODUTO EM WS-KTC-PRODUTO E DA O PERFORM EM
      * CARREGA-COMPOSICAO-KIT; WS-QTD-KTC = ZEROS QUER DIZER QUE O
      * PRODUTO NAO E KIT. RATEIA-KIT EXPLODE WS-KTC-KITS KITS DE
      * VALOR WS-KTC-VALOR-KITS EM QUANTIDADE E VALOR POR
      * COMPONENTE (WS-KTC-QTDE-RAT/WS-KTC-VALOR-RAT).
       77 WS-KTC-PRODUTO        PIC 9(005) VALUE ZEROS.
       77 WS-QTD-KTC            PIC 9(003) VALUE ZEROS.
       77 WS-KTC-IDX            PIC 9(003) VALUE ZEROS.
       77 WS-KTC-EOF            PIC X(001) VALUE "N".
       77 WS-KTC-KITS           PIC 9(009) VALUE ZEROS.
       77 WS-KTC-VALOR-KITS     PIC 9(011)V9(02) VALUE ZEROS.
       77 WS-KTC-SOMA-PERC      PIC 9(005)V9(02) VALUE ZEROS.
       77 WS-KTC-SOMA-QTDE      PIC 9(007) VALUE ZEROS.
       77 WS-KTC-ACUMULADO      PIC 9(011)V9(02) VALUE ZEROS.
       01 WS-TAB-KTC.
          05 WS-KTC OCCURS 20 TIMES.
             10 WS-KTC-COMPONENTE  PIC 9(005).
             10 WS-KTC-QTDE        PIC 9(005).
             10 WS-KTC-PERC        PIC 9(003)V9(02).
             10 WS-KTC-QTDE-RAT    PIC 9(009).
             10 WS-KTC-VALOR-RAT   PIC 9(011)V9(02).

      * RESERVA DE ESTOQUE DOS PEDIDOS EM CARTEIRA (VER
      * SISRSPGER.CPY): O CHAMADOR MANTEM O ARQ-ESTOQUE ABERTO EM
      * I-O (SEM O ARQUIVO, WS-SEM-ESTOQUE = "S" E NADA E RESERVADO),
      * POE O PRODUTO EM WS-RES-PRODUTO E O AJUSTE EM WS-RES-DELTA
      * (POSITIVO RESERVA, NEGATIVO LIBERA). CONSULTA-DISPONIVEL
      * DEVOLVE O SALDO LIVRE EM WS-RES-DISPONIVEL; WS-RES-FALTAS
      * CONTA AS RESERVAS FEITAS ALEM DO DISPONIVEL.
       77 WS-SEM-ESTOQUE        PIC X(001) VALUE "N".
       77 WS-RES-PRODUTO        PIC 9(005) VALUE ZEROS.
       77 WS-RES-DELTA          PIC S9(007) VALUE ZEROS.
       77 WS-RES-SINAL          PIC S9(001) VALUE ZEROS.
       77 WS-RES-DISPONIVEL     PIC S9(009) VALUE ZEROS.
       77 WS-RES-FALTAS         PIC 9(007) VALUE ZEROS.
      * KIT: A RESERVA E A CONSULTA VAO AOS COMPONENTES.
       77 WS-RES-KIT            PIC 9(005) VALUE ZEROS.
       77 WS-RES-DELTA-KIT      PIC S9(007) VALUE ZEROS.
       77 WS-RES-DISP-KIT       PIC S9(009) VALUE ZEROS.

      * KARDEX DE ESTOQUE (VER SISKXPGER.CPY): O CHAMADOR GUARDA O
      * SALDO ANTES DO MOVIMENTO EM WS-KDX-SALDO-ANTES, APLICA E
      * REGRAVA O REGEST, PREENCHE TIPO, DOCUMENTO E QUANTIDADE (COM
      * SINAL) E DA O PERFORM. PROGRAMA E OPERADOR SAO PREENCHIDOS
      * UMA VEZ, NA ABERTURA. SEM O ARQUIVO, WS-SEM-KARDEX = "S".
       77 WS-SEM-KARDEX         PIC X(001) VALUE "N".
       77 WS-KDX-PROGRAMA       PIC X(008) VALUE SPACES.
       77 WS-KDX-OPERADOR       PIC X(005) VALUE SPACES.
       77 WS-KDX-TIPO           PIC X(003) VALUE SPACES.
       77 WS-KDX-DOCUMENTO      PIC 9(009) VALUE ZEROS.
       77 WS-KDX-QTDE           PIC S9(009) VALUE ZEROS.
       77 WS-KDX-SALDO-ANTES    PIC 9(009) VALUE ZEROS.

      * LOTES POR NOTA (ARQ-NFLOTE, GRAVADO PELO FATPED): O CHAMADOR
      * ABRE O ARQ-LOTE EM I-O E O ARQ-NFLOTE; SEM ELES,
      * WS-SEM-LOTE-NF = "S" E OS LOTES FICAM DE FORA (VER
      * SISESPGER.CPY E SISRTPGER.CPY).
       77 WS-SEM-LOTE-NF        PIC X(001) VALUE "N".

      * ESTORNO DE NOTA FISCAL (VER SISESPGER.CPY): O CHAMADOR LE O
      * REGNF DA NOTA, POE O MOTIVO EM WS-ESN-MOTIVO E DA O PERFORM;
      * WS-ESN-ESTORNADA = "S" QUANDO A NOTA FOI CANCELADA E
      * WS-ESN-PEDIDO-REABERTO = "S" QUANDO O PEDIDO VOLTOU A
      * FATURAR. VERIFICA-TITULOS-PAGOS DEVOLVE WS-ESN-TEM-TIT-PAGO.
       77 WS-ESN-MOTIVO         PIC X(003) VALUE SPACES.
       77 WS-ESN-ESTORNADA      PIC X(001) VALUE "N".
       77 WS-ESN-EOF-TIT        PIC X(001) VALUE "N".
       77 WS-ESN-QTD-TIT-CANC   PIC 9(002) VALUE ZEROS.
       77 WS-ESN-TEM-TIT-PAGO   PIC X(001) VALUE "N".
       77 WS-ESN-PEDIDO-REABERTO PIC X(001) VALUE "N".
       77 WS-ESN-NF             PIC 9(009) VALUE ZEROS.
       77 WS-ESN-VALOR-NF       PIC 9(011)V9(02) VALUE ZEROS.
       77 WS-ESN-TEM-NF-ATIVA   PIC X(001) VALUE "N".
       77 WS-ESN-EOF-NF         PIC X(001) VALUE "N".
       77 WS-ESN-VALOR-ATENDIDO PIC 9(011)V9(02) VALUE ZEROS.
       77 WS-ESN-FATOR          PIC 9(001)V9(006) VALUE ZEROS.
       77 WS-ESN-REDUCAO        PIC 9(005) VALUE ZEROS.
       77 WS-ESN-PRODUTO        PIC 9(005) VALUE ZEROS.
       77 WS-ESN-QTDE-EST       PIC 9(009) VALUE ZEROS.
       77 WS-ESN-EOF-NFL        PIC X(001) VALUE "N".
       77 WS-ESN-GERA-EVENTO    PIC X(001) VALUE "N".

      * XML DA NF-E (VER FATPED) E DO EVENTO DE CANCELAMENTO (VER
      * GERA-EVENTO-CANCELAMENTO EM SISESPGER.CPY): NOME DO ARQUIVO,
      * STATUS E A DATA/HORA NO FORMATO DO XML
      * (AAAA-MM-DDTHH:MM:SS-03:00), MONTADA EM MONTA-DATA-HORA-NFE.
       77 WS-ARQ-NFEXML         PIC X(100) VALUE SPACES.
       77 WS-FS-NFE             PIC X(002) VALUE "00".
       77 WS-NFE-AGORA          PIC X(021) VALUE SPACES.
       77 WS-NFE-DATA-HORA      PIC X(025) VALUE SPACES.

      * AVISO DE FATURAMENTO DO EDI DAS REDES (VER FATPED).
       77 WS-ARQ-EDIAVF         PIC X(100) VALUE SPACES.
       77 WS-FS-AVF             PIC X(002) VALUE "00".

      * RETORNO DE CARGA (VER SISRTPGER.CPY): O CHAMADOR MANTEM O
      * ARQ-RETCARGA ABERTO EM I-O (SEM ELE, WS-SEM-RETORNO = "S"),
      * POE A NOTA EM WS-RTN-NF E O SENTIDO EM WS-RTN-SINAL (+1 A
      * MERCADORIA VOLTA AO ESTOQUE, -1 SAI DE NOVO NA REENTREGA).
      * WS-RTN-DEVOLVIDA = "S" QUANDO A NOTA ESTA DE VOLTA NO
      * DEPOSITO (CABECALHO "D" OU "R").
       77 WS-SEM-RETORNO        PIC X(001) VALUE "N".
       77 WS-RTN-NF             PIC 9(009) VALUE ZEROS.
       77 WS-RTN-SINAL          PIC S9(001) VALUE ZEROS.
       77 WS-RTN-EOF            PIC X(001) VALUE "N".
       77 WS-RTN-DEVOLVIDA      PIC X(001) VALUE "N".
       77 WS-RTN-QTDE           PIC 9(007) VALUE ZEROS.
       77 WS-RTN-PRODUTO        PIC 9(005) VALUE ZEROS.

      * PREVISAO DE ENTREGA DO PEDIDO (VER SISCEPGER.CPY): O CHAMADOR
      * MANTEM O ARQ-CALENT ABERTO (SEM ELE, WS-SEM-CALENDARIO = "S"),
      * POE A UF/CIDADE DE ENTREGA, A DATA DO PEDIDO E A HORA (HHMM)
      * EM WS-CEN-* E RECEBE A DATA PROMETIDA EM WS-CEN-PREVISAO.
       77 WS-SEM-CALENDARIO     PIC X(001) VALUE "N".
       77 WS-CEN-UF             PIC X(002) VALUE SPACES.
       77 WS-CEN-CIDADE         PIC X(020) VALUE SPACES.
       77 WS-CEN-DATA-PEDIDO    PIC 9(008) VALUE ZEROS.
       77 WS-CEN-HORA           PIC 9(004) VALUE ZEROS.
       77 WS-CEN-PREVISAO       PIC 9(008) VALUE ZEROS.
       77 WS-CEN-ACHOU          PIC X(001) VALUE "N".
       77 WS-CEN-DIA-INT        PIC 9(008) VALUE ZEROS.
       77 WS-CEN-DIA-SEMANA     PIC 9(001) VALUE ZEROS.
       77 WS-CEN-VOLTAS         PIC 9(002) VALUE ZEROS.
       77 WS-CEN-DIA-OK         PIC X(001) VALUE "S".

      * BOLETO DE COBRANCA (VER SISBOPGER.CPY): O CHAMADOR ABRE O
      * ARQUIVO COM ABRE-ARQ-BOLETO, DEIXA O TITULO EM REGTIT (E O
      * CLIENTE LIDO EM REGCLI, OU WS-BOL-SEM-CLIENTE = "S") E DA O
      * PERFORM IMPRIME-BOLETO; FECHA-ARQ-BOLETO FECHA E CATALOGA NO
      * SPOOL. NA SEGUNDA VIA (WS-BOL-SEGUNDA-VIA = "S") O CHAMADOR
      * POE O NOVO VENCIMENTO EM WS-BOL-VENCIMENTO; SENAO VALE O DO
      * TITULO. WS-BOL-VALOR SAI COM O VALOR COBRADO NO BOLETO.
       77 WS-ARQ-BOLETO         PIC X(100) VALUE SPACES.
       77 WS-FS-BOL             PIC X(002) VALUE "00".
       77 WS-SEM-BOLETO         PIC X(001) VALUE "S".
       77 WS-BOL-SEM-CLIENTE    PIC X(001) VALUE "N".
       77 WS-BOL-SEGUNDA-VIA    PIC X(001) VALUE "N".
       77 WS-BOL-QTD            PIC 9(005) VALUE ZEROS.
       77 WS-BOL-VENCIMENTO     PIC 9(008) VALUE ZEROS.
       77 WS-BOL-VALOR          PIC 9(011)V9(02) VALUE ZEROS.
       77 WS-BOL-ENCARGOS       PIC 9(011)V9(02) VALUE ZEROS.
       77 WS-BOL-VALOR-MULTA    PIC 9(011)V9(02) VALUE ZEROS.
       77 WS-BOL-VALOR-JUROS    PIC 9(011)V9(02) VALUE ZEROS.
       77 WS-BOL-DIAS           PIC S9(007) VALUE ZEROS.
       77 WS-BOL-FATOR          PIC 9(004) VALUE ZEROS.
       77 WS-BOL-NN-DV          PIC X(001) VALUE SPACES.
       77 WS-BOL-DV1            PIC 9(001) VALUE ZEROS.
       77 WS-BOL-DV2            PIC 9(001) VALUE ZEROS.
       77 WS-BOL-DV3            PIC 9(001) VALUE ZEROS.
       77 WS-BOL-LINHA-DIGITAVEL PIC X(054) VALUE SPACES.

      * CODIGO DE BARRAS (44 POSICOES, PADRAO FEBRABAN): BANCO,
      * MOEDA "9", DIGITO GERAL, FATOR DE VENCIMENTO, VALOR E CAMPO
      * LIVRE DO BANCO.
       01 WS-BOL-CODIGO-BARRAS.
          03 WS-BOL-CB-BANCO      PIC 9(003).
          03 WS-BOL-CB-MOEDA      PIC 9(001).
          03 WS-BOL-CB-DV         PIC 9(001).
          03 WS-BOL-CB-FATOR      PIC 9(004).
          03 WS-BOL-CB-VALOR      PIC 9(008)V9(02).
          03 WS-BOL-CB-LIVRE.
             05 WS-BOL-CL-AGENCIA  PIC 9(004).
             05 WS-BOL-CL-CARTEIRA PIC 9(002).
             05 WS-BOL-CL-NOSSO    PIC 9(011).
             05 WS-BOL-CL-CONTA    PIC 9(007).
             05 WS-BOL-CL-ZERO     PIC 9(001).
       01 WS-BOL-CB-TEXTO REDEFINES WS-BOL-CODIGO-BARRAS
                                  PIC X(044).

      * CAMPO DE TRABALHO DOS DIGITOS VERIFICADORES (MODULO 10 E 11,
      * CONTADOS DA DIREITA PARA A ESQUERDA ATE WS-BOL-TAM).
       01 WS-BOL-CAMPO.
          03 WS-BOL-DIG           PIC 9(001) OCCURS 43 TIMES.
       01 WS-BOL-CAMPO-X REDEFINES WS-BOL-CAMPO PIC X(043).
       77 WS-BOL-TAM            PIC 9(002) VALUE ZEROS.
       77 WS-BOL-IDX            PIC 9(002) VALUE ZEROS.
       77 WS-BOL-PESO           PIC 9(002) VALUE ZEROS.
       77 WS-BOL-BASE           PIC 9(002) VALUE ZEROS.
       77 WS-BOL-PRODUTO        PIC 9(003) VALUE ZEROS.
       77 WS-BOL-SOMA           PIC 9(005) VALUE ZEROS.
       77 WS-BOL-QUOCIENTE      PIC 9(005) VALUE ZEROS.
       77 WS-BOL-RESTO          PIC 9(002) VALUE ZEROS.
       77 WS-BOL-DV             PIC 9(002) VALUE ZEROS.

      * LINHAS DO BOLETO IMPRESSO.
       01 WS-BOL-DATA-EDT.
          03 WS-BOL-DATA-DIA      PIC X(002).
          03 FILLER               PIC X(001) VALUE "/".
          03 WS-BOL-DATA-MES      PIC X(002).
          03 FILLER               PIC X(001) VALUE "/".
          03 WS-BOL-DATA-ANO      PIC X(004).
       77 WS-BOL-DATA-AUX       PIC 9(008) VALUE ZEROS.
       77 WS-BOL-VALOR-EDT      PIC ZZ.ZZZ.ZZZ.ZZ9,99.
       77 WS-BOL-PERC-EDT       PIC Z9,99.
       77 WS-BOL-CNPJ-EDT       PIC 9(014).

      * ARQUIVO SPED FISCAL (VER SPDFIS): NOME MONTADO NA ABERTURA E
      * STATUS DO ARQUIVO.
       77 WS-ARQ-SPED           PIC X(100) VALUE SPACES.
       77 WS-FS-SPD             PIC X(002) VALUE "00".

      * LANCAMENTOS CONTABEIS (VER EXTCTB): STATUS DO ARQUIVO DE
      * TRABALHO E DO ARQUIVO LIBERADO AO CONTADOR, CUJO NOME
      * (WCF-DIR-CONTAB + CONTAB<AAAAMM>.txt) E MONTADO NA RODADA.
       77 WS-FS-CTW             PIC X(002) VALUE "00".
       77 WS-FS-CTE             PIC X(002) VALUE "00".
       77 WS-ARQ-CTBEXP         PIC X(100) VALUE SPACES.

      * BAIXA DA NEGATIVACAO (VER SISNGPGER.CPY): AMBIENTE SEM O
      * ARQUIVO SEGUE SEM NEGATIVACAO; "S" EM WS-NEG-BAIXA-SOLICITADA
      * AVISA O CHAMADOR DE QUE O TITULO PAGO ESTAVA NEGATIVADO.
       77 WS-SEM-NEGATIVACAO    PIC X(001) VALUE "N".
       77 WS-NEG-BAIXA-SOLICITADA PIC X(001) VALUE "N".

      * LIMITE DE CREDITO DO GRUPO ECONOMICO (VER SISGRPGER.CPY): O
      * CHAMADOR DA O PERFORM ABRE-GRUPO UMA VEZ (SEM OS ARQUIVOS,
      * WS-SEM-GRUPO = "S" E NADA E VERIFICADO), POE A LOJA EM
      * WS-GRP-CLIENTE E O VALOR DO PEDIDO NOVO EM WS-GRP-VALOR-NOVO;
      * "S" EM WS-GRP-ESTOURO = O GRUPO PASSA DO LIMITE. CODIGO, NOME,
      * LIMITE, SALDO EM ABERTO E LOJAS DO GRUPO FICAM DISPONIVEIS
      * PARA A TELA DO CHAMADOR.
       77 WS-SEM-GRUPO          PIC X(001) VALUE "N".
       77 WS-GRP-CLIENTE        PIC 9(007) VALUE ZEROS.
       77 WS-GRP-CODIGO         PIC 9(005) VALUE ZEROS.
       77 WS-GRP-NOME           PIC X(040) VALUE SPACES.
       77 WS-GRP-LIMITE         PIC 9(009)V9(02) VALUE ZEROS.
       77 WS-GRP-SALDO          PIC 9(013)V9(02) VALUE ZEROS.
       77 WS-GRP-VALOR-NOVO     PIC 9(011)V9(02) VALUE ZEROS.
       77 WS-GRP-QTD-LOJAS      PIC 9(005) VALUE ZEROS.
       77 WS-GRP-ESTOURO        PIC X(001) VALUE "N".
       77 WS-GRP-EOF            PIC X(001) VALUE "N".
       77 WS-GRP-EOF-TIT        PIC X(001) VALUE "N".

      * PROXIMA DATA DO PEDIDO PROGRAMADO (VER SISPGPGER.CPY): O
      * CHAMADOR POE A DATA ATUAL EM WS-PPG-DATA, A FREQUENCIA E O
      * DIA ORIGINAL DO MES; AVANCA-DATA-PROGRAMADA ANDA UM PERIODO.
       77 WS-PPG-FREQUENCIA     PIC X(001) VALUE SPACES.
       77 WS-PPG-DIA-MES        PIC 9(002) VALUE ZEROS.
       01 WS-PPG-DATA           PIC 9(008) VALUE ZEROS.
       01 WS-PPG-DATA-R REDEFINES WS-PPG-DATA.
          05 WS-PPG-ANO         PIC 9(004).
          05 WS-PPG-MES         PIC 9(002).
          05 WS-PPG-DIA         PIC 9(002).
       01 WS-PPG-FIM-MES        PIC 9(008) VALUE ZEROS.
       01 WS-PPG-FIM-MES-R REDEFINES WS-PPG-FIM-MES.
          05 FILLER             PIC 9(006).
          05 WS-PPG-ULTIMO-DIA  PIC 9(002).
       01 WS-PPG-MES-SEGUINTE   PIC 9(008) VALUE ZEROS.
       01 WS-PPG-MES-SEGUINTE-R REDEFINES WS-PPG-MES-SEGUINTE.
          05 WS-PPG-ANO-SEG     PIC 9(004).
          05 WS-PPG-MES-SEG     PIC 9(002).
          05 WS-PPG-DIA-SEG     PIC 9(002).

      * VERBAS DA FOLHA DE PAGAMENTO (VER SISFLPGER.CPY): O CHAMADOR
      * POE O ANO/MES EM WS-FOL-ANO-MES; VERIFICA-MES-FOLHA DIZ SE O
      * MES JA TEM ARQUIVO NAO CANCELADO NA FOLHA E GRAVA-VERBA-FOLHA
      * GRAVA WS-FOL-VALOR PARA WS-FOL-VENDEDOR/WS-FOL-TIPO.
       77 WS-FOL-ANO-MES        PIC 9(006) VALUE ZEROS.
       77 WS-FOL-EXPORTADO      PIC X(001) VALUE "N".
       77 WS-FOL-SEQ-ATIVA      PIC 9(003) VALUE ZEROS.
       77 WS-FOL-SITUACAO-ATIVA PIC X(001) VALUE SPACES.
       77 WS-FOL-ULTIMA-SEQ     PIC 9(003) VALUE ZEROS.
       77 WS-FOL-SEM-VERBAS     PIC X(001) VALUE "N".
       77 WS-FOL-EOF            PIC X(001) VALUE "N".
       77 WS-FOL-VENDEDOR       PIC 9(003) VALUE ZEROS.
       77 WS-FOL-TIPO           PIC X(001) VALUE SPACES.
       77 WS-FOL-TIPOS          PIC X(003) VALUE SPACES.
       77 WS-FOL-VALOR          PIC S9(011)V9(02) VALUE ZEROS.

      * DESCRICOES DA OCORRENCIA EM REGOCO (VER SISOCPGER.CPY),
      * PREENCHIDAS POR DESCREVE-OCORRENCIA PARA TELA E RELATORIO.
       77 WS-OCO-DESCR-TIPO     PIC X(012) VALUE SPACES.
       77 WS-OCO-DESCR-AREA     PIC X(010) VALUE SPACES.
       77 WS-OCO-DESCR-SITUACAO PIC X(012) VALUE SPACES.

      * VERIFICACAO DE DOCUMENTOS DO CLIENTE (VER SISDCPGER.CPY): O
      * PROGRAMA POE O CLIENTE EM WS-DOC-CLIENTE E RECEBE EM
      * WS-DOC-SITUACAO " " = EM DIA, "V" = OBRIGATORIO VENCIDO OU
      * "F" = FALTA O ALVARA, COM A MENSAGEM PRONTA EM WS-DOC-MENSAGEM.
      * WS-DOC-SEM-ARQUIVO = "S" (ARQUIVO AUSENTE NA FILIAL) LIBERA.
       77 WS-DOC-CLIENTE        PIC 9(007) VALUE ZEROS.
       77 WS-DOC-SITUACAO       PIC X(001) VALUE SPACES.
       77 WS-DOC-MENSAGEM       PIC X(040) VALUE SPACES.
       77 WS-DOC-SEM-ARQUIVO    PIC X(001) VALUE "N".
       77 WS-DOC-TEM-ALVARA     PIC X(001) VALUE "N".
       77 WS-DOC-EOF            PIC X(001) VALUE "N".
       77 WS-DOC-DATA-HOJE      PIC 9(008) VALUE ZEROS.
       77 WS-DOC-DESCR-TIPO     PIC X(012) VALUE SPACES.

      * CALENDARIO DE FERIADOS (VER SISFRPGER.CPY): O PROGRAMA POE A
      * DATA EM WS-FER-DATA E A LOCALIDADE EM WS-FER-UF/CIDADE.
      * VERIFICA-FERIADO DEVOLVE WS-FER-FERIADO = "S"/"N";
      * PROXIMO-DIA-UTIL AVANCA WS-FER-DATA ATE O PRIMEIRO DIA UTIL;
      * CALCULA-ATRASO-UTIL DEVOLVE EM WS-FER-DIAS-ATRASO OS DIAS DE
      * JUROS ENTRE WS-FER-VENCIMENTO E WS-FER-PAGAMENTO.
      * WS-SEM-FERIADO = "S" (ARQUIVO AUSENTE) = NENHUM FERIADO.
       77 WS-SEM-FERIADO        PIC X(001) VALUE "S".
       77 WS-FER-DATA           PIC 9(008) VALUE ZEROS.
       77 WS-FER-UF             PIC X(002) VALUE SPACES.
       77 WS-FER-CIDADE         PIC X(020) VALUE SPACES.
       77 WS-FER-FERIADO        PIC X(001) VALUE "N".
       77 WS-FER-EXISTE         PIC X(001) VALUE "N".
       77 WS-FER-DIA-UTIL       PIC X(001) VALUE "S".
       77 WS-FER-DATA-BUSCA     PIC 9(008) VALUE ZEROS.
       77 WS-FER-DIA-INT        PIC 9(008) VALUE ZEROS.
       77 WS-FER-DIA-SEMANA     PIC 9(001) VALUE ZEROS.
       77 WS-FER-VOLTAS         PIC 9(002) VALUE ZEROS.
       77 WS-FER-VENCIMENTO     PIC 9(008) VALUE ZEROS.
       77 WS-FER-PAGAMENTO      PIC 9(008) VALUE ZEROS.
       77 WS-FER-DIAS-ATRASO    PIC 9(005) VALUE ZEROS.

      * DUPLA APROVACAO DE ALTERACOES CADASTRAIS (VER SISAPPGER.CPY):
      * O PROGRAMA POE O CAMPO ALVO EM WS-APV-TIPO/CODIGO/SUBTIPO, OS
      * VALORES EM WS-APV-ANTERIOR/WS-APV-NOVO E DA O PERFORM
      * SOLICITA-APROVACAO; WS-APV-RESULTADO VOLTA "S" (SOLICITACAO
      * WS-APV-NUMERO GRAVADA), "D" (JA HAVIA OUTRA PENDENTE PARA O
      * MESMO CAMPO) OU "E" (ERRO DE GRAVACAO).
       77 WS-SEM-APROVA         PIC X(001) VALUE "S".
       77 WS-APV-TIPO           PIC X(001) VALUE SPACES.
       77 WS-APV-CODIGO         PIC 9(007) VALUE ZEROS.
       77 WS-APV-SUBTIPO        PIC X(001) VALUE SPACES.
       77 WS-APV-NUMERO         PIC 9(007) VALUE ZEROS.
       77 WS-APV-RESULTADO      PIC X(001) VALUE SPACES.
       77 WS-APV-EOF            PIC X(001) VALUE "N".
       77 WS-APV-DATA-HOJE      PIC 9(008) VALUE ZEROS.
       77 WS-APV-DATA-LIMITE    PIC 9(008) VALUE ZEROS.
       77 WS-APV-EXPIRADAS      PIC 9(005) VALUE ZEROS.
       77 WS-APV-IDX            PIC 9(002) VALUE ZEROS.
       77 WS-APV-DESCR-TIPO     PIC X(012) VALUE SPACES.
       77 WS-APV-DESCR-SITUACAO PIC X(010) VALUE SPACES.
       01 WS-APV-ANTERIOR.
          05 WS-APV-VALOR-ANTERIOR PIC 9(009)V9(002) VALUE ZEROS.
          05 FILLER                PIC X(027) VALUE SPACES.
       01 WS-APV-PRAZOS-ANTERIOR REDEFINES WS-APV-ANTERIOR.
          05 WS-APV-PARC-ANTERIOR  PIC 9(002).
          05 WS-APV-DIAS-ANTERIOR  PIC 9(003) OCCURS 12 TIMES.
       01 WS-APV-NOVO.
          05 WS-APV-VALOR-NOVO     PIC 9(009)V9(002) VALUE ZEROS.
          05 FILLER                PIC X(027) VALUE SPACES.
       01 WS-APV-PRAZOS-NOVO REDEFINES WS-APV-NOVO.
          05 WS-APV-PARC-NOVO      PIC 9(002).
          05 WS-APV-DIAS-NOVO      PIC 9(003) OCCURS 12 TIMES.

      * FILA DE MENSAGENS AOS CLIENTES (VER SISMSPGER.CPY): O PROGRAMA
      * POE O CLIENTE, O EVENTO, A REFERENCIA E O TEXTO EM WS-MSG-* E
      * DA O PERFORM ENFILEIRA-MENSAGEM; WS-MSG-RESULTADO VOLTA "S"
      * (NA FILA), "J" (JA AVISADO), "N" (CLIENTE SEM E-MAIL/
      * TELEFONE UTIL), "D" (EVENTO DESLIGADO) OU "E" (ERRO/SEM FILA).
      * WS-MSG-INTERVALO ZERO = A MESMA REFERENCIA NUNCA SE REPETE;
      * MAIOR QUE ZERO = SE REPETE DEPOIS DE TANTOS DIAS.
       77 WS-SEM-MSGFILA        PIC X(001) VALUE "S".
       77 WS-SEM-EMLDEV         PIC X(001) VALUE "S".
       77 WS-MSG-CLIENTE        PIC 9(007) VALUE ZEROS.
       77 WS-MSG-EVENTO         PIC X(001) VALUE SPACES.
       77 WS-MSG-REFERENCIA     PIC X(020) VALUE SPACES.
       77 WS-MSG-TEXTO          PIC X(160) VALUE SPACES.
       77 WS-MSG-PROGRAMA       PIC X(006) VALUE SPACES.
       77 WS-MSG-INTERVALO      PIC 9(003) VALUE ZEROS.
       77 WS-MSG-RESULTADO      PIC X(001) VALUE SPACES.
       77 WS-MSG-NUMERO         PIC 9(007) VALUE ZEROS.
       77 WS-MSG-CANAL          PIC X(001) VALUE SPACES.
       77 WS-MSG-DESTINO        PIC X(040) VALUE SPACES.
       77 WS-MSG-EMAIL-DEVOLVIDO PIC X(001) VALUE "N".
       77 WS-MSG-EOF            PIC X(001) VALUE "N".
       77 WS-MSG-QTD-EVENTO     PIC 9(002) VALUE ZEROS.
       77 WS-MSG-TENTATIVA      PIC 9(001) VALUE ZEROS.
       77 WS-MSG-ULTIMA-DATA    PIC 9(008) VALUE ZEROS.
       77 WS-MSG-DATA-HOJE      PIC 9(008) VALUE ZEROS.
       77 WS-MSG-DIAS           PIC S9(007) VALUE ZEROS.
       77 WS-MSG-DATA           PIC 9(008) VALUE ZEROS.
       77 WS-MSG-DATA-EDIT      PIC X(010) VALUE SPACES.
       77 WS-MSG-PONTEIRO       PIC 9(003) VALUE ZEROS.
       77 WS-MSG-VALOR-EDIT     PIC ZZZ.ZZZ.ZZ9,99.

      * REGISTRO DOS ARQUIVOS RECEBIDOS (VER SISRCPGER.CPY): O
      * PROGRAMA POE A INTERFACE EM WS-RCB-INTERFACE E O NOME DO
      * ARQUIVO EM WS-RCB-ARQUIVO E DA O PERFORM IDENTIFICA-RECEBIDO
      * (TAMANHO, CONTAGEM, CHECKSUM E A PRIMEIRA LINHA EM
      * WS-RCB-PRIMEIRA-LINHA); TIRA DALI A SEQUENCIA/DATA DO HEADER,
      * SE O LAYOUT TIVER, PARA WS-RCB-HDR-SEQUENCIA/WS-RCB-HDR-DATA
      * E DA O PERFORM CONFERE-RECEBIDO.
      * WS-RCB-LIBERADO VOLTA "S" (PODE APLICAR) OU "N" (JA RECEBIDO
      * OU SEM REGISTRO, MOTIVO EM WS-RCB-MOTIVO). NO FIM, A SITUACAO
      * ("A" OU "X") E A QUANTIDADE APLICADA VAO EM WS-RCB-SITUACAO/
      * WS-RCB-QTD-APLICADA PARA O PERFORM FINALIZA-RECEBIDO.
      * WS-RCB-RETOMADA = "S" AVISA QUE E A RETOMADA DE UMA RODADA
      * INTERROMPIDA DO MESMO ARQUIVO (CHECKPOINT DO CADCLI/CADVEN).
       77 WS-SEM-RECEB          PIC X(001) VALUE "S".
       77 WS-FS-RCB             PIC X(002) VALUE SPACES.
       77 WS-RCB-INTERFACE      PIC X(006) VALUE SPACES.
       77 WS-RCB-ARQUIVO        PIC X(100) VALUE SPACES.
       77 WS-RCB-PRIMEIRA-LINHA PIC X(100) VALUE SPACES.
       77 WS-RCB-TAMANHO        PIC 9(010) VALUE ZEROS.
       77 WS-RCB-QTD-REGISTROS  PIC 9(007) VALUE ZEROS.
       77 WS-RCB-CHECKSUM       PIC 9(010) VALUE ZEROS.
       77 WS-RCB-SOMA1          PIC 9(005) VALUE ZEROS.
       77 WS-RCB-SOMA2          PIC 9(005) VALUE ZEROS.
       77 WS-RCB-TAM-LINHA      PIC 9(003) VALUE ZEROS.
       77 WS-RCB-IND            PIC 9(003) VALUE ZEROS.
       77 WS-RCB-EOF            PIC X(001) VALUE "N".
       77 WS-RCB-HDR-SEQUENCIA  PIC X(010) VALUE SPACES.
       77 WS-RCB-HDR-DATA       PIC 9(008) VALUE ZEROS.
       77 WS-RCB-LIBERADO       PIC X(001) VALUE "N".
       77 WS-RCB-RETOMADA       PIC X(001) VALUE "N".
       77 WS-RCB-MOTIVO         PIC X(030) VALUE SPACES.
       77 WS-RCB-FORCADO        PIC X(001) VALUE "N".
       77 WS-RCB-SUPERVISOR     PIC X(005) VALUE SPACES.
       77 WS-RCB-SENHA          PIC X(010) VALUE SPACES.
       77 WS-RCB-SUPERV-OK      PIC X(001) VALUE "N".
       77 WS-RCB-DUPLICADO-DE   PIC 9(014) VALUE ZEROS.
       77 WS-RCB-ANT-OPERADOR   PIC X(005) VALUE SPACES.
       77 WS-RCB-ANT-SITUACAO   PIC X(001) VALUE SPACES.
       77 WS-RCB-CHAVE-ATUAL    PIC X(022) VALUE SPACES.
       77 WS-RCB-DATA-HORA      PIC 9(014) VALUE ZEROS.
       77 WS-RCB-SITUACAO       PIC X(001) VALUE SPACES.
       77 WS-RCB-QTD-APLICADA   PIC 9(007) VALUE ZEROS.
       77 WS-RCB-RESPOSTA       PIC X(001) VALUE "N".

      * RECUPERACAO DE PERDA (VER SISRPPGER.CPY): O PROGRAMA POE A
      * CHAVE DO TITULO EM TIT_CHAVE, A DATA E O VALOR RECEBIDOS EM
      * WS-RPD-DATA/WS-RPD-VALOR E DA O PERFORM REGISTRA-RECUPERACAO;
      * WS-RPD-REGISTRADA VOLTA "S" SE O REGISTRO DA PERDA FOI
      * ATUALIZADO. WS-SEM-PERDA FICA NO PROGRAMA (ABRE-PERDA).
       77 WS-RPD-DATA           PIC 9(008) VALUE ZEROS.
       77 WS-RPD-VALOR          PIC 9(011)V9(02) VALUE ZEROS.
       77 WS-RPD-REGISTRADA     PIC X(001) VALUE "N".
