
      * "C" = O ERRO_ VEIO DE UMA IMPORTACAO DE CLIENTES (CADCLI),
      * "V" = DE VENDEDORES (CADVEN), "P" = DE PEDIDOS DE CAMPO
      * (IMPPED), "E" = DE PEDIDOS EDI DAS REDES (IMPEDI); O LAYOUT
      * DO REGISTRO ORIGINAL MUDA CONFORME O TIPO.
       77 WS-TIPO-ERRO         PIC X(001) VALUE "C".

      * CAMPOS DE CORRECAO DO REGISTRO EM PAUTA. O ERRO-REG GUARDA SO
       77 WS-SEM-PROMO         PIC X(001) VALUE "N".
       77 WS-ITEM-IDX          PIC 9(002) VALUE ZEROS.

      * CAMPOS DA LINHA EDI REJEITADA (TIPO "E"): A LOJA E O EAN
      * DA REDE VEM DA LINHA; O CLIENTE E O PRODUTO SAO PRE-
      * PREENCHIDOS PELO DE-PARA (VER CADEDI) QUANDO EXISTE, E O
      * QUE O OPERADOR CONFIRMAR PODE SER GRAVADO COMO DE-PARA NOVO.
       77 WS-COR-REDE          PIC X(006) VALUE SPACES.
       77 WS-COR-PEDIDO-REDE   PIC X(010) VALUE SPACES.
       77 WS-COR-LOJA          PIC X(013) VALUE SPACES.
       77 WS-COR-EAN           PIC 9(014) VALUE ZEROS.
       77 WS-COR-CLIENTE-LJR   PIC 9(007) VALUE ZEROS.
       77 WS-COR-PRODUTO-EAN   PIC 9(005) VALUE ZEROS.
       77 WS-COR-TEM-LOJA      PIC X(001) VALUE "N".
       77 WS-COR-TEM-EAN       PIC X(001) VALUE "N".
       77 WS-COR-BRANCO        PIC X(057) VALUE SPACES.

       LINKAGE SECTION.
       01 LS-ID PIC X(5).


       ENTRA-TIPO-ERRO.
           MOVE "C" TO WS-TIPO-ERRO
           DISPLAY "TIPO (C=CLIENTE V=VENDEDOR P=PEDIDO E=EDI): "
               AT 1501
           ACCEPT WS-TIPO-ERRO WITH UPDATE AT 1546
           IF WS-TIPO-ERRO NOT = "C" AND WS-TIPO-ERRO NOT = "V"
              AND WS-TIPO-ERRO NOT = "P" AND WS-TIPO-ERRO NOT = "E"
              MOVE "C" TO WS-TIPO-ERRO
           END-IF
           .
           ELSE
           IF WS-TIPO-ERRO = "P"
              PERFORM CORRIGE-PEDIDO
           ELSE
           IF WS-TIPO-ERRO = "E"
              PERFORM CORRIGE-PEDIDO-EDI
           ELSE
              PERFORM CORRIGE-VENDEDOR
           END-IF
           END-IF
           END-IF
           .

      * DESMEMBRA O QUE SOBREVIVEU NOS 60 BYTES DO ERRO-REG (LAYOUT
           DISPLAY WS-COR-QTDE AT 1526
           ACCEPT  WS-COR-QTDE WITH UPDATE AT 1526

           PERFORM VALIDA-LINHA-PEDIDO
           IF WS-COR-OK = "S"
              PERFORM APLICA-PEDIDO
           END-IF
           .

      * VALIDACOES DA IMPORTACAO SOBRE A LINHA CORRIGIDA (CLIENTE,
      * PRODUTO, QUANTIDADE E PRECO), COMUNS AOS TIPOS "P" E "E".
       VALIDA-LINHA-PEDIDO.
           MOVE "S" TO WS-COR-OK
           IF WS-COR-QTDE = ZEROS
              MOVE "QUANTIDADE INVALIDA" TO MENS
                          TO MENS
                        PERFORM ROT-MENS THRU ROT-MENS-FIM
                        MOVE "N" TO WS-COR-OK
                     ELSE
                     MOVE WS-COR-CLIENTE TO WS-DOC-CLIENTE
                     PERFORM VERIFICA-DOCUMENTOS-CLIENTE
                        THRU VERIFICA-DOCUMENTOS-FIM
                     IF WS-DOC-SITUACAO NOT = SPACES
                        MOVE WS-DOC-MENSAGEM TO MENS
                        PERFORM ROT-MENS THRU ROT-MENS-FIM
                        MOVE "N" TO WS-COR-OK
                     ELSE
                        MOVE CLI_TIPO TO WS-TIPO-CLIENTE
                        MOVE CLI_LIMITE_CREDITO
                          TO WS-LIMITE-CLIENTE
                     END-IF
                     END-IF
                     END-IF
              END-READ
           END-IF
           IF WS-COR-OK = "S"
                 MOVE "N" TO WS-COR-OK
              END-IF
           END-IF
           .

      * DESMEMBRA A LINHA "D" DO EDI (LAYOUT DO IMPEDI: REDE 2-7,
      * PEDIDO DA REDE 8-17, LOJA 18-30, EAN 31-44, QTDE 45-49),
      * TRADUZ LOJA E EAN PELO DE-PARA QUANDO EXISTE E DEIXA O
      * OPERADOR INFORMAR O CLIENTE E O PRODUTO QUE FALTAREM. A LINHA
      * ACEITA VIRA UM PEDIDO DE UM ITEM COMO NO TIPO "P", GANHA O
      * VINCULO COM O PEDIDO DA REDE (PARA O AVISO DE FATURAMENTO DO
      * FATPED) E O DE-PARA QUE FALTAVA PODE SER GRAVADO NA HORA.
       CORRIGE-PEDIDO-EDI.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-DATA-HOJE
           MOVE ZEROS TO WS-COR-CLIENTE WS-COR-PRODUTO WS-COR-QTDE
                         WS-COR-EAN WS-COR-CLIENTE-LJR
                         WS-COR-PRODUTO-EAN
           MOVE "N" TO WS-COR-TEM-LOJA WS-COR-TEM-EAN
           MOVE WS-ERR-REG(WS-IDX-ERRO)(2:6)   TO WS-COR-REDE
           MOVE WS-ERR-REG(WS-IDX-ERRO)(8:10)  TO WS-COR-PEDIDO-REDE
           MOVE WS-ERR-REG(WS-IDX-ERRO)(18:13) TO WS-COR-LOJA
           IF WS-ERR-REG(WS-IDX-ERRO)(31:14) IS NUMERIC
              MOVE WS-ERR-REG(WS-IDX-ERRO)(31:14) TO WS-COR-EAN
           END-IF
           IF WS-ERR-REG(WS-IDX-ERRO)(45:5) IS NUMERIC
              MOVE WS-ERR-REG(WS-IDX-ERRO)(45:5) TO WS-COR-QTDE
           END-IF
           MOVE WS-COR-REDE TO LJR_REDE
           MOVE WS-COR-LOJA TO LJR_LOJA
           READ ARQ-LOJRED
               INVALID KEY
                  MOVE "00" TO WS-RESULTADO-ACESSO
               NOT INVALID KEY
                  MOVE "S" TO WS-COR-TEM-LOJA
                  MOVE LJR_CODIGO_CLIENTE TO WS-COR-CLIENTE
                                             WS-COR-CLIENTE-LJR
           END-READ
           MOVE WS-COR-EAN TO EAN_CODIGO
           READ ARQ-EANPRO
               INVALID KEY
                  MOVE "00" TO WS-RESULTADO-ACESSO
               NOT INVALID KEY
                  MOVE "S" TO WS-COR-TEM-EAN
                  MOVE EAN_CODIGO_PRODUTO TO WS-COR-PRODUTO
                                             WS-COR-PRODUTO-EAN
           END-READ
           DISPLAY WS-COR-BRANCO AT 1110
           DISPLAY WS-COR-BRANCO AT 1310
           DISPLAY WS-COR-BRANCO AT 1510
           DISPLAY WS-COR-BRANCO AT 1710
           DISPLAY WS-COR-BRANCO AT 1910
           DISPLAY "REDE/LOJA    :" AT 1110
           DISPLAY WS-COR-REDE AT 1126
           DISPLAY WS-COR-LOJA AT 1133
           DISPLAY "CLIENTE      :" AT 1310
           DISPLAY "EAN          :" AT 1510
           DISPLAY WS-COR-EAN AT 1526
           DISPLAY "PRODUTO      :" AT 1710
           DISPLAY "QUANTIDADE   :" AT 1910
           DISPLAY WS-COR-CLIENTE AT 1326
           ACCEPT  WS-COR-CLIENTE WITH UPDATE AT 1326
           DISPLAY WS-COR-PRODUTO AT 1726
           ACCEPT  WS-COR-PRODUTO WITH UPDATE AT 1726
           DISPLAY WS-COR-QTDE AT 1926
           ACCEPT  WS-COR-QTDE WITH UPDATE AT 1926

           PERFORM VALIDA-LINHA-PEDIDO
           IF WS-COR-OK = "S"
              PERFORM APLICA-PEDIDO
              IF WS-ERR-RESOLVIDO(WS-IDX-ERRO) = "S"
                 PERFORM GRAVA-VINCULO-EDI
                 PERFORM GRAVA-DE-PARA-EDI
              END-IF
           END-IF
           .

      * VINCULO DO PEDIDO DE UM ITEM COM O PEDIDO DA REDE, PARA O
      * FATPED DEVOLVER O AVISO DE FATURAMENTO COM O EAN DA REDE.
       GRAVA-VINCULO-EDI.
           MOVE SPACES TO REGPDE
           MOVE ZEROS  TO PDE_QTD_LINHAS
           PERFORM VARYING WS-ITEM-IDX FROM 1 BY 1
                   UNTIL WS-ITEM-IDX > 99
              MOVE ZEROS TO PDE_EAN(WS-ITEM-IDX)
           END-PERFORM
           MOVE PED_NUMERO_PEDIDO  TO PDE_NUMERO_PEDIDO
           MOVE WS-COR-REDE        TO PDE_REDE
           MOVE WS-COR-PEDIDO-REDE TO PDE_PEDIDO_REDE
           MOVE WS-COR-LOJA        TO PDE_LOJA
           MOVE WS-DATA-HOJE       TO PDE_DATA_RECEBIMENTO
           MOVE ZEROS              TO PDE_SEQ_ARQUIVO
           MOVE 1                  TO PDE_QTD_LINHAS
           MOVE WS-COR-EAN         TO PDE_EAN(1)
           WRITE REGPDE
           IF WS-RESULTADO-ACESSO NOT = "00"
              MOVE "ERRO NA GRAVACAO DO VINCULO EDI" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              MOVE "00" TO WS-RESULTADO-ACESSO
           END-IF
           .

      * OFERECE GRAVAR O DE-PARA QUE FALTAVA (OU QUE O OPERADOR
      * TROCOU), PARA O PROXIMO ARQUIVO DA REDE ENTRAR SEM REJEICAO.
       GRAVA-DE-PARA-EDI.
           IF WS-COR-TEM-LOJA = "N" OR
              WS-COR-CLIENTE NOT = WS-COR-CLIENTE-LJR
              MOVE "S" TO W-SN
              DISPLAY "GRAVAR DE-PARA LOJA X CLIENTE (S/N) : " AT 2110
              ACCEPT W-SN WITH UPDATE AT 2148
              IF W-SN = "S" OR "s"
                 MOVE WS-COR-REDE    TO LJR_REDE
                 MOVE WS-COR-LOJA    TO LJR_LOJA
                 MOVE WS-COR-CLIENTE TO LJR_CODIGO_CLIENTE
                 MOVE WS-DATA-HOJE   TO LJR_DATA_CADASTRO
                 MOVE LS-ID          TO LJR_OPERADOR
                 IF WS-COR-TEM-LOJA = "S"
                    REWRITE REGLJR
                 ELSE
                    WRITE REGLJR
                 END-IF
                 MOVE "00" TO WS-RESULTADO-ACESSO
              END-IF
           END-IF
           IF WS-COR-TEM-EAN = "N" OR
              WS-COR-PRODUTO NOT = WS-COR-PRODUTO-EAN
              MOVE "S" TO W-SN
              DISPLAY "GRAVAR DE-PARA EAN X PRODUTO (S/N)  : " AT 2110
              ACCEPT W-SN WITH UPDATE AT 2148
              IF W-SN = "S" OR "s"
                 MOVE WS-COR-EAN     TO EAN_CODIGO
                 MOVE WS-COR-PRODUTO TO EAN_CODIGO_PRODUTO
                 MOVE WS-DATA-HOJE   TO EAN_DATA_CADASTRO
                 MOVE LS-ID          TO EAN_OPERADOR
                 IF WS-COR-TEM-EAN = "S"
                    REWRITE REGEAN
                 ELSE
                    WRITE REGEAN
                 END-IF
                 MOVE "00" TO WS-RESULTADO-ACESSO
              END-IF
           END-IF
           DISPLAY WS-COR-BRANCO AT 2110
           .

      * MESMA CADEIA DE PRECO DA DIGITACAO E DA IMPORTACAO (VER
                         PED_VALOR_TOTAL
                         PED_SEQ_ENDERECO
           MOVE CLI_COND_PAGTO TO PED_COND_PAGTO
           MOVE "V" TO PED_TIPO
      * A PROMESSA DE ENTREGA SAI DO CALENDARIO DA CIDADE DO
      * CADASTRO (A ENTREGA E NO FISCAL), MESMA REGRA DO CADPED.
           MOVE CLI_ENDERECO_UF     TO WS-CEN-UF
           MOVE CLI_ENDERECO_CIDADE TO WS-CEN-CIDADE
           MOVE WS-DATA-HOJE        TO WS-CEN-DATA-PEDIDO
           MOVE FUNCTION CURRENT-DATE(9:4) TO WS-CEN-HORA
           PERFORM CALCULA-PREVISAO-ENTREGA
           MOVE WS-CEN-PREVISAO TO PED_DATA_PREV_ENTREGA
           PERFORM VARYING WS-ITEM-IDX FROM 1 BY 1
                   UNTIL WS-ITEM-IDX > 10
              MOVE ZEROS TO PED_ITEM_PRODUTO(WS-ITEM-IDX)
           PERFORM GRAVA-ITENS-PEDIDO
           WRITE REGPED
           IF WS-RESULTADO-ACESSO = "00" OR "02"
      * O PEDIDO REAPLICADO RESERVA O ESTOQUE DO ITEM COMO O IMPPED
      * (VER SISRSPGER.CPY).
              MOVE 1 TO WS-RES-SINAL
              PERFORM RESERVA-ITENS-PEDIDO
              PERFORM MARCA-RESOLVIDO
              IF PED_SITUACAO = "S"
                 MOVE "*** REAPLICADO - PEDIDO RETIDO ***" TO MENS
           .

      * MESMA REGRA DO VERIFICA-LIMITE-CREDITO DO CADPED/IMPPED:
      * TITULOS EM ABERTO + O PEDIDO NOVO ACIMA DO LIMITE DA LOJA OU
      * DO GRUPO ECONOMICO RETEM O PEDIDO (PED_SITUACAO "S"), FORA DO
      * FATURAMENTO ATE A MESA DE CREDITO DECIDIR.
       VERIFICA-LIMITE-CREDITO-PED.
           MOVE "A" TO PED_SITUACAO
           IF WS-LIMITE-CLIENTE > ZEROS AND WS-SEM-TITULOS NOT = "S"
                 MOVE "S" TO PED_SITUACAO
              END-IF
           END-IF
           IF PED_SITUACAO = "A" AND WS-SEM-TITULOS NOT = "S"
              MOVE PED_CODIGO_CLIENTE TO WS-GRP-CLIENTE
              MOVE PED_VALOR_TOTAL    TO WS-GRP-VALOR-NOVO
              PERFORM VERIFICA-LIMITE-GRUPO
              IF WS-GRP-ESTOURO = "S"
                 MOVE "S" TO PED_SITUACAO
              END-IF
           END-IF
           .

      * MAIOR NUMERO DE PEDIDO JA GRAVADO + 1 (MESMO IDIOMA DO
           ELSE
           IF WS-TIPO-ERRO = "P"
              PERFORM OPEN-ARQUIVOS-PEDIDO
           ELSE
           IF WS-TIPO-ERRO = "E"
              PERFORM OPEN-ARQUIVOS-PEDIDO
              IF WS-RESULTADO-ACESSO = "00"
                 PERFORM OPEN-ARQUIVOS-EDI
              END-IF
           ELSE
              OPEN I-O ARQ-VENDEDOR
           END-IF
           END-IF
           END-IF
           IF WS-RESULTADO-ACESSO NOT = "00"
              MOVE "ERRO NA ABERTURA DO CADASTRO" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM

      * A REAPLICACAO DE LINHA DE PEDIDO PRECISA DOS MESMOS
      * CADASTROS DA IMPORTACAO (VER OPEN-ARQUIVOS DO IMPPED);
      * ACORDOS, PROMOCOES, TITULOS, ESTOQUE E CALENDARIO DE ENTREGA
      * SAO OPCIONAIS, MESMO ESQUEMA DO CADPED.
       OPEN-ARQUIVOS-PEDIDO.
           OPEN I-O ARQ-PEDIDO
           IF WS-RESULTADO-ACESSO NOT = "00"
                 MOVE "S" TO WS-SEM-TITULOS
                 MOVE "00" TO WS-RESULTADO-ACESSO
              END-IF
              PERFORM ABRE-GRUPO
              MOVE "N" TO WS-SEM-ESTOQUE
              OPEN I-O ARQ-ESTOQUE
              IF WS-RESULTADO-ACESSO NOT = "00"
                 MOVE "S" TO WS-SEM-ESTOQUE
                 MOVE "00" TO WS-RESULTADO-ACESSO
              END-IF
              MOVE "N" TO WS-SEM-CALENDARIO
              OPEN INPUT ARQ-CALENT
              IF WS-RESULTADO-ACESSO NOT = "00"
                 MOVE "S" TO WS-SEM-CALENDARIO
                 MOVE "00" TO WS-RESULTADO-ACESSO
              END-IF
              PERFORM ABRE-FERIADOS
      * SEM CADASTRO DE DOCUMENTOS NAO HA BLOQUEIO POR LICENCA.
              MOVE "N" TO WS-DOC-SEM-ARQUIVO
              OPEN INPUT ARQ-DOCCLI
              IF WS-RESULTADO-ACESSO NOT = "00"
                 MOVE "S" TO WS-DOC-SEM-ARQUIVO
                 MOVE "00" TO WS-RESULTADO-ACESSO
              END-IF
           END-IF
           .

      * DE-PARA E VINCULO DO EDI ABERTOS I-O (O TIPO "E" GRAVA NOS
      * TRES); NA PRIMEIRA VEZ OS ARQUIVOS SAO CRIADOS.
       OPEN-ARQUIVOS-EDI.
           OPEN I-O ARQ-LOJRED
           IF WS-RESULTADO-ACESSO = "05" OR "35"
              OPEN OUTPUT ARQ-LOJRED
              CLOSE ARQ-LOJRED
              OPEN I-O ARQ-LOJRED
           END-IF
           IF WS-RESULTADO-ACESSO = "00"
              OPEN I-O ARQ-EANPRO
              IF WS-RESULTADO-ACESSO = "05" OR "35"
                 OPEN OUTPUT ARQ-EANPRO
                 CLOSE ARQ-EANPRO
                 OPEN I-O ARQ-EANPRO
              END-IF
           END-IF
           IF WS-RESULTADO-ACESSO = "00"
              OPEN I-O ARQ-PEDEDI
              IF WS-RESULTADO-ACESSO = "05" OR "35"
                 OPEN OUTPUT ARQ-PEDEDI
                 CLOSE ARQ-PEDEDI
                 OPEN I-O ARQ-PEDEDI
              END-IF
           END-IF
           .

           IF WS-TIPO-ERRO = "C"
              CLOSE ARQ-CLIENTE
           ELSE
           IF WS-TIPO-ERRO = "P" OR WS-TIPO-ERRO = "E"
              CLOSE ARQ-PEDIDO
                    ARQ-CLIENTE
                    ARQ-PRODUTO
              IF WS-SEM-TITULOS NOT = "S"
                 CLOSE ARQ-TITULO
              END-IF
              PERFORM FECHA-GRUPO
              IF WS-SEM-ESTOQUE NOT = "S"
                 CLOSE ARQ-ESTOQUE
              END-IF
              IF WS-SEM-CALENDARIO NOT = "S"
                 CLOSE ARQ-CALENT
              END-IF
              PERFORM FECHA-FERIADOS
              IF WS-DOC-SEM-ARQUIVO NOT = "S"
                 CLOSE ARQ-DOCCLI
              END-IF
              IF WS-TIPO-ERRO = "E"
                 CLOSE ARQ-LOJRED
                       ARQ-EANPRO
                       ARQ-PEDEDI
              END-IF
           ELSE
              CLOSE ARQ-VENDEDOR
           END-IF
      * COMPARTILHADO COM O CADPED E OS LEITORES DE ITENS.
       COPY "copybook\SISITPGER.CPY".

      * RESERVA DE ESTOQUE DOS ITENS DO PEDIDO: VER COPYBOOK,
      * COMPARTILHADO COM CADPED/IMPPED/CREDES.
       COPY "copybook\SISRSPGER.CPY".

      * CALCULA-PREVISAO-ENTREGA: VER COPYBOOK, COMPARTILHADO COM
      * CADPED/IMPPED.
       COPY "copybook\SISCEPGER.CPY".

      * FERIADOS DA CIDADE NA PREVISAO DE ENTREGA: VER COPYBOOK.
       COPY "copybook\SISFRPGER.CPY".

      * LIMITE DE CREDITO DO GRUPO ECONOMICO: VER COPYBOOK,
      * COMPARTILHADO COM CADPED/IMPPED/CORERR/CREDES.
       COPY "copybook\SISGRPGER.CPY".

      * CARREGA-COMPOSICAO-KIT E RATEIA-KIT: VER COPYBOOK,
      * COMPARTILHADO POR QUEM EXPLODE OS PRODUTOS-KIT.
       COPY "copybook\SISKTPGER.CPY".

      * VERIFICA-DOCUMENTOS-CLIENTE: VER COPYBOOK, COMPARTILHADO COM
      * CADPED E IMPPED.
       COPY "copybook\SISDCPGER.CPY".

      * CARREGA-FILIAL E MONTA-CAMINHOS-FILIAL: VER COPYBOOK,
      * COMPARTILHADO POR TODOS OS PROGRAMAS DA FILIAL.
       COPY "copybook\SISFIPGER.CPY".
