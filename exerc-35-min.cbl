       IDENTIFICATION DIVISION.
       PROGRAM-ID. Exerc-35-Min.
       AUTHOR. JOAO_PAULO.

      * Recalculo periodico do estoque minimo pela demanda: apura
      * a venda media diaria de cada produto em ITENSVENDA numa
      * janela informada (liquida das devolucoes), multiplica
      * pelo prazo real de entrega do fornecedor do produto -
      * media dos recebimentos do historico ENTREGAS, ou o prazo
      * padrao informado quando nao houver entregas - e soma o
      * fator de seguranca da categoria (SEGURANCAPARAM, mantido
      * no exerc-35-seg). Lista o minimo atual de ESTOQUE ao lado
      * do proposto e, aprovado pelo operador (todos ou item a
      * item), regrava EST-QTDMINIMA com cada mudanca no diario
      * MUDANCAS via GRAVAJRN. Produto sem venda na janela e so
      * apontado e fica com o minimo atual. O recalculo e de uma
      * loja: a demanda e a dos recibos da faixa da loja em
      * RECIBOCTL e o minimo regravado e o do saldo dela.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ITENS-FILE ASSIGN TO "ITENSVENDA"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WSS-FS-ITENS.
           SELECT ENTREGAS-FILE ASSIGN TO "ENTREGAS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WSS-FS-ENTREGAS.
           SELECT SEGCAT-FILE ASSIGN TO "SEGURANCAPARAM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WSS-FS-SEGCAT.
           SELECT PEDIDOS-FILE ASSIGN TO "PEDIDOSCOMP"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PED-CHAVE
               FILE STATUS IS WSS-FS-PEDIDOS.
           SELECT ESTOQUE-FILE ASSIGN TO "ESTOQUE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EST-CHAVE
               FILE STATUS IS WSS-FS-ESTOQUE.
           SELECT PRODUTOS-FILE ASSIGN TO "PRODUTOS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS REG-PRODUTO-CODIGO
               FILE STATUS IS WSS-FS-PRODUTOS.
           SELECT RECIBCTL-FILE ASSIGN TO "RECIBOCTL"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RCT-LOJA
               FILE STATUS IS WSS-FS-RECIBCTL.

       DATA DIVISION.
       FILE SECTION.
       FD  ITENS-FILE.
           COPY "ITEMVEN.CPY".

       FD  ENTREGAS-FILE.
           COPY "ENTREGA.CPY".

       FD  SEGCAT-FILE.
           COPY "SEGCAT.CPY".

       FD  PEDIDOS-FILE.
           COPY "PEDCOMP.CPY".

       FD  ESTOQUE-FILE.
           COPY "ESTOQUE.CPY".

       FD  PRODUTOS-FILE.
           COPY "PRODUTO.CPY".

       FD  RECIBCTL-FILE.
           COPY "RECIBCTL.CPY".

       WORKING-STORAGE SECTION.
       77  WSS-FS-ITENS         PIC X(02).
       77  WSS-FS-ENTREGAS      PIC X(02).
       77  WSS-FS-SEGCAT        PIC X(02).
       77  WSS-FS-PEDIDOS       PIC X(02).
       77  WSS-FS-ESTOQUE       PIC X(02).
       77  WSS-FS-PRODUTOS      PIC X(02).
       77  WSS-FS-RECIBCTL      PIC X(02).
       77  WSS-TfsPrograma      PIC X(12) VALUE "exerc-35-min".
       77  WSS-TfsArquivo       PIC X(12).
       77  WSS-TfsOperacao      PIC X(10).

       77  WSS-fim-itens        PIC X(01) VALUE "N".
           88 WSS-NAO-HA-MAIS-ITENS     VALUE "S".
       77  WSS-fim-entregas     PIC X(01) VALUE "N".
           88 WSS-NAO-HA-MAIS-ENTREGAS  VALUE "S".
       77  WSS-fim-fatores      PIC X(01) VALUE "N".
           88 WSS-NAO-HA-MAIS-FATORES   VALUE "S".
       77  WSS-fim-pedidos      PIC X(01) VALUE "N".
           88 WSS-NAO-HA-MAIS-PEDIDOS   VALUE "S".
       77  WSS-fim-estoque      PIC X(01) VALUE "N".
           88 WSS-NAO-HA-MAIS-ESTOQUE   VALUE "S".

       77  WSS-Operador         PIC 9(3).
       77  WSS-OperadorValido   PIC X(01).
       77  WSS-DataHoje         PIC 9(8).
       77  WSS-Loja             PIC X(01).
       77  WSS-ReciboInicial    PIC 9(6) VALUE ZEROS.
       77  WSS-ReciboFinal      PIC 9(6) VALUE ZEROS.
       77  WSS-Janela           PIC 9(3).
       77  WSS-DataInicial      PIC 9(8).
       77  WSS-DataFinal        PIC 9(8).
       77  WSS-DataValida       PIC X(01).
       77  WSS-MotivoData       PIC X(30).
       77  WSS-PrazoPadrao      PIC 9(3).
       77  WSS-FatorPadrao      PIC 9V99.
       77  WSS-ProdutosAberto   PIC X(01) VALUE "N".
       77  WSS-DescricaoProd    PIC X(20).
       77  WSS-CategoriaProd    PIC X(01).

       77  WSS-IndDem           PIC 9(4).
       77  WSS-QtdDemanda       PIC 9(4) VALUE ZEROS.
       77  WSS-AchouDemanda     PIC X(01).
       01  TABELA-DEMANDA.
           05  DEMANDA-PRODUTO OCCURS 3000 TIMES.
               10  dem-produto       PIC 9(5).
               10  dem-qtd           PIC S9(7).

       77  WSS-IndFpr           PIC 9(4).
       77  WSS-QtdFornProd      PIC 9(4) VALUE ZEROS.
       77  WSS-AchouFornProd    PIC X(01).
       01  TABELA-FORNPROD.
           05  FORNECEDOR-PRODUTO OCCURS 3000 TIMES.
               10  fpr-produto       PIC 9(5).
               10  fpr-fornec        PIC 9(3).
               10  fpr-data          PIC 9(8).

       77  WSS-IndPrz           PIC 9(3).
       77  WSS-QtdPrazos        PIC 9(3) VALUE ZEROS.
       77  WSS-AchouPrazo       PIC X(01).
       01  TABELA-PRAZOS.
           05  PRAZO-FORNECEDOR OCCURS 200 TIMES.
               10  prz-fornec        PIC 9(3).
               10  prz-dias          PIC 9(7).
               10  prz-entregas      PIC 9(5).

       77  WSS-IndFat           PIC 9(2).
       77  WSS-QtdFatores       PIC 9(2) VALUE ZEROS.
       77  WSS-AchouFator       PIC X(01).
       01  TABELA-FATORES.
           05  FATOR-CATEGORIA OCCURS 20 TIMES.
               10  fat-categoria     PIC X(01).
               10  fat-fator         PIC 9V99.

       77  WSS-IndPro           PIC 9(4).
       77  WSS-QtdPropostas     PIC 9(4) VALUE ZEROS.
       01  TABELA-PROPOSTAS.
           05  PROPOSTA-MINIMO OCCURS 3000 TIMES.
               10  pro-produto       PIC 9(5).
               10  pro-atual         PIC 9(5).
               10  pro-proposto      PIC 9(5).

       77  WSS-DiasEntrega      PIC S9(5).
       77  WSS-Vendido          PIC S9(7).
       77  WSS-FornecProd       PIC 9(3).
       77  WSS-PrazoDias        PIC 9(3).
       77  WSS-FatorProd        PIC 9V99.
       77  WSS-MediaDiaria      PIC 9(5)V9999.
       77  WSS-MinimoCalc       PIC 9(7)V9999.
       77  WSS-MinimoInteiro    PIC 9(7).
       77  WSS-MinimoProposto   PIC 9(5).
       77  WSS-Situacao         PIC X(08).
       77  WSS-VendidoEd        PIC -(6)9.
       77  WSS-MediaEd          PIC zzz9.99.
       77  WSS-QtdAnalisados    PIC 9(5) VALUE ZEROS.
       77  WSS-QtdSemVenda      PIC 9(5) VALUE ZEROS.
       77  WSS-QtdSemPrazo      PIC 9(5) VALUE ZEROS.
       77  WSS-QtdAplicados     PIC 9(5) VALUE ZEROS.
       77  WSS-OpcaoAplicar     PIC X(01).
       77  WSS-Confirma         PIC X(01).

       77  WSS-JrnArquivo       PIC X(12) VALUE "ESTOQUE".
       77  WSS-JrnChave         PIC X(10).
       77  WSS-JrnCampo         PIC X(12) VALUE "QTDMINIMA".
       77  WSS-JrnAntigo        PIC X(30).
       77  WSS-JrnNovo          PIC X(30).

       77  WSS-ImpComando       PIC X(01).
       77  WSS-ImpTexto         PIC X(80).
       77  WSS-ImpColunas       PIC X(80).

       PROCEDURE DIVISION.
       Inicio.
           CALL "OPERSIGN" USING WSS-Operador WSS-OperadorValido
           IF WSS-OperadorValido NOT = "S"
               DISPLAY "Sem operador identificado. Encerrando."
               GO TO Encerramento
           END-IF
           ACCEPT WSS-DataHoje FROM DATE YYYYMMDD
           DISPLAY "Loja a revisar (A/B/...): "
           ACCEPT WSS-Loja
           MOVE FUNCTION UPPER-CASE (WSS-Loja) TO WSS-Loja
           PERFORM UNTIL WSS-Loja >= "A" AND WSS-Loja <= "Z"
               DISPLAY "Loja invalida. Informe uma letra (A/B/...): "
               ACCEPT WSS-Loja
               MOVE FUNCTION UPPER-CASE (WSS-Loja) TO WSS-Loja
           END-PERFORM
           PERFORM BuscarFaixaLoja

           DISPLAY "Janela de vendas em dias (ex: 090): "
           ACCEPT WSS-Janela
           IF WSS-Janela = ZEROS
               MOVE 90 TO WSS-Janela
           END-IF
           DISPLAY "Data final da janela (AAAAMMDD, zero = hoje): "
           ACCEPT WSS-DataFinal
           IF WSS-DataFinal = ZEROS
               MOVE WSS-DataHoje TO WSS-DataFinal
           END-IF
           CALL "VALIDATA" USING WSS-DataFinal WSS-DataValida
                                 WSS-MotivoData
           IF WSS-DataValida NOT = "S"
               DISPLAY "Data final invalida (" WSS-MotivoData ")."
               GO TO Encerramento
           END-IF
           COMPUTE WSS-DataInicial = FUNCTION DATE-OF-INTEGER
                   (FUNCTION INTEGER-OF-DATE (WSS-DataFinal)
                    - WSS-Janela + 1)
           DISPLAY "Prazo padrao de entrega, em dias, para "
                   "fornecedor sem entregas (ex: 007): "
           ACCEPT WSS-PrazoPadrao
           IF WSS-PrazoPadrao = ZEROS
               MOVE 7 TO WSS-PrazoPadrao
           END-IF
           DISPLAY "Fator de seguranca para categoria sem "
                   "parametro (ex: 0.20): "
           ACCEPT WSS-FatorPadrao

           OPEN INPUT ITENS-FILE
           IF WSS-FS-ITENS = "35"
               DISPLAY "Arquivo ITENSVENDA nao encontrado. Sem "
                       "vendas para apurar a demanda."
               GO TO Encerramento
           END-IF
           PERFORM CarregarDemanda
           CLOSE ITENS-FILE

           PERFORM CarregarFatores
           PERFORM CarregarPrazos
           PERFORM CarregarFornecProduto

           OPEN INPUT ESTOQUE-FILE
           IF WSS-FS-ESTOQUE = "35"
               DISPLAY "Arquivo ESTOQUE nao encontrado. Inclua os "
                       "saldos no exerc-35-est."
               GO TO Encerramento
           END-IF
           MOVE "ESTOQUE" TO WSS-TfsArquivo
           MOVE "OPEN INPUT" TO WSS-TfsOperacao
           CALL "TRATAFS" USING WSS-TfsPrograma
                WSS-TfsArquivo WSS-TfsOperacao WSS-FS-ESTOQUE
           OPEN INPUT PRODUTOS-FILE
           IF WSS-FS-PRODUTOS = "00"
               MOVE "S" TO WSS-ProdutosAberto
           END-IF

           MOVE "P" TO WSS-ImpComando
           MOVE "EXERC-35-MIN" TO WSS-ImpTexto
           MOVE WSS-Operador TO WSS-ImpTexto (13:3)
           CALL "IMPRIME" USING WSS-ImpComando WSS-ImpTexto
                WSS-ImpColunas
           MOVE "A" TO WSS-ImpComando
           MOVE SPACES TO WSS-ImpTexto
           STRING "REVISAO DO ESTOQUE MINIMO - LOJA " WSS-Loja
                  " - VENDAS DE " WSS-DataInicial " A " WSS-DataFinal
                  DELIMITED BY SIZE INTO WSS-ImpTexto
           END-STRING
           MOVE "PROD DESCRICAO C VENDIDO MEDIA FOR PRZ FATOR MIN PROP"
                TO WSS-ImpColunas
           CALL "IMPRIME" USING WSS-ImpComando WSS-ImpTexto
                WSS-ImpColunas

           DISPLAY "------ REVISAO DO ESTOQUE MINIMO - LOJA "
                   WSS-Loja " ------"
           DISPLAY "Vendas de " WSS-DataInicial " a " WSS-DataFinal
                   " (" WSS-Janela " dias)"
           MOVE WSS-Loja TO EST-LOJA
           MOVE ZEROS TO EST-CODIGO
           START ESTOQUE-FILE KEY NOT < EST-CHAVE
               INVALID KEY SET WSS-NAO-HA-MAIS-ESTOQUE TO TRUE
           END-START
           PERFORM UNTIL WSS-NAO-HA-MAIS-ESTOQUE
               READ ESTOQUE-FILE NEXT RECORD
                   AT END SET WSS-NAO-HA-MAIS-ESTOQUE TO TRUE
                   NOT AT END
                       IF EST-LOJA NOT = WSS-Loja
                           SET WSS-NAO-HA-MAIS-ESTOQUE TO TRUE
                       ELSE
                           PERFORM CalcularProposta
                       END-IF
               END-READ
           END-PERFORM
           CLOSE ESTOQUE-FILE
           IF WSS-ProdutosAberto = "S"
               CLOSE PRODUTOS-FILE
           END-IF

           DISPLAY SPACE
           DISPLAY "Produtos analisados.......: " WSS-QtdAnalisados
           DISPLAY "Sem venda na janela.......: " WSS-QtdSemVenda
           DISPLAY "Fornecedor sem entregas...: " WSS-QtdSemPrazo
           DISPLAY "Minimos a alterar.........: " WSS-QtdPropostas

           MOVE "T" TO WSS-ImpComando
           MOVE SPACES TO WSS-ImpTexto
           STRING "ANALISADOS: " WSS-QtdAnalisados
                  "  SEM VENDA: " WSS-QtdSemVenda
                  "  A ALTERAR: " WSS-QtdPropostas
                  DELIMITED BY SIZE INTO WSS-ImpTexto
           END-STRING
           CALL "IMPRIME" USING WSS-ImpComando WSS-ImpTexto
                WSS-ImpColunas

           IF WSS-QtdPropostas > ZEROS
               DISPLAY "Aplicar os minimos propostos? (T = todos, "
                       "I = item a item, N = nao)"
               ACCEPT WSS-OpcaoAplicar
               IF WSS-OpcaoAplicar = "t"
                   MOVE "T" TO WSS-OpcaoAplicar
               END-IF
               IF WSS-OpcaoAplicar = "i"
                   MOVE "I" TO WSS-OpcaoAplicar
               END-IF
               IF WSS-OpcaoAplicar = "T" OR WSS-OpcaoAplicar = "I"
                   PERFORM AplicarPropostas
               ELSE
                   DISPLAY "Nenhum minimo alterado."
               END-IF
           END-IF.

       Encerramento.
           DISPLAY SPACE
           display "Obrigado volte sempre!!! "
           DISPLAY SPACE

           ACCEPT OMITTED.
           EXIT PROGRAM.
           STOP RUN.

      * A loja das vendas e a dona da faixa de numeracao do
      * recibo (RECIBOCTL); loja sem faixa nao vende pelo caixa
      * e fica sem demanda propria.
       BuscarFaixaLoja.
           OPEN INPUT RECIBCTL-FILE
           IF WSS-FS-RECIBCTL NOT = "00"
               DISPLAY "Arquivo RECIBOCTL indisponivel. Sem faixa "
                       "de recibos para a loja."
           ELSE
               MOVE WSS-Loja TO RCT-LOJA
               READ RECIBCTL-FILE
                   INVALID KEY
                       DISPLAY "Loja " WSS-Loja " sem faixa de "
                               "recibos: sem vendas pelo caixa."
                   NOT INVALID KEY
                       MOVE RCT-INICIAL TO WSS-ReciboInicial
                       MOVE RCT-FINAL TO WSS-ReciboFinal
               END-READ
               CLOSE RECIBCTL-FILE
           END-IF.

      * Demanda liquida da janela: venda (V/P) soma, devolucao
      * (D) subtrai a quantidade do produto. A devolucao leva o
      * numero do recibo original e cai na mesma loja.
       CarregarDemanda.
           READ ITENS-FILE
               AT END SET WSS-NAO-HA-MAIS-ITENS TO TRUE
           END-READ
           PERFORM UNTIL WSS-NAO-HA-MAIS-ITENS
               IF ITV-DATA NOT < WSS-DataInicial
                  AND ITV-DATA NOT > WSS-DataFinal
                  AND ITV-RECIBO NOT < WSS-ReciboInicial
                  AND ITV-RECIBO NOT > WSS-ReciboFinal
                  AND WSS-ReciboFinal > ZEROS
                   PERFORM AcumularDemanda
               END-IF
               READ ITENS-FILE
                   AT END SET WSS-NAO-HA-MAIS-ITENS TO TRUE
               END-READ
           END-PERFORM.

       AcumularDemanda.
           MOVE "N" TO WSS-AchouDemanda
           PERFORM VARYING WSS-IndDem FROM 1 BY 1
                   UNTIL WSS-IndDem > WSS-QtdDemanda
                      OR WSS-AchouDemanda = "S"
               IF dem-produto (WSS-IndDem) = ITV-PRODUTO
                   MOVE "S" TO WSS-AchouDemanda
                   SUBTRACT 1 FROM WSS-IndDem
               END-IF
           END-PERFORM
           IF WSS-AchouDemanda = "N"
               IF WSS-QtdDemanda < 3000
                   ADD 1 TO WSS-QtdDemanda
                   MOVE WSS-QtdDemanda TO WSS-IndDem
                   MOVE ITV-PRODUTO TO dem-produto (WSS-IndDem)
                   MOVE ZEROS TO dem-qtd (WSS-IndDem)
                   MOVE "S" TO WSS-AchouDemanda
               ELSE
                   DISPLAY "Limite de 3000 produtos vendidos "
                           "atingido. Produto " ITV-PRODUTO
                           " ignorado."
               END-IF
           END-IF
           IF WSS-AchouDemanda = "S"
               IF ITV-TIPO = "D"
                   SUBTRACT ITV-QTD FROM dem-qtd (WSS-IndDem)
               ELSE
                   ADD ITV-QTD TO dem-qtd (WSS-IndDem)
               END-IF
           END-IF.

       CarregarFatores.
           OPEN INPUT SEGCAT-FILE
           IF WSS-FS-SEGCAT = "35"
               DISPLAY "Arquivo SEGURANCAPARAM nao encontrado. "
                       "Vale o fator informado para todas as "
                       "categorias."
           ELSE
               READ SEGCAT-FILE
                   AT END SET WSS-NAO-HA-MAIS-FATORES TO TRUE
               END-READ
               PERFORM UNTIL WSS-NAO-HA-MAIS-FATORES
                   PERFORM GuardarFator
                   READ SEGCAT-FILE
                       AT END SET WSS-NAO-HA-MAIS-FATORES TO TRUE
                   END-READ
               END-PERFORM
               CLOSE SEGCAT-FILE
           END-IF.

       GuardarFator.
           MOVE "N" TO WSS-AchouFator
           PERFORM VARYING WSS-IndFat FROM 1 BY 1
                   UNTIL WSS-IndFat > WSS-QtdFatores
                      OR WSS-AchouFator = "S"
               IF fat-categoria (WSS-IndFat) = SEG-CATEGORIA
                   MOVE "S" TO WSS-AchouFator
                   SUBTRACT 1 FROM WSS-IndFat
               END-IF
           END-PERFORM
           IF WSS-AchouFator = "S"
               MOVE SEG-FATOR TO fat-fator (WSS-IndFat)
           ELSE
               IF WSS-QtdFatores < 20
                   ADD 1 TO WSS-QtdFatores
                   MOVE WSS-QtdFatores TO WSS-IndFat
                   MOVE SEG-CATEGORIA TO fat-categoria (WSS-IndFat)
                   MOVE SEG-FATOR TO fat-fator (WSS-IndFat)
               END-IF
           END-IF.

      * Prazo real por fornecedor: dias corridos entre a data do
      * pedido e a de cada recebimento lancado em ENTREGAS.
       CarregarPrazos.
           OPEN INPUT ENTREGAS-FILE
           IF WSS-FS-ENTREGAS = "35"
               DISPLAY "Arquivo ENTREGAS nao encontrado. Vale o "
                       "prazo padrao para todos os fornecedores."
           ELSE
               READ ENTREGAS-FILE
                   AT END SET WSS-NAO-HA-MAIS-ENTREGAS TO TRUE
               END-READ
               PERFORM UNTIL WSS-NAO-HA-MAIS-ENTREGAS
                   IF ENT-RECEBIMENTO
                      AND ENT-DATAPEDIDO > ZEROS
                      AND ENT-DATA NOT < ENT-DATAPEDIDO
                       PERFORM AcumularPrazo
                   END-IF
                   READ ENTREGAS-FILE
                       AT END SET WSS-NAO-HA-MAIS-ENTREGAS TO TRUE
                   END-READ
               END-PERFORM
               CLOSE ENTREGAS-FILE
           END-IF.

       AcumularPrazo.
           COMPUTE WSS-DiasEntrega =
                   FUNCTION INTEGER-OF-DATE (ENT-DATA) -
                   FUNCTION INTEGER-OF-DATE (ENT-DATAPEDIDO)
           MOVE "N" TO WSS-AchouPrazo
           PERFORM VARYING WSS-IndPrz FROM 1 BY 1
                   UNTIL WSS-IndPrz > WSS-QtdPrazos
                      OR WSS-AchouPrazo = "S"
               IF prz-fornec (WSS-IndPrz) = ENT-FORNECEDOR
                   MOVE "S" TO WSS-AchouPrazo
                   SUBTRACT 1 FROM WSS-IndPrz
               END-IF
           END-PERFORM
           IF WSS-AchouPrazo = "N"
               IF WSS-QtdPrazos < 200
                   ADD 1 TO WSS-QtdPrazos
                   MOVE WSS-QtdPrazos TO WSS-IndPrz
                   MOVE ENT-FORNECEDOR TO prz-fornec (WSS-IndPrz)
                   MOVE ZEROS TO prz-dias (WSS-IndPrz)
                   MOVE ZEROS TO prz-entregas (WSS-IndPrz)
                   MOVE "S" TO WSS-AchouPrazo
               END-IF
           END-IF
           IF WSS-AchouPrazo = "S"
               ADD WSS-DiasEntrega TO prz-dias (WSS-IndPrz)
               ADD 1 TO prz-entregas (WSS-IndPrz)
           END-IF.

      * Fornecedor do produto: o do pedido de compra mais recente
      * do produto em PEDIDOSCOMP.
       CarregarFornecProduto.
           OPEN INPUT PEDIDOS-FILE
           IF WSS-FS-PEDIDOS = "35"
               DISPLAY "Arquivo PEDIDOSCOMP nao encontrado. Vale o "
                       "prazo padrao para todos os produtos."
           ELSE
               MOVE LOW-VALUES TO PED-CHAVE
               START PEDIDOS-FILE KEY NOT < PED-CHAVE
                   INVALID KEY SET WSS-NAO-HA-MAIS-PEDIDOS TO TRUE
               END-START
               PERFORM UNTIL WSS-NAO-HA-MAIS-PEDIDOS
                   READ PEDIDOS-FILE NEXT RECORD
                       AT END SET WSS-NAO-HA-MAIS-PEDIDOS TO TRUE
                       NOT AT END
                           PERFORM GuardarFornecProduto
                   END-READ
               END-PERFORM
               CLOSE PEDIDOS-FILE
           END-IF.

       GuardarFornecProduto.
           MOVE "N" TO WSS-AchouFornProd
           PERFORM VARYING WSS-IndFpr FROM 1 BY 1
                   UNTIL WSS-IndFpr > WSS-QtdFornProd
                      OR WSS-AchouFornProd = "S"
               IF fpr-produto (WSS-IndFpr) = PED-PRODUTO
                   MOVE "S" TO WSS-AchouFornProd
                   SUBTRACT 1 FROM WSS-IndFpr
               END-IF
           END-PERFORM
           IF WSS-AchouFornProd = "S"
               IF PED-DATA NOT < fpr-data (WSS-IndFpr)
                   MOVE PED-FORNECEDOR TO fpr-fornec (WSS-IndFpr)
                   MOVE PED-DATA TO fpr-data (WSS-IndFpr)
               END-IF
           ELSE
               IF WSS-QtdFornProd < 3000
                   ADD 1 TO WSS-QtdFornProd
                   MOVE WSS-QtdFornProd TO WSS-IndFpr
                   MOVE PED-PRODUTO TO fpr-produto (WSS-IndFpr)
                   MOVE PED-FORNECEDOR TO fpr-fornec (WSS-IndFpr)
                   MOVE PED-DATA TO fpr-data (WSS-IndFpr)
               END-IF
           END-IF.

      * Minimo proposto = media diaria x prazo x (1 + fator),
      * arredondado para cima.
       CalcularProposta.
           ADD 1 TO WSS-QtdAnalisados
           PERFORM BuscarProduto

           MOVE ZEROS TO WSS-Vendido
           MOVE "N" TO WSS-AchouDemanda
           PERFORM VARYING WSS-IndDem FROM 1 BY 1
                   UNTIL WSS-IndDem > WSS-QtdDemanda
                      OR WSS-AchouDemanda = "S"
               IF dem-produto (WSS-IndDem) = EST-CODIGO
                   MOVE "S" TO WSS-AchouDemanda
                   MOVE dem-qtd (WSS-IndDem) TO WSS-Vendido
               END-IF
           END-PERFORM

           MOVE ZEROS TO WSS-FornecProd
           MOVE "N" TO WSS-AchouFornProd
           PERFORM VARYING WSS-IndFpr FROM 1 BY 1
                   UNTIL WSS-IndFpr > WSS-QtdFornProd
                      OR WSS-AchouFornProd = "S"
               IF fpr-produto (WSS-IndFpr) = EST-CODIGO
                   MOVE "S" TO WSS-AchouFornProd
                   MOVE fpr-fornec (WSS-IndFpr) TO WSS-FornecProd
               END-IF
           END-PERFORM

           MOVE WSS-PrazoPadrao TO WSS-PrazoDias
           MOVE "N" TO WSS-AchouPrazo
           PERFORM VARYING WSS-IndPrz FROM 1 BY 1
                   UNTIL WSS-IndPrz > WSS-QtdPrazos
                      OR WSS-AchouPrazo = "S"
               IF prz-fornec (WSS-IndPrz) = WSS-FornecProd
                  AND WSS-AchouFornProd = "S"
                   MOVE "S" TO WSS-AchouPrazo
                   COMPUTE WSS-PrazoDias ROUNDED =
                           prz-dias (WSS-IndPrz) /
                           prz-entregas (WSS-IndPrz)
               END-IF
           END-PERFORM
           IF WSS-AchouPrazo = "N"
               ADD 1 TO WSS-QtdSemPrazo
           END-IF

           MOVE WSS-FatorPadrao TO WSS-FatorProd
           MOVE "N" TO WSS-AchouFator
           PERFORM VARYING WSS-IndFat FROM 1 BY 1
                   UNTIL WSS-IndFat > WSS-QtdFatores
                      OR WSS-AchouFator = "S"
               IF fat-categoria (WSS-IndFat) = WSS-CategoriaProd
                   MOVE "S" TO WSS-AchouFator
                   MOVE fat-fator (WSS-IndFat) TO WSS-FatorProd
               END-IF
           END-PERFORM

           IF WSS-Vendido > ZEROS
               COMPUTE WSS-MediaDiaria ROUNDED =
                       WSS-Vendido / WSS-Janela
               COMPUTE WSS-MinimoCalc =
                       WSS-Vendido * WSS-PrazoDias
                       * (1 + WSS-FatorProd) / WSS-Janela
               MOVE WSS-MinimoCalc TO WSS-MinimoInteiro
               IF WSS-MinimoCalc > WSS-MinimoInteiro
                   ADD 1 TO WSS-MinimoInteiro
               END-IF
               IF WSS-MinimoInteiro > 99999
                   MOVE 99999 TO WSS-MinimoProposto
               ELSE
                   MOVE WSS-MinimoInteiro TO WSS-MinimoProposto
               END-IF
               IF WSS-MinimoProposto = EST-QTDMINIMA
                   MOVE "MANTIDO" TO WSS-Situacao
               ELSE
                   MOVE "ALTERAR" TO WSS-Situacao
                   PERFORM GuardarProposta
               END-IF
           ELSE
               ADD 1 TO WSS-QtdSemVenda
               MOVE ZEROS TO WSS-MediaDiaria
               MOVE EST-QTDMINIMA TO WSS-MinimoProposto
               MOVE "SEMVENDA" TO WSS-Situacao
           END-IF
           PERFORM ListarProposta.

       GuardarProposta.
           IF WSS-QtdPropostas < 3000
               ADD 1 TO WSS-QtdPropostas
               MOVE WSS-QtdPropostas TO WSS-IndPro
               MOVE EST-CODIGO TO pro-produto (WSS-IndPro)
               MOVE EST-QTDMINIMA TO pro-atual (WSS-IndPro)
               MOVE WSS-MinimoProposto TO pro-proposto (WSS-IndPro)
           ELSE
               MOVE "LIMITE" TO WSS-Situacao
           END-IF.

       ListarProposta.
           MOVE WSS-Vendido TO WSS-VendidoEd
           MOVE WSS-MediaDiaria TO WSS-MediaEd
           DISPLAY WSS-Situacao " " EST-CODIGO " " WSS-DescricaoProd
                   " cat " WSS-CategoriaProd
                   " vendido " WSS-VendidoEd " media/dia " WSS-MediaEd
                   " fornec " WSS-FornecProd " prazo " WSS-PrazoDias
                   " fator " WSS-FatorProd
                   " minimo " EST-QTDMINIMA
                   " proposto " WSS-MinimoProposto

           MOVE "D" TO WSS-ImpComando
           MOVE SPACES TO WSS-ImpTexto
           STRING EST-CODIGO "   " WSS-DescricaoProd " "
                  WSS-CategoriaProd " " WSS-VendidoEd " "
                  WSS-MediaEd "   " WSS-FornecProd " "
                  WSS-PrazoDias " " WSS-FatorProd "  "
                  EST-QTDMINIMA " " WSS-MinimoProposto " "
                  WSS-Situacao
                  DELIMITED BY SIZE INTO WSS-ImpTexto
           END-STRING
           CALL "IMPRIME" USING WSS-ImpComando WSS-ImpTexto
                WSS-ImpColunas.

       BuscarProduto.
           MOVE "*** SEM CADASTRO ***" TO WSS-DescricaoProd
           MOVE SPACE TO WSS-CategoriaProd
           IF WSS-ProdutosAberto = "S"
               MOVE EST-CODIGO TO REG-PRODUTO-CODIGO
               READ PRODUTOS-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE REG-PRODUTO-DESCRICAO
                            TO WSS-DescricaoProd
                       MOVE REG-PRODUTO-CATEGORIA
                            TO WSS-CategoriaProd
               END-READ
           END-IF.

      * Regrava EST-QTDMINIMA dos minimos aprovados; produto cujo
      * minimo mudou desde a listagem fica como esta.
       AplicarPropostas.
           OPEN I-O ESTOQUE-FILE
           MOVE "ESTOQUE" TO WSS-TfsArquivo
           MOVE "OPEN I-O" TO WSS-TfsOperacao
           CALL "TRATAFS" USING WSS-TfsPrograma
                WSS-TfsArquivo WSS-TfsOperacao WSS-FS-ESTOQUE
           PERFORM VARYING WSS-IndPro FROM 1 BY 1
                   UNTIL WSS-IndPro > WSS-QtdPropostas
               MOVE "S" TO WSS-Confirma
               IF WSS-OpcaoAplicar = "I"
                   DISPLAY "Produto " pro-produto (WSS-IndPro)
                           " minimo " pro-atual (WSS-IndPro)
                           " para " pro-proposto (WSS-IndPro)
                           "? (S/N)"
                   ACCEPT WSS-Confirma
               END-IF
               IF WSS-Confirma = "S" OR WSS-Confirma = "s"
                   PERFORM RegravarMinimo
               END-IF
           END-PERFORM
           CLOSE ESTOQUE-FILE
           DISPLAY "Minimos alterados em ESTOQUE: " WSS-QtdAplicados.

       RegravarMinimo.
           MOVE WSS-Loja TO EST-LOJA
           MOVE pro-produto (WSS-IndPro) TO EST-CODIGO
           READ ESTOQUE-FILE
               INVALID KEY
                   DISPLAY "Produto " pro-produto (WSS-IndPro)
                           " saiu de ESTOQUE. Nao alterado."
               NOT INVALID KEY
                   IF EST-QTDMINIMA NOT = pro-atual (WSS-IndPro)
                       DISPLAY "Produto " EST-CODIGO " teve o "
                               "minimo alterado desde a listagem. "
                               "Nao alterado."
                   ELSE
                       MOVE pro-proposto (WSS-IndPro)
                            TO EST-QTDMINIMA
                       REWRITE ESTOQUE-REG
                       MOVE "REWRITE" TO WSS-TfsOperacao
                       CALL "TRATAFS" USING WSS-TfsPrograma
                            WSS-TfsArquivo WSS-TfsOperacao
                            WSS-FS-ESTOQUE
                       ADD 1 TO WSS-QtdAplicados
                       MOVE SPACES TO WSS-JrnChave
                       MOVE EST-LOJA TO WSS-JrnChave (1:1)
                       MOVE EST-CODIGO TO WSS-JrnChave (2:5)
                       MOVE SPACES TO WSS-JrnAntigo
                       MOVE pro-atual (WSS-IndPro)
                            TO WSS-JrnAntigo (1:5)
                       MOVE SPACES TO WSS-JrnNovo
                       MOVE pro-proposto (WSS-IndPro)
                            TO WSS-JrnNovo (1:5)
                       CALL "GRAVAJRN" USING WSS-JrnArquivo
                            WSS-JrnChave WSS-JrnCampo WSS-JrnAntigo
                            WSS-JrnNovo WSS-Operador
                   END-IF
           END-READ.
      *wrun32 exerc-35-min
