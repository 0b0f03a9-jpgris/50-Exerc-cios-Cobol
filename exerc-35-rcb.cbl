
      * Recebimento de mercadoria dos pedidos de compra: baixa a
      * quantidade recebida na linha de PEDIDOSCOMP e lanca a
      * entrada no saldo de ESTOQUE da loja do pedido (PED-LOJA)
      * pela mesma regra do movimento de entrada do exerc-35-est
      * (soma no saldo e carimba a data do ultimo movimento).
      * Entrega menor que o pendente deixa o pedido como parcial e
      * e apontada; o pedido tambem pode ser encerrado com falta
      * quando o fornecedor nao vai completar. Cada recebimento e
      * cada encerramento com falta ficam no historico ENTREGAS
      * com a data do pedido e a da entrega, fonte do prazo real
      * do fornecedor. Cada recebimento gera ainda o titulo a
      * pagar em CONTASPAG, com vencimento pela condicao de
      * pagamento do fornecedor (FOR-PRAZOPAGTO). O preco unitario
      * da nota e informado no recebimento: o titulo e valorizado
      * por ele e o custo do produto em PRODUTOS passa a ser a
      * media ponderada do saldo em estoque de todas as lojas com
      * a quantidade recebida, com a mudanca gravada em PRECOHIST
      * e no diario MUDANCAS (GRAVAJRN). Preco que se afasta do
      * custo atual alem da tolerancia e apontado na tela e
      * marcado na linha de ENTREGAS. Vencimento do titulo que
      * cai em fim de semana ou feriado do CALENDARIO passa para o
      * dia util seguinte (DIAUTIL).

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           SELECT ESTOQUE-FILE ASSIGN TO "ESTOQUE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EST-CHAVE
               FILE STATUS IS WSS-FS-ESTOQUE.
           SELECT ENTREGAS-FILE ASSIGN TO "ENTREGAS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WSS-FS-ENTREGAS.
           SELECT CONTASPAG-FILE ASSIGN TO "CONTASPAG"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CPG-CHAVE
               FILE STATUS IS WSS-FS-CONTASPAG.
           SELECT FORNEC-FILE ASSIGN TO "FORNECEDORES"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FOR-CODIGO
               FILE STATUS IS WSS-FS-FORNEC.
           SELECT PRODUTOS-FILE ASSIGN TO "PRODUTOS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS REG-PRODUTO-CODIGO
               FILE STATUS IS WSS-FS-PRODUTOS.
           SELECT HISTORICO-FILE ASSIGN TO "PRECOHIST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WSS-FS-HISTORICO.

       DATA DIVISION.
       FILE SECTION.
       FD  ESTOQUE-FILE.
           COPY "ESTOQUE.CPY".

       FD  ENTREGAS-FILE.
           COPY "ENTREGA.CPY".

       FD  CONTASPAG-FILE.
           COPY "CONTPAG.CPY".

       FD  FORNEC-FILE.
           COPY "FORNEC.CPY".

       FD  PRODUTOS-FILE.
           COPY "PRODUTO.CPY".

       FD  HISTORICO-FILE.
           COPY "PRECHIST.CPY".

       WORKING-STORAGE SECTION.
       77  WSS-FS-PEDIDOS       PIC X(02).
       77  WSS-FS-ESTOQUE       PIC X(02).
       77  WSS-FS-ENTREGAS      PIC X(02).
       77  WSS-FS-CONTASPAG     PIC X(02).
       77  WSS-FS-FORNEC        PIC X(02).
       77  WSS-FS-PRODUTOS      PIC X(02).
       77  WSS-FS-HISTORICO     PIC X(02).
       77  WSS-TfsPrograma      PIC X(12) VALUE "exerc-35-rcb".
       77  WSS-TfsArquivo       PIC X(12).
       77  WSS-TfsOperacao      PIC X(10).
       77  WSS-OperadorValido   PIC X(01).
       77  WSS-MovTipo          PIC X(01).
       77  WSS-MovDelta         PIC S9(5).
       77  WSS-MovMotivo        PIC X(02) VALUE SPACES.
       77  WSS-FornecAberto     PIC X(01) VALUE "N".
       77  WSS-ProdutosAberto   PIC X(01) VALUE "N".
       77  WSS-PrazoPagto       PIC 9(3).
       77  WSS-VencPrazo        PIC 9(8).
       77  WSS-SentidoDiaUtil   PIC X(01) VALUE "P".
       77  WSS-PrecoUnit        PIC 9(5)V99.
       77  WSS-SaldoAnterior    PIC S9(7).
       77  WSS-fim-estoque      PIC X(01).
           88 WSS-NAO-HA-MAIS-ESTOQUE   VALUE "S".
       77  WSS-CustoAnterior    PIC 9(5)V99.
       77  WSS-CustoNovo        PIC 9(5)V99.
       77  WSS-Tolerancia       PIC 9V99 VALUE 0.10.
       77  WSS-Desvio           PIC 9(5)V99.
       77  WSS-Divergente       PIC X(01).
       77  WSS-CustoEd          PIC zzzz9.99.
       77  WSS-PrecoEd          PIC zzzz9.99.
       77  WSS-JrnArquivo       PIC X(12) VALUE "PRODUTOS".
       77  WSS-JrnChave         PIC X(10).
       77  WSS-JrnCampo         PIC X(12) VALUE "CUSTO".
       77  WSS-JrnAntigo        PIC X(30).
       77  WSS-JrnNovo          PIC X(30).
       77  WSS-ProximaSeq       PIC 9(2).
       77  WSS-fim-titulos      PIC X(01).
           88 WSS-NAO-HA-MAIS-TITULOS   VALUE "S".
       77  WSS-ValorEd          PIC z,zzz,zz9.99.

       PROCEDURE DIVISION.
       Inicio.
           CALL "TRATAFS" USING WSS-TfsPrograma
                WSS-TfsArquivo WSS-TfsOperacao WSS-FS-ESTOQUE

           OPEN EXTEND ENTREGAS-FILE
           IF WSS-FS-ENTREGAS NOT = "00"
               CLOSE ENTREGAS-FILE
               OPEN OUTPUT ENTREGAS-FILE
           END-IF

           OPEN I-O CONTASPAG-FILE
           IF WSS-FS-CONTASPAG = "35"
               OPEN OUTPUT CONTASPAG-FILE
               CLOSE CONTASPAG-FILE
               OPEN I-O CONTASPAG-FILE
           END-IF
           MOVE "CONTASPAG" TO WSS-TfsArquivo
           MOVE "OPEN I-O" TO WSS-TfsOperacao
           CALL "TRATAFS" USING WSS-TfsPrograma
                WSS-TfsArquivo WSS-TfsOperacao WSS-FS-CONTASPAG
           OPEN INPUT FORNEC-FILE
           IF WSS-FS-FORNEC = "00"
               MOVE "S" TO WSS-FornecAberto
           END-IF
           OPEN I-O PRODUTOS-FILE
           IF WSS-FS-PRODUTOS = "00"
               MOVE "S" TO WSS-ProdutosAberto
           END-IF
           OPEN EXTEND HISTORICO-FILE
           IF WSS-FS-HISTORICO NOT = "00"
               CLOSE HISTORICO-FILE
               OPEN OUTPUT HISTORICO-FILE
           END-IF

           PERFORM UNTIL WSS-Continuar = "N"
                DISPLAY "--- Recebimento de mercadoria ---"
                DISPLAY "1. Registrar recebimento de pedido"
           END-PERFORM

           CLOSE PEDIDOS-FILE
           CLOSE ESTOQUE-FILE
           CLOSE ENTREGAS-FILE
           CLOSE CONTASPAG-FILE
           IF WSS-FornecAberto = "S"
               CLOSE FORNEC-FILE
           END-IF
           IF WSS-ProdutosAberto = "S"
               CLOSE PRODUTOS-FILE
           END-IF
           CLOSE HISTORICO-FILE.

       Encerramento.
           DISPLAY SPACE
                                   "pendente. Confira a nota e o "
                                   "pedido. Nao lancado."
                       ELSE
                           DISPLAY "Preco unitario da nota "
                                   "(ex: 12.50): "
                           ACCEPT WSS-PrecoUnit
                           IF WSS-PrecoUnit = ZEROS
                               DISPLAY "Preco da nota obrigatorio. "
                                       "Nao lancado."
                           ELSE
                               PERFORM LancarEntradaEstoque
                           END-IF
                       END-IF
                   END-IF
               END-IF
           END-IF.

       LancarEntradaEstoque.
           MOVE PED-LOJA TO EST-LOJA
           MOVE PED-PRODUTO TO EST-CODIGO
           READ ESTOQUE-FILE
               INVALID KEY
                   DISPLAY "Produto " PED-PRODUTO " sem saldo de "
                           "estoque na loja " PED-LOJA ". Inclua no "
                           "exerc-35-est antes de receber."
               NOT INVALID KEY
                   ADD WSS-QtdRecebida TO EST-QTDATUAL
                   MOVE WSS-DataHoje TO EST-ULTMOV
                        WSS-FS-ESTOQUE
                   MOVE "E" TO WSS-MovTipo
                   MOVE WSS-QtdRecebida TO WSS-MovDelta
                   CALL "GRAVAMOV" USING EST-LOJA EST-CODIGO
                        WSS-MovTipo WSS-MovDelta EST-QTDATUAL
                        WSS-Operador WSS-MovMotivo
                   MOVE EST-QTDATUAL TO WSS-SaldoEd
                   DISPLAY "Entrada lancada na loja " EST-LOJA
                           ". Saldo atual: " WSS-SaldoEd
                   ADD WSS-QtdRecebida TO PED-QTDRECEBIDA
                   IF PED-QTDRECEBIDA < PED-QTDPEDIDA
                       MOVE "P" TO PED-SITUACAO
                   CALL "TRATAFS" USING WSS-TfsPrograma
                        WSS-TfsArquivo WSS-TfsOperacao
                        WSS-FS-PEDIDOS
                   PERFORM AtualizarCustoMedio
                   MOVE "R" TO ENT-TIPO
                   MOVE WSS-QtdRecebida TO ENT-QTD
                   MOVE WSS-PrecoUnit TO ENT-PRECOUNIT
                   MOVE WSS-Divergente TO ENT-DIVERGENTE
                   PERFORM GravarEntrega
                   PERFORM GerarTituloPagar
           END-READ.

       EncerrarComFalta.
                   CALL "TRATAFS" USING WSS-TfsPrograma
                        WSS-TfsArquivo WSS-TfsOperacao
                        WSS-FS-PEDIDOS
                   MOVE "F" TO ENT-TIPO
                   MOVE WSS-QtdPendente TO ENT-QTD
                   MOVE ZEROS TO ENT-PRECOUNIT
                   MOVE "N" TO ENT-DIVERGENTE
                   PERFORM GravarEntrega
               END-IF
           END-IF.

      * Historico de entregas: a linha leva a data do pedido ao
      * lado da data do recebimento (ou do encerramento com
      * falta), para o prazo real e o atendimento do fornecedor.
       GravarEntrega.
           MOVE WSS-DataHoje TO ENT-DATA
           MOVE PED-NUMERO TO ENT-PEDIDO
           MOVE PED-PRODUTO TO ENT-PRODUTO
           MOVE PED-FORNECEDOR TO ENT-FORNECEDOR
           MOVE PED-DATA TO ENT-DATAPEDIDO
           MOVE PED-QTDPEDIDA TO ENT-QTDPEDIDA
           MOVE WSS-Operador TO ENT-OPERADOR
           WRITE ENTREGA-REG
           IF WSS-FS-ENTREGAS NOT = "00"
               DISPLAY "Aviso: entrega nao registrada em ENTREGAS. "
                       "Status: " WSS-FS-ENTREGAS
           END-IF.

       LocalizarPedido.
           DISPLAY "Numero do pedido: "
           ACCEPT WSS-NumPedido
               INVALID KEY
                   DISPLAY "Pedido nao encontrado em PEDIDOSCOMP."
           END-READ.

      * Custo medio ponderado: saldo anterior ao custo atual mais
      * a quantidade recebida ao preco da nota. Sem saldo
      * anterior positivo o custo passa a ser o preco da nota.
       AtualizarCustoMedio.
           MOVE "N" TO WSS-Divergente
           PERFORM ApurarSaldoEmpresa
           IF WSS-ProdutosAberto NOT = "S"
               DISPLAY "Cadastro PRODUTOS indisponivel. Custo do "
                       "produto nao atualizado."
           ELSE
               MOVE PED-PRODUTO TO REG-PRODUTO-CODIGO
               READ PRODUTOS-FILE
                   INVALID KEY
                       DISPLAY "Produto " PED-PRODUTO " sem "
                               "cadastro em PRODUTOS. Custo nao "
                               "atualizado."
                   NOT INVALID KEY
                       PERFORM RecalcularCusto
               END-READ
           END-IF.

      * O custo e um so para a empresa: a media pondera o saldo de
      * todas as lojas antes desta entrada.
       ApurarSaldoEmpresa.
           COMPUTE WSS-SaldoAnterior = 0 - WSS-QtdRecebida
           MOVE "N" TO WSS-fim-estoque
           MOVE LOW-VALUES TO EST-CHAVE
           START ESTOQUE-FILE KEY NOT < EST-CHAVE
               INVALID KEY SET WSS-NAO-HA-MAIS-ESTOQUE TO TRUE
           END-START
           PERFORM UNTIL WSS-NAO-HA-MAIS-ESTOQUE
               READ ESTOQUE-FILE NEXT RECORD
                   AT END SET WSS-NAO-HA-MAIS-ESTOQUE TO TRUE
                   NOT AT END
                       IF EST-CODIGO = PED-PRODUTO
                           ADD EST-QTDATUAL TO WSS-SaldoAnterior
                       END-IF
               END-READ
           END-PERFORM.

       RecalcularCusto.
           MOVE REG-PRODUTO-CUSTO TO WSS-CustoAnterior
           IF WSS-CustoAnterior > ZEROS
               IF WSS-PrecoUnit > WSS-CustoAnterior
                   COMPUTE WSS-Desvio =
                           WSS-PrecoUnit - WSS-CustoAnterior
               ELSE
                   COMPUTE WSS-Desvio =
                           WSS-CustoAnterior - WSS-PrecoUnit
               END-IF
               IF WSS-Desvio > WSS-CustoAnterior * WSS-Tolerancia
                   MOVE "S" TO WSS-Divergente
                   MOVE WSS-CustoAnterior TO WSS-CustoEd
                   MOVE WSS-PrecoUnit TO WSS-PrecoEd
                   DISPLAY "*** PRECO DIVERGENTE: nota a "
                           WSS-PrecoEd " contra custo atual "
                           WSS-CustoEd " - confira a nota ***"
               END-IF
           END-IF
           IF WSS-SaldoAnterior > ZEROS
               COMPUTE WSS-CustoNovo ROUNDED =
                       (WSS-SaldoAnterior * WSS-CustoAnterior +
                        WSS-QtdRecebida * WSS-PrecoUnit) /
                       (WSS-SaldoAnterior + WSS-QtdRecebida)
           ELSE
               MOVE WSS-PrecoUnit TO WSS-CustoNovo
           END-IF
           IF WSS-CustoNovo NOT = WSS-CustoAnterior
               MOVE WSS-CustoNovo TO REG-PRODUTO-CUSTO
               REWRITE REG-PRODUTO
               MOVE "REWRITE" TO WSS-TfsOperacao
               MOVE "PRODUTOS" TO WSS-TfsArquivo
               CALL "TRATAFS" USING WSS-TfsPrograma
                    WSS-TfsArquivo WSS-TfsOperacao
                    WSS-FS-PRODUTOS

               MOVE PED-PRODUTO TO PHI-CODIGO
               MOVE WSS-DataHoje TO PHI-DATA
               MOVE WSS-CustoNovo TO PHI-CUSTO
               MOVE ZEROS TO PHI-PRECONOVO
               MOVE ZEROS TO PHI-PERCENTUAL
               MOVE "C" TO PHI-ORIGEM
               MOVE WSS-CustoAnterior TO PHI-CUSTOANT
               MOVE WSS-PrecoUnit TO PHI-PRECOCOMPRA
               WRITE PRECHIST-REG

               MOVE SPACES TO WSS-JrnChave
               MOVE PED-PRODUTO TO WSS-JrnChave (1:5)
               MOVE WSS-CustoAnterior TO WSS-CustoEd
               MOVE WSS-CustoEd TO WSS-JrnAntigo
               MOVE WSS-CustoNovo TO WSS-CustoEd
               MOVE WSS-CustoEd TO WSS-JrnNovo
               CALL "GRAVAJRN" USING WSS-JrnArquivo WSS-JrnChave
                    WSS-JrnCampo WSS-JrnAntigo WSS-JrnNovo
                    WSS-Operador
               DISPLAY "Custo medio do produto: " WSS-CustoEd
           END-IF.

      * Titulo a pagar da entrega: quantidade recebida pelo preco
      * unitario da nota, vencendo na condicao de pagamento do
      * fornecedor contada da data do recebimento. A sequencia
      * separa as entregas parciais da mesma linha de pedido.
       GerarTituloPagar.
           MOVE ZEROS TO WSS-PrazoPagto
           IF WSS-FornecAberto = "S"
               MOVE PED-FORNECEDOR TO FOR-CODIGO
               READ FORNEC-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF FOR-PRAZOPAGTO NUMERIC
                           MOVE FOR-PRAZOPAGTO TO WSS-PrazoPagto
                       END-IF
               END-READ
           END-IF

           MOVE ZEROS TO WSS-ProximaSeq
           MOVE "N" TO WSS-fim-titulos
           MOVE PED-FORNECEDOR TO CPG-FORNECEDOR
           MOVE PED-NUMERO TO CPG-PEDIDO
           MOVE PED-PRODUTO TO CPG-PRODUTO
           MOVE ZEROS TO CPG-SEQ
           START CONTASPAG-FILE KEY NOT < CPG-CHAVE
               INVALID KEY SET WSS-NAO-HA-MAIS-TITULOS TO TRUE
           END-START
           PERFORM UNTIL WSS-NAO-HA-MAIS-TITULOS
               READ CONTASPAG-FILE NEXT RECORD
                   AT END SET WSS-NAO-HA-MAIS-TITULOS TO TRUE
                   NOT AT END
                       IF CPG-FORNECEDOR NOT = PED-FORNECEDOR
                          OR CPG-PEDIDO NOT = PED-NUMERO
                          OR CPG-PRODUTO NOT = PED-PRODUTO
                           SET WSS-NAO-HA-MAIS-TITULOS TO TRUE
                       ELSE
                           MOVE CPG-SEQ TO WSS-ProximaSeq
                       END-IF
               END-READ
           END-PERFORM
           ADD 1 TO WSS-ProximaSeq

           MOVE PED-FORNECEDOR TO CPG-FORNECEDOR
           MOVE PED-NUMERO TO CPG-PEDIDO
           MOVE PED-PRODUTO TO CPG-PRODUTO
           MOVE WSS-ProximaSeq TO CPG-SEQ
           MOVE WSS-DataHoje TO CPG-EMISSAO
           COMPUTE WSS-VencPrazo = FUNCTION DATE-OF-INTEGER
                   (FUNCTION INTEGER-OF-DATE (WSS-DataHoje)
                    + WSS-PrazoPagto)
           CALL "DIAUTIL" USING WSS-SentidoDiaUtil WSS-VencPrazo
                CPG-VENCIMENTO
           MOVE WSS-QtdRecebida TO CPG-QTD
           COMPUTE CPG-VALOR = WSS-QtdRecebida * WSS-PrecoUnit
           MOVE "A" TO CPG-SITUACAO
           MOVE ZEROS TO CPG-DTPAGTO
           MOVE ZEROS TO CPG-OPERADOR
           WRITE CONTPAG-REG
               INVALID KEY
                   DISPLAY "Titulo a pagar nao gravado. Status: "
                           WSS-FS-CONTASPAG
               NOT INVALID KEY
                   MOVE CPG-VALOR TO WSS-ValorEd
                   DISPLAY "Titulo a pagar gerado: " WSS-ValorEd
                           " vencimento " CPG-VENCIMENTO
           END-WRITE.
      *wrun32 exerc-35-rcb
