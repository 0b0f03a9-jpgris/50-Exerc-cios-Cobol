       IDENTIFICATION DIVISION.
       PROGRAM-ID. Exerc-35-Fec.
       AUTHOR. JOAO_PAULO.

      * Fechamento mensal e valorizacao do estoque: para a
      * competencia informada, parte da abertura gravada no
      * fechamento do mes anterior (FECHESTOQUE), soma os
      * movimentos do mes do diario MOVESTOQUE por tipo (E
      * entrada, S saida, A ajuste, C contagem, D devolucao, X
      * estorno de cancelamento e demais) em quantidade e valor
      * ao custo de PRODUTOS e demonstra a passagem abertura +
      * movimentos = fechamento por produto e por categoria. O
      * fechamento calculado e conferido com o saldo de ESTOQUE
      * na data (EST-QTDATUAL menos os movimentos posteriores ao
      * mes) e a diferenca e apontada. Produto sem fechamento
      * anterior tem a abertura apurada a partir do saldo. A
      * diferenca de valor entre a abertura e o custo atual sai
      * como reavaliacao. O fechamento do mes e gravado em
      * FECHESTOQUE para a abertura do mes seguinte. O fechamento
      * e da empresa: o saldo do produto soma todas as lojas e a
      * transferencia (T) entre lojas entra em demais, assim
      * como a baixa por perda (P), que tem relatorio proprio no
      * exerc-35-bxa.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ESTOQUE-FILE ASSIGN TO "ESTOQUE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EST-CHAVE
               FILE STATUS IS WSS-FS-ESTOQUE.
           SELECT MOVESTQ-FILE ASSIGN TO "MOVESTOQUE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WSS-FS-MOVESTQ.
           SELECT PRODUTOS-FILE ASSIGN TO "PRODUTOS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS REG-PRODUTO-CODIGO
               FILE STATUS IS WSS-FS-PRODUTOS.
           SELECT FECHEST-FILE ASSIGN TO "FECHESTOQUE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FEC-CHAVE
               FILE STATUS IS WSS-FS-FECHEST.

       DATA DIVISION.
       FILE SECTION.
       FD  ESTOQUE-FILE.
           COPY "ESTOQUE.CPY".

       FD  MOVESTQ-FILE.
           COPY "MOVESTQ.CPY".

       FD  PRODUTOS-FILE.
           COPY "PRODUTO.CPY".

       FD  FECHEST-FILE.
           COPY "FECHEST.CPY".

       WORKING-STORAGE SECTION.
       77  WSS-FS-ESTOQUE       PIC X(02).
       77  WSS-FS-MOVESTQ       PIC X(02).
       77  WSS-FS-PRODUTOS      PIC X(02).
       77  WSS-FS-FECHEST       PIC X(02).
       77  WSS-LogPrograma      PIC X(12) VALUE "EXERC-35-FEC".
       77  WSS-LogEvento        PIC X(01).
       77  WSS-LogLidos         PIC 9(7) VALUE ZEROS.
       77  WSS-LogGravados      PIC 9(7) VALUE ZEROS.
       77  WSS-LogRejeitados    PIC 9(7) VALUE ZEROS.
       77  WSS-LogRetorno       PIC X(02) VALUE "OK".

       77  WSS-fim-estoque      PIC X(01) VALUE "N".
           88 WSS-NAO-HA-MAIS-ESTOQUE   VALUE "S".
       77  WSS-fim-movimentos   PIC X(01) VALUE "N".
           88 WSS-NAO-HA-MAIS-MOVIMENTOS VALUE "S".

       77  WSS-DataHoje         PIC 9(8).
       77  WSS-Competencia      PIC 9(6).
       77  WSS-CompAnterior     PIC 9(6).
       77  WSS-DataInicial      PIC 9(8).
       77  WSS-DataFinal        PIC 9(8).
       77  WSS-DataProxMes      PIC 9(8).
       77  WSS-Ano              PIC 9(4).
       77  WSS-Mes              PIC 9(2).
       77  WSS-ProdutosAberto   PIC X(01) VALUE "N".
       77  WSS-CustoProd        PIC 9(5)V99.
       77  WSS-CategoriaProd    PIC X(01).

      * Tipos do diario: 1 E, 2 S, 3 A, 4 C, 5 D, 6 X, 7 demais.
       77  WSS-IndTipo          PIC 9(1).
       77  WSS-IndProd          PIC 9(4).
       77  WSS-QtdProdutos      PIC 9(4) VALUE ZEROS.
       77  WSS-AchouProduto     PIC X(01).
       01  TABELA-PRODUTOS.
           05  PRODUTO-FECHAMENTO OCCURS 3000 TIMES.
               10  rf-produto        PIC 9(5).
               10  rf-saldoatual     PIC S9(7).
               10  rf-posterior      PIC S9(7).
               10  rf-qtdtipo        PIC S9(7) OCCURS 7 TIMES.

       77  WSS-IndCat           PIC 9(2).
       77  WSS-QtdCategorias    PIC 9(2) VALUE ZEROS.
       77  WSS-AchouCategoria   PIC X(01).
       01  TABELA-CATEGORIAS.
           05  CATEGORIA-FECHAMENTO OCCURS 20 TIMES.
               10  cf-categoria      PIC X(01).
               10  cf-valabertura    PIC S9(11)V99.
               10  cf-valtipo        PIC S9(11)V99 OCCURS 7 TIMES.
               10  cf-reavaliacao    PIC S9(11)V99.
               10  cf-valfechamento  PIC S9(11)V99.

       77  WSS-QtdAbertura      PIC S9(7).
       77  WSS-ValAbertura      PIC S9(9)V99.
       77  WSS-AberturaGravada  PIC X(01).
       77  WSS-QtdMovimentos    PIC S9(7).
       77  WSS-ValMovimentos    PIC S9(9)V99.
       77  WSS-ValTipo          PIC S9(9)V99.
       77  WSS-QtdCalculada     PIC S9(7).
       77  WSS-QtdEstoque       PIC S9(7).
       77  WSS-QtdDiferenca     PIC S9(7).
       77  WSS-ValFechamento    PIC S9(9)V99.
       77  WSS-Reavaliacao      PIC S9(9)V99.
       77  WSS-Situacao         PIC X(08).

       77  WSS-TotValAbertura   PIC S9(11)V99 VALUE ZEROS.
       77  WSS-TotValMovim      PIC S9(11)V99 VALUE ZEROS.
       77  WSS-TotReavaliacao   PIC S9(11)V99 VALUE ZEROS.
       77  WSS-TotValFecham     PIC S9(11)V99 VALUE ZEROS.
       77  WSS-QtdDivergentes   PIC 9(5) VALUE ZEROS.
       77  WSS-QtdApuradas      PIC 9(5) VALUE ZEROS.

       77  WSS-QtdEd            PIC -(6)9.
       77  WSS-Qtd2Ed           PIC -(6)9.
       77  WSS-Qtd3Ed           PIC -(6)9.
       77  WSS-Qtd4Ed           PIC -(6)9.
       77  WSS-Qtd5Ed           PIC -(6)9.
       77  WSS-Qtd6Ed           PIC -(6)9.
       77  WSS-Qtd7Ed           PIC -(6)9.
       77  WSS-ValorEd          PIC -,---,---,--9.99.
       77  WSS-Valor2Ed         PIC -,---,---,--9.99.
       77  WSS-Valor3Ed         PIC -,---,---,--9.99.
       77  WSS-Valor4Ed         PIC -,---,---,--9.99.

       77  WSS-ImpComando       PIC X(01).
       77  WSS-ImpTexto         PIC X(80).
       77  WSS-ImpColunas       PIC X(80).

       PROCEDURE DIVISION.
       Inicio.
           MOVE "I" TO WSS-LogEvento
           CALL "GRAVALOG" USING WSS-LogPrograma WSS-LogEvento
                WSS-LogLidos WSS-LogGravados WSS-LogRejeitados
                WSS-LogRetorno

           ACCEPT WSS-DataHoje FROM DATE YYYYMMDD
           DISPLAY "Competencia do fechamento (AAAAMM): "
           ACCEPT WSS-Competencia
           MOVE WSS-Competencia (1:4) TO WSS-Ano
           MOVE WSS-Competencia (5:2) TO WSS-Mes
           IF WSS-Mes < 1 OR WSS-Mes > 12
               DISPLAY "Competencia invalida."
               MOVE "ER" TO WSS-LogRetorno
               GO TO GravarFimLog
           END-IF
           PERFORM CalcularPeriodo

           OPEN INPUT ESTOQUE-FILE
           IF WSS-FS-ESTOQUE = "35"
               DISPLAY "Arquivo ESTOQUE nao encontrado."
               MOVE "ER" TO WSS-LogRetorno
               GO TO GravarFimLog
           END-IF
           PERFORM CarregarSaldos
           CLOSE ESTOQUE-FILE

           OPEN INPUT MOVESTQ-FILE
           IF WSS-FS-MOVESTQ = "35"
               DISPLAY "Diario MOVESTOQUE nao encontrado. Sem "
                       "movimentos no mes."
           ELSE
               PERFORM CarregarMovimentos
               CLOSE MOVESTQ-FILE
           END-IF

           OPEN INPUT PRODUTOS-FILE
           IF WSS-FS-PRODUTOS = "00"
               MOVE "S" TO WSS-ProdutosAberto
           END-IF
           OPEN I-O FECHEST-FILE
           IF WSS-FS-FECHEST = "35"
               OPEN OUTPUT FECHEST-FILE
               CLOSE FECHEST-FILE
               OPEN I-O FECHEST-FILE
           END-IF
           IF WSS-FS-FECHEST NOT = "00"
               DISPLAY "Arquivo FECHESTOQUE indisponivel. Status: "
                       WSS-FS-FECHEST
               MOVE "ER" TO WSS-LogRetorno
               IF WSS-ProdutosAberto = "S"
                   CLOSE PRODUTOS-FILE
               END-IF
               GO TO GravarFimLog
           END-IF

           MOVE "P" TO WSS-ImpComando
           MOVE "EXERC-35-FEC" TO WSS-ImpTexto
           CALL "IMPRIME" USING WSS-ImpComando WSS-ImpTexto
                WSS-ImpColunas
           MOVE "A" TO WSS-ImpComando
           MOVE SPACES TO WSS-ImpTexto
           STRING "FECHAMENTO E VALORIZACAO DO ESTOQUE - COMPETENCIA "
                  WSS-Competencia
                  DELIMITED BY SIZE INTO WSS-ImpTexto
           END-STRING
           MOVE "PROD  C ABERTURA ENTRADA SAIDAS AJUSTES DEVOL OUTROS"
                TO WSS-ImpColunas
           CALL "IMPRIME" USING WSS-ImpComando WSS-ImpTexto
                WSS-ImpColunas

           DISPLAY "------ FECHAMENTO DE ESTOQUE " WSS-Competencia
                   " (" WSS-DataInicial " a " WSS-DataFinal ") ------"
           PERFORM VARYING WSS-IndProd FROM 1 BY 1
                   UNTIL WSS-IndProd > WSS-QtdProdutos
               PERFORM FecharProduto
           END-PERFORM

           CLOSE FECHEST-FILE
           IF WSS-ProdutosAberto = "S"
               CLOSE PRODUTOS-FILE
           END-IF

           PERFORM ListarCategorias
           PERFORM ListarTotais
           MOVE WSS-QtdDivergentes TO WSS-LogRejeitados
           IF WSS-QtdDivergentes > ZEROS
               MOVE "ER" TO WSS-LogRetorno
           END-IF.

       GravarFimLog.
           MOVE "F" TO WSS-LogEvento
           CALL "GRAVALOG" USING WSS-LogPrograma WSS-LogEvento
                WSS-LogLidos WSS-LogGravados WSS-LogRejeitados
                WSS-LogRetorno.

       Encerramento.
           DISPLAY SPACE
           display "Obrigado volte sempre!!! "
           DISPLAY SPACE

           ACCEPT OMITTED.
           EXIT PROGRAM.
           STOP RUN.

      * Primeiro e ultimo dia da competencia e a competencia
      * anterior, de onde vem a abertura.
       CalcularPeriodo.
           COMPUTE WSS-DataInicial = WSS-Ano * 10000 + WSS-Mes * 100
                   + 1
           IF WSS-Mes = 12
               COMPUTE WSS-DataProxMes = (WSS-Ano + 1) * 10000
                       + 101
           ELSE
               COMPUTE WSS-DataProxMes = WSS-Ano * 10000
                       + (WSS-Mes + 1) * 100 + 1
           END-IF
           COMPUTE WSS-DataFinal = FUNCTION DATE-OF-INTEGER
                   (FUNCTION INTEGER-OF-DATE (WSS-DataProxMes) - 1)
           IF WSS-Mes = 1
               COMPUTE WSS-CompAnterior = (WSS-Ano - 1) * 100 + 12
           ELSE
               COMPUTE WSS-CompAnterior = WSS-Competencia - 1
           END-IF.

      * O saldo do produto e a soma dos saldos de todas as lojas.
       CarregarSaldos.
           MOVE LOW-VALUES TO EST-CHAVE
           START ESTOQUE-FILE KEY NOT < EST-CHAVE
               INVALID KEY SET WSS-NAO-HA-MAIS-ESTOQUE TO TRUE
           END-START
           PERFORM UNTIL WSS-NAO-HA-MAIS-ESTOQUE
               READ ESTOQUE-FILE NEXT RECORD
                   AT END SET WSS-NAO-HA-MAIS-ESTOQUE TO TRUE
                   NOT AT END
                       PERFORM SomarSaldoLoja
               END-READ
           END-PERFORM.

       SomarSaldoLoja.
           MOVE "N" TO WSS-AchouProduto
           PERFORM VARYING WSS-IndProd FROM 1 BY 1
                   UNTIL WSS-IndProd > WSS-QtdProdutos
                      OR WSS-AchouProduto = "S"
               IF rf-produto (WSS-IndProd) = EST-CODIGO
                   MOVE "S" TO WSS-AchouProduto
                   SUBTRACT 1 FROM WSS-IndProd
               END-IF
           END-PERFORM
           IF WSS-AchouProduto = "N"
               IF WSS-QtdProdutos < 3000
                   ADD 1 TO WSS-QtdProdutos
                   MOVE WSS-QtdProdutos TO WSS-IndProd
                   INITIALIZE PRODUTO-FECHAMENTO (WSS-IndProd)
                   MOVE EST-CODIGO TO rf-produto (WSS-IndProd)
                   MOVE "S" TO WSS-AchouProduto
               ELSE
                   DISPLAY "Limite de 3000 produtos atingido. "
                           "Produto " EST-CODIGO " loja " EST-LOJA
                           " fora do fechamento."
                   ADD 1 TO WSS-LogRejeitados
               END-IF
           END-IF
           IF WSS-AchouProduto = "S"
               ADD EST-QTDATUAL TO rf-saldoatual (WSS-IndProd)
           END-IF.

      * Movimento do mes entra no seu tipo; movimento posterior ao
      * mes e descontado do saldo atual para chegar ao saldo da
      * data do fechamento.
       CarregarMovimentos.
           READ MOVESTQ-FILE
               AT END SET WSS-NAO-HA-MAIS-MOVIMENTOS TO TRUE
           END-READ
           PERFORM UNTIL WSS-NAO-HA-MAIS-MOVIMENTOS
               ADD 1 TO WSS-LogLidos
               IF MOV-DATA NOT < WSS-DataInicial
                   PERFORM LocalizarProdutoMov
                   IF WSS-AchouProduto = "S"
                       PERFORM AcumularMovimento
                   END-IF
               END-IF
               READ MOVESTQ-FILE
                   AT END SET WSS-NAO-HA-MAIS-MOVIMENTOS TO TRUE
               END-READ
           END-PERFORM.

       LocalizarProdutoMov.
           MOVE "N" TO WSS-AchouProduto
           PERFORM VARYING WSS-IndProd FROM 1 BY 1
                   UNTIL WSS-IndProd > WSS-QtdProdutos
                      OR WSS-AchouProduto = "S"
               IF rf-produto (WSS-IndProd) = MOV-PRODUTO
                   MOVE "S" TO WSS-AchouProduto
                   SUBTRACT 1 FROM WSS-IndProd
               END-IF
           END-PERFORM
           IF WSS-AchouProduto = "N"
               IF WSS-QtdProdutos < 3000
                   ADD 1 TO WSS-QtdProdutos
                   MOVE WSS-QtdProdutos TO WSS-IndProd
                   INITIALIZE PRODUTO-FECHAMENTO (WSS-IndProd)
                   MOVE MOV-PRODUTO TO rf-produto (WSS-IndProd)
                   MOVE "S" TO WSS-AchouProduto
               END-IF
           END-IF.

       AcumularMovimento.
           IF MOV-DATA > WSS-DataFinal
               ADD MOV-QTD TO rf-posterior (WSS-IndProd)
           ELSE
               EVALUATE MOV-TIPO
                   WHEN "E"
                       MOVE 1 TO WSS-IndTipo
                   WHEN "S"
                       MOVE 2 TO WSS-IndTipo
                   WHEN "A"
                       MOVE 3 TO WSS-IndTipo
                   WHEN "C"
                       MOVE 4 TO WSS-IndTipo
                   WHEN "D"
                       MOVE 5 TO WSS-IndTipo
                   WHEN "X"
                       MOVE 6 TO WSS-IndTipo
                   WHEN OTHER
                       MOVE 7 TO WSS-IndTipo
               END-EVALUATE
               ADD MOV-QTD TO rf-qtdtipo (WSS-IndProd, WSS-IndTipo)
           END-IF.

      * Passagem do produto: abertura + movimentos do mes contra
      * o saldo de ESTOQUE na data; grava o fechamento do mes.
       FecharProduto.
           PERFORM BuscarProduto
           PERFORM BuscarAbertura

           MOVE ZEROS TO WSS-QtdMovimentos WSS-ValMovimentos
           PERFORM VARYING WSS-IndTipo FROM 1 BY 1
                   UNTIL WSS-IndTipo > 7
               ADD rf-qtdtipo (WSS-IndProd, WSS-IndTipo)
                   TO WSS-QtdMovimentos
           END-PERFORM
           COMPUTE WSS-QtdEstoque = rf-saldoatual (WSS-IndProd)
                   - rf-posterior (WSS-IndProd)
           MOVE "OK" TO WSS-Situacao
           IF WSS-AberturaGravada = "N"
               COMPUTE WSS-QtdAbertura =
                       WSS-QtdEstoque - WSS-QtdMovimentos
               COMPUTE WSS-ValAbertura =
                       WSS-QtdAbertura * WSS-CustoProd
               MOVE "APURADA" TO WSS-Situacao
               ADD 1 TO WSS-QtdApuradas
           END-IF
           COMPUTE WSS-QtdCalculada =
                   WSS-QtdAbertura + WSS-QtdMovimentos
           COMPUTE WSS-QtdDiferenca =
                   WSS-QtdEstoque - WSS-QtdCalculada
           IF WSS-QtdDiferenca NOT = ZEROS
               MOVE "DIVERGE" TO WSS-Situacao
               ADD 1 TO WSS-QtdDivergentes
           END-IF

           PERFORM LocalizarCategoria
           ADD WSS-ValAbertura TO cf-valabertura (WSS-IndCat)
           PERFORM VARYING WSS-IndTipo FROM 1 BY 1
                   UNTIL WSS-IndTipo > 7
               COMPUTE WSS-ValTipo =
                       rf-qtdtipo (WSS-IndProd, WSS-IndTipo)
                       * WSS-CustoProd
               ADD WSS-ValTipo TO WSS-ValMovimentos
               ADD WSS-ValTipo TO cf-valtipo (WSS-IndCat, WSS-IndTipo)
           END-PERFORM
           COMPUTE WSS-ValFechamento = WSS-QtdEstoque * WSS-CustoProd
           COMPUTE WSS-Reavaliacao = WSS-ValFechamento
                   - WSS-ValAbertura - WSS-ValMovimentos
           ADD WSS-Reavaliacao TO cf-reavaliacao (WSS-IndCat)
           ADD WSS-ValFechamento TO cf-valfechamento (WSS-IndCat)
           ADD WSS-ValAbertura TO WSS-TotValAbertura
           ADD WSS-ValMovimentos TO WSS-TotValMovim
           ADD WSS-Reavaliacao TO WSS-TotReavaliacao
           ADD WSS-ValFechamento TO WSS-TotValFecham

           PERFORM ListarProduto
           PERFORM GravarFechamento.

       BuscarProduto.
           MOVE ZEROS TO WSS-CustoProd
           MOVE SPACE TO WSS-CategoriaProd
           IF WSS-ProdutosAberto = "S"
               MOVE rf-produto (WSS-IndProd) TO REG-PRODUTO-CODIGO
               READ PRODUTOS-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE REG-PRODUTO-CUSTO TO WSS-CustoProd
                       MOVE REG-PRODUTO-CATEGORIA
                            TO WSS-CategoriaProd
               END-READ
           END-IF.

       BuscarAbertura.
           MOVE "N" TO WSS-AberturaGravada
           MOVE ZEROS TO WSS-QtdAbertura WSS-ValAbertura
           MOVE WSS-CompAnterior TO FEC-COMPETENCIA
           MOVE rf-produto (WSS-IndProd) TO FEC-PRODUTO
           READ FECHEST-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE "S" TO WSS-AberturaGravada
                   MOVE FEC-QTD TO WSS-QtdAbertura
                   MOVE FEC-VALOR TO WSS-ValAbertura
           END-READ.

       LocalizarCategoria.
           MOVE "N" TO WSS-AchouCategoria
           PERFORM VARYING WSS-IndCat FROM 1 BY 1
                   UNTIL WSS-IndCat > WSS-QtdCategorias
                      OR WSS-AchouCategoria = "S"
               IF cf-categoria (WSS-IndCat) = WSS-CategoriaProd
                   MOVE "S" TO WSS-AchouCategoria
                   SUBTRACT 1 FROM WSS-IndCat
               END-IF
           END-PERFORM
           IF WSS-AchouCategoria = "N"
               IF WSS-QtdCategorias < 20
                   ADD 1 TO WSS-QtdCategorias
               END-IF
               MOVE WSS-QtdCategorias TO WSS-IndCat
               IF cf-categoria (WSS-IndCat) NOT = WSS-CategoriaProd
                   INITIALIZE CATEGORIA-FECHAMENTO (WSS-IndCat)
                   MOVE WSS-CategoriaProd
                        TO cf-categoria (WSS-IndCat)
               END-IF
           END-IF.

       ListarProduto.
           MOVE WSS-QtdAbertura TO WSS-QtdEd
           MOVE rf-qtdtipo (WSS-IndProd, 1) TO WSS-Qtd2Ed
           MOVE rf-qtdtipo (WSS-IndProd, 2) TO WSS-Qtd3Ed
           COMPUTE WSS-Qtd4Ed = rf-qtdtipo (WSS-IndProd, 3)
                   + rf-qtdtipo (WSS-IndProd, 4)
           MOVE rf-qtdtipo (WSS-IndProd, 5) TO WSS-Qtd5Ed
           COMPUTE WSS-Qtd6Ed = rf-qtdtipo (WSS-IndProd, 6)
                   + rf-qtdtipo (WSS-IndProd, 7)
           MOVE WSS-QtdEstoque TO WSS-Qtd7Ed
           MOVE WSS-ValAbertura TO WSS-ValorEd
           MOVE WSS-ValMovimentos TO WSS-Valor2Ed
           MOVE WSS-Reavaliacao TO WSS-Valor3Ed
           MOVE WSS-ValFechamento TO WSS-Valor4Ed
           DISPLAY WSS-Situacao " " rf-produto (WSS-IndProd)
                   " cat " WSS-CategoriaProd
                   " abertura " WSS-QtdEd " entradas " WSS-Qtd2Ed
                   " saidas " WSS-Qtd3Ed " ajustes " WSS-Qtd4Ed
                   " devolucoes " WSS-Qtd5Ed " outros " WSS-Qtd6Ed
                   " fechamento " WSS-Qtd7Ed
           DISPLAY "         valor abertura " WSS-ValorEd
                   " movimentos " WSS-Valor2Ed
                   " reavaliacao " WSS-Valor3Ed
                   " fechamento " WSS-Valor4Ed
           IF WSS-Situacao = "DIVERGE"
               MOVE WSS-QtdCalculada TO WSS-QtdEd
               MOVE WSS-QtdDiferenca TO WSS-Qtd2Ed
               DISPLAY "         *** calculado " WSS-QtdEd
                       " contra ESTOQUE " WSS-Qtd7Ed
                       " diferenca " WSS-Qtd2Ed " ***"
           END-IF

           MOVE "D" TO WSS-ImpComando
           MOVE SPACES TO WSS-ImpTexto
           STRING rf-produto (WSS-IndProd) " " WSS-CategoriaProd
                  WSS-QtdEd WSS-Qtd2Ed WSS-Qtd3Ed WSS-Qtd4Ed
                  WSS-Qtd5Ed WSS-Qtd6Ed WSS-Qtd7Ed " " WSS-Situacao
                  DELIMITED BY SIZE INTO WSS-ImpTexto
           END-STRING
           CALL "IMPRIME" USING WSS-ImpComando WSS-ImpTexto
                WSS-ImpColunas
           MOVE SPACES TO WSS-ImpTexto
           STRING "       VALOR AB " WSS-ValorEd " FECH " WSS-Valor4Ed
                  " REAV " WSS-Valor3Ed
                  DELIMITED BY SIZE INTO WSS-ImpTexto
           END-STRING
           CALL "IMPRIME" USING WSS-ImpComando WSS-ImpTexto
                WSS-ImpColunas.

      * Regravacao do mesmo mes substitui o fechamento anterior.
       GravarFechamento.
           MOVE WSS-Competencia TO FEC-COMPETENCIA
           MOVE rf-produto (WSS-IndProd) TO FEC-PRODUTO
           MOVE WSS-CategoriaProd TO FEC-CATEGORIA
           MOVE WSS-QtdEstoque TO FEC-QTD
           MOVE WSS-CustoProd TO FEC-CUSTO
           MOVE WSS-ValFechamento TO FEC-VALOR
           MOVE WSS-DataHoje TO FEC-DATA
           WRITE FECHEST-REG
               INVALID KEY
                   REWRITE FECHEST-REG
                       INVALID KEY
                           DISPLAY "Erro ao gravar fechamento do "
                                   "produto " FEC-PRODUTO
                                   ". Status: " WSS-FS-FECHEST
                           ADD 1 TO WSS-LogRejeitados
                       NOT INVALID KEY
                           ADD 1 TO WSS-LogGravados
                   END-REWRITE
               NOT INVALID KEY
                   ADD 1 TO WSS-LogGravados
           END-WRITE.

       ListarCategorias.
           DISPLAY SPACE
           DISPLAY "------ PASSAGEM POR CATEGORIA (VALORES) ------"
           MOVE "D" TO WSS-ImpComando
           MOVE "--- PASSAGEM POR CATEGORIA (VALORES) ---"
                TO WSS-ImpTexto
           CALL "IMPRIME" USING WSS-ImpComando WSS-ImpTexto
                WSS-ImpColunas
           PERFORM VARYING WSS-IndCat FROM 1 BY 1
                   UNTIL WSS-IndCat > WSS-QtdCategorias
               MOVE cf-valabertura (WSS-IndCat) TO WSS-ValorEd
               MOVE cf-valtipo (WSS-IndCat, 1) TO WSS-Valor2Ed
               MOVE cf-valtipo (WSS-IndCat, 2) TO WSS-Valor3Ed
               COMPUTE WSS-Valor4Ed = cf-valtipo (WSS-IndCat, 3)
                       + cf-valtipo (WSS-IndCat, 4)
               DISPLAY "Categoria " cf-categoria (WSS-IndCat)
                       " abertura " WSS-ValorEd
                       " compras " WSS-Valor2Ed
                       " custo vendas " WSS-Valor3Ed
                       " ajustes " WSS-Valor4Ed
               MOVE SPACES TO WSS-ImpTexto
               STRING "CAT " cf-categoria (WSS-IndCat)
                      " AB " WSS-ValorEd " E " WSS-Valor2Ed
                      " S " WSS-Valor3Ed
                      DELIMITED BY SIZE INTO WSS-ImpTexto
               END-STRING
               CALL "IMPRIME" USING WSS-ImpComando WSS-ImpTexto
                    WSS-ImpColunas
               COMPUTE WSS-ValorEd = cf-valtipo (WSS-IndCat, 5)
               COMPUTE WSS-Valor2Ed = cf-valtipo (WSS-IndCat, 6)
                       + cf-valtipo (WSS-IndCat, 7)
               MOVE SPACES TO WSS-ImpTexto
               STRING "      AJ " WSS-Valor4Ed " DV " WSS-ValorEd
                      " OU " WSS-Valor2Ed
                      DELIMITED BY SIZE INTO WSS-ImpTexto
               END-STRING
               CALL "IMPRIME" USING WSS-ImpComando WSS-ImpTexto
                    WSS-ImpColunas
               MOVE cf-reavaliacao (WSS-IndCat) TO WSS-Valor3Ed
               MOVE cf-valfechamento (WSS-IndCat) TO WSS-Valor4Ed
               DISPLAY "            devolucoes " WSS-ValorEd
                       " outros " WSS-Valor2Ed
                       " reavaliacao " WSS-Valor3Ed
                       " fechamento " WSS-Valor4Ed
               MOVE SPACES TO WSS-ImpTexto
               STRING "      RV " WSS-Valor3Ed " FECH " WSS-Valor4Ed
                      DELIMITED BY SIZE INTO WSS-ImpTexto
               END-STRING
               CALL "IMPRIME" USING WSS-ImpComando WSS-ImpTexto
                    WSS-ImpColunas
           END-PERFORM.

       ListarTotais.
           DISPLAY SPACE
           MOVE WSS-TotValAbertura TO WSS-ValorEd
           DISPLAY "Valor de abertura.........: " WSS-ValorEd
           MOVE WSS-TotValMovim TO WSS-ValorEd
           DISPLAY "Movimentos do mes.........: " WSS-ValorEd
           MOVE WSS-TotReavaliacao TO WSS-ValorEd
           DISPLAY "Reavaliacao de custo......: " WSS-ValorEd
           MOVE WSS-TotValFecham TO WSS-ValorEd
           DISPLAY "Valor de fechamento.......: " WSS-ValorEd
           DISPLAY "Produtos fechados.........: " WSS-QtdProdutos
           DISPLAY "Abertura apurada do saldo.: " WSS-QtdApuradas
           DISPLAY "Produtos com divergencia..: " WSS-QtdDivergentes

           MOVE "T" TO WSS-ImpComando
           MOVE SPACES TO WSS-ImpTexto
           MOVE WSS-TotValAbertura TO WSS-ValorEd
           MOVE WSS-TotValFecham TO WSS-Valor4Ed
           STRING "ABERTURA " WSS-ValorEd " FECHAMENTO " WSS-Valor4Ed
                  " DIVERG " WSS-QtdDivergentes
                  DELIMITED BY SIZE INTO WSS-ImpTexto
           END-STRING
           CALL "IMPRIME" USING WSS-ImpComando WSS-ImpTexto
                WSS-ImpColunas.
      *wrun32 exerc-35-fec
