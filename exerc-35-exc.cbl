       IDENTIFICATION DIVISION.
       PROGRAM-ID. Exerc-35-Exc.
       AUTHOR. JOAO_PAULO.

      * Relatorio de excecoes de baixa de estoque: lista os itens
      * vendidos pelo recibo (Exerc-7) que nao sairam do saldo de
      * ESTOQUE - produto sem registro de saldo (SE) ou venda
      * maior que o saldo, que o deixaria negativo (SN) - gravados
      * em ESTOQUEEXC, num periodo informado, com a descricao do
      * cadastro PRODUTOS e o saldo atual na loja do caixa que
      * vendeu. O acerto e feito no
      * exerc-35-est (inclusao do produto ou ajuste) antes da
      * reposicao e do inventario. A copia de papel sai pelo
      * spool IMPRESSAO.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ESTEXC-FILE ASSIGN TO "ESTOQUEEXC"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WSS-FS-ESTEXC.
           SELECT PRODUTOS-FILE ASSIGN TO "PRODUTOS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS REG-PRODUTO-CODIGO
               FILE STATUS IS WSS-FS-PRODUTOS.
           SELECT ESTOQUE-FILE ASSIGN TO "ESTOQUE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EST-CHAVE
               FILE STATUS IS WSS-FS-ESTOQUE.

       DATA DIVISION.
       FILE SECTION.
       FD  ESTEXC-FILE.
           COPY "ESTEXC.CPY".

       FD  PRODUTOS-FILE.
           COPY "PRODUTO.CPY".

       FD  ESTOQUE-FILE.
           COPY "ESTOQUE.CPY".

       WORKING-STORAGE SECTION.
       77  WSS-FS-ESTEXC        PIC X(02).
       77  WSS-FS-PRODUTOS      PIC X(02).
       77  WSS-FS-ESTOQUE       PIC X(02).
       77  WSS-fim-excecoes     PIC X(01) VALUE "N".
           88 WSS-NAO-HA-MAIS-EXCECOES  VALUE "S".
       77  WSS-DataInicial      PIC 9(8).
       77  WSS-DataFinal        PIC 9(8).
       77  WSS-DescricaoProd    PIC X(20).
       77  WSS-SaldoAtual       PIC S9(5).
       77  WSS-SaldoAtualEd     PIC -(4)9.
       77  WSS-SaldoVendaEd     PIC -(4)9.
       77  WSS-QtdSemEstoque    PIC 9(5) VALUE ZEROS.
       77  WSS-QtdSaldoNeg      PIC 9(5) VALUE ZEROS.
       77  WSS-UnidSemEstoque   PIC 9(7) VALUE ZEROS.
       77  WSS-UnidSaldoNeg     PIC 9(7) VALUE ZEROS.
       77  WSS-ProdutosAberto   PIC X(01) VALUE "N".
       77  WSS-EstoqueAberto    PIC X(01) VALUE "N".
       77  WSS-ImpComando       PIC X(01).
       77  WSS-ImpTexto         PIC X(80).
       77  WSS-ImpColunas       PIC X(80).

       PROCEDURE DIVISION.
       Inicio.
           DISPLAY "Data inicial (AAAAMMDD, zero = desde o inicio): "
           ACCEPT WSS-DataInicial
           DISPLAY "Data final (AAAAMMDD, zero = ate hoje): "
           ACCEPT WSS-DataFinal
           IF WSS-DataFinal = ZEROS
               MOVE 99999999 TO WSS-DataFinal
           END-IF

           OPEN INPUT ESTEXC-FILE
           IF WSS-FS-ESTEXC = "35"
               DISPLAY "Arquivo ESTOQUEEXC nao encontrado. Nenhuma "
                       "excecao de baixa registrada pelo recibo."
               GO TO Encerramento
           END-IF

           OPEN INPUT PRODUTOS-FILE
           IF WSS-FS-PRODUTOS = "00"
               MOVE "S" TO WSS-ProdutosAberto
           END-IF
           OPEN INPUT ESTOQUE-FILE
           IF WSS-FS-ESTOQUE = "00"
               MOVE "S" TO WSS-EstoqueAberto
           END-IF

           MOVE "P" TO WSS-ImpComando
           MOVE "EXERC-35-EXC" TO WSS-ImpTexto
           CALL "IMPRIME" USING WSS-ImpComando WSS-ImpTexto
                WSS-ImpColunas
           MOVE "A" TO WSS-ImpComando
           MOVE "EXCECOES DE BAIXA DE ESTOQUE DAS VENDAS"
                TO WSS-ImpTexto
           MOVE "MT L DATA RECIBO PRODUTO DESCRICAO QTD SALDO-VEND/HOJE"
                TO WSS-ImpColunas
           CALL "IMPRIME" USING WSS-ImpComando WSS-ImpTexto
                WSS-ImpColunas

           DISPLAY "------ EXCECOES DE BAIXA DE ESTOQUE ------"
           READ ESTEXC-FILE
               AT END SET WSS-NAO-HA-MAIS-EXCECOES TO TRUE
           END-READ
           PERFORM UNTIL WSS-NAO-HA-MAIS-EXCECOES
               IF EXE-DATA NOT < WSS-DataInicial
                  AND EXE-DATA NOT > WSS-DataFinal
                   PERFORM ListarExcecao
               END-IF
               READ ESTEXC-FILE
                   AT END SET WSS-NAO-HA-MAIS-EXCECOES TO TRUE
               END-READ
           END-PERFORM
           CLOSE ESTEXC-FILE
           IF WSS-ProdutosAberto = "S"
               CLOSE PRODUTOS-FILE
           END-IF
           IF WSS-EstoqueAberto = "S"
               CLOSE ESTOQUE-FILE
           END-IF

           DISPLAY SPACE
           DISPLAY "Sem registro de saldo (SE): " WSS-QtdSemEstoque
                   " item(ns), " WSS-UnidSemEstoque " unidades"
           DISPLAY "Saldo insuficiente (SN)...: " WSS-QtdSaldoNeg
                   " item(ns), " WSS-UnidSaldoNeg " unidades"
           IF WSS-QtdSemEstoque + WSS-QtdSaldoNeg > 0
               DISPLAY "Acerte os saldos no exerc-35-est (inclusao "
                       "ou ajuste) antes da reposicao."
           END-IF

           MOVE "T" TO WSS-ImpComando
           MOVE SPACES TO WSS-ImpTexto
           STRING "SE: " WSS-QtdSemEstoque " ITENS  SN: "
                  WSS-QtdSaldoNeg " ITENS"
                  DELIMITED BY SIZE INTO WSS-ImpTexto
           END-STRING
           CALL "IMPRIME" USING WSS-ImpComando WSS-ImpTexto
                WSS-ImpColunas.

       Encerramento.
           DISPLAY SPACE
           display "Obrigado volte sempre!!! "
           DISPLAY SPACE

           ACCEPT OMITTED.
           EXIT PROGRAM.
           STOP RUN.

       ListarExcecao.
           PERFORM BuscarProdutoSaldo
           IF EXE-SEM-ESTOQUE
               ADD 1 TO WSS-QtdSemEstoque
               ADD EXE-QTD TO WSS-UnidSemEstoque
           ELSE
               ADD 1 TO WSS-QtdSaldoNeg
               ADD EXE-QTD TO WSS-UnidSaldoNeg
           END-IF
           MOVE EXE-SALDO TO WSS-SaldoVendaEd
           MOVE WSS-SaldoAtual TO WSS-SaldoAtualEd
           DISPLAY EXE-MOTIVO " loja " EXE-LOJA " " EXE-DATA
                   " recibo " EXE-RECIBO
                   " produto " EXE-PRODUTO " " WSS-DescricaoProd
                   " qtd " EXE-QTD " saldo na venda "
                   WSS-SaldoVendaEd " saldo hoje " WSS-SaldoAtualEd

           MOVE "D" TO WSS-ImpComando
           MOVE SPACES TO WSS-ImpTexto
           STRING EXE-MOTIVO " " EXE-LOJA " " EXE-DATA " "
                  EXE-RECIBO " "
                  EXE-PRODUTO "   " WSS-DescricaoProd " "
                  EXE-QTD " " WSS-SaldoVendaEd "       "
                  WSS-SaldoAtualEd
                  DELIMITED BY SIZE INTO WSS-ImpTexto
           END-STRING
           CALL "IMPRIME" USING WSS-ImpComando WSS-ImpTexto
                WSS-ImpColunas.

       BuscarProdutoSaldo.
           MOVE "*** SEM CADASTRO ***" TO WSS-DescricaoProd
           MOVE ZEROS TO WSS-SaldoAtual
           IF WSS-ProdutosAberto = "S"
               MOVE EXE-PRODUTO TO REG-PRODUTO-CODIGO
               READ PRODUTOS-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE REG-PRODUTO-DESCRICAO
                            TO WSS-DescricaoProd
               END-READ
           END-IF
           IF WSS-EstoqueAberto = "S"
               MOVE EXE-LOJA TO EST-LOJA
               MOVE EXE-PRODUTO TO EST-CODIGO
               READ ESTOQUE-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE EST-QTDATUAL TO WSS-SaldoAtual
               END-READ
           END-IF.
      *wrun32 exerc-35-exc
