
      * Controle de estoque do cadastro PRODUTOS: mantem o arquivo
      * indexado ESTOQUE (saldo atual, nivel minimo e data do ultimo
      * movimento por loja e codigo de produto), recebe movimentos
      * de entrada, saida e ajuste, e emite o relatorio de
      * reposicao dos produtos abaixo do minimo. Tudo na loja
      * informada na abertura; a mercadoria passa de uma loja para
      * outra pela transferencia (exerc-35-trf).

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           SELECT ESTOQUE-FILE ASSIGN TO "ESTOQUE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EST-CHAVE
               FILE STATUS IS WSS-FS-ESTOQUE.
           SELECT PRODUTOS-FILE ASSIGN TO "PRODUTOS"
               ORGANIZATION IS INDEXED
       77  WSS-FS-PRODUTOS      PIC X(02).
       77  WSS-Continuar        PIC X(01) VALUE "S".
       77  WSS-OpcaoMenu        PIC 9.
       77  WSS-Loja             PIC X(01).
       77  WSS-CodigoProduto    PIC 9(5).
       77  WSS-TipoMovimento    PIC X(01).
       77  WSS-QtdMovimento     PIC 9(5).
       77  WSS-OperadorValido   PIC X(01).
       77  WSS-MovTipo          PIC X(01).
       77  WSS-MovDelta         PIC S9(5).
       77  WSS-MovMotivo        PIC X(02) VALUE SPACES.
       77  WSS-FS-LOTES         PIC X(02).
       77  WSS-NumLote          PIC X(10).
       77  WSS-ValidadeLote     PIC 9(8).
               STOP RUN
           END-IF
           ACCEPT WSS-DataHoje FROM DATE YYYYMMDD
           DISPLAY "Codigo da loja (A/B/...): "
           ACCEPT WSS-Loja
           MOVE FUNCTION UPPER-CASE (WSS-Loja) TO WSS-Loja
           PERFORM UNTIL WSS-Loja >= "A" AND WSS-Loja <= "Z"
               DISPLAY "Loja invalida. Informe uma letra (A/B/...): "
               ACCEPT WSS-Loja
               MOVE FUNCTION UPPER-CASE (WSS-Loja) TO WSS-Loja
           END-PERFORM
           OPEN I-O ESTOQUE-FILE
           IF WSS-FS-ESTOQUE = "35"
               OPEN OUTPUT ESTOQUE-FILE
                WSS-TfsArquivo WSS-TfsOperacao WSS-FS-LOTES

           PERFORM UNTIL WSS-Continuar = "N"
                DISPLAY "--- Controle de estoque PRODUTOS - loja "
                        WSS-Loja " ---"
                DISPLAY "1. Incluir produto no estoque"
                DISPLAY "2. Movimentar estoque (E/S/A)"
                DISPLAY "3. Consultar saldo de um produto"
           IF WSS-AchouProduto = "N"
               DISPLAY "Produto nao existe no cadastro PRODUTOS."
           ELSE
               MOVE WSS-Loja TO EST-LOJA
               MOVE WSS-CodigoProduto TO EST-CODIGO
               READ ESTOQUE-FILE
                   INVALID KEY
                           NOT INVALID KEY
                               MOVE "E" TO WSS-MovTipo
                               MOVE EST-QTDATUAL TO WSS-MovDelta
                               CALL "GRAVAMOV" USING EST-LOJA
                                    EST-CODIGO WSS-MovTipo
                                    WSS-MovDelta EST-QTDATUAL
                                    WSS-Operador WSS-MovMotivo
                       END-WRITE
                   NOT INVALID KEY
                       DISPLAY "Produto ja possui saldo de estoque "
                               "na loja."
               END-READ
           END-IF.

       MovimentarEstoque.
           DISPLAY "Informe o codigo do produto: "
           ACCEPT WSS-CodigoProduto
           MOVE WSS-Loja TO EST-LOJA
           MOVE WSS-CodigoProduto TO EST-CODIGO
           READ ESTOQUE-FILE
               INVALID KEY
                           END-IF
                       WHEN "A"
                       WHEN "a"
                           DISPLAY "Quebra, furto, vencido ou consumo"
                                   " interno: use a baixa por perda "
                                   "(exerc-35-bxa)."
                           DISPLAY "Novo saldo apos contagem: "
                           ACCEPT WSS-QtdAjuste
                           MOVE "A" TO WSS-MovTipo
                   DISPLAY "Erro ao regravar estoque. Status: "
                           WSS-FS-ESTOQUE
               NOT INVALID KEY
                   CALL "GRAVAMOV" USING EST-LOJA EST-CODIGO
                        WSS-MovTipo WSS-MovDelta EST-QTDATUAL
                        WSS-Operador WSS-MovMotivo
                   MOVE EST-QTDATUAL TO WSS-SaldoEd
                   DISPLAY "Movimento gravado. Saldo atual: "
                           WSS-SaldoEd
                           "). Lote nao gravado; acerte pelo "
                           "movimento de ajuste."
               ELSE
                   MOVE WSS-Loja TO LOT-LOJA
                   MOVE WSS-CodigoProduto TO LOT-PRODUTO
                   MOVE WSS-ValidadeLote TO LOT-VALIDADE
                   MOVE WSS-NumLote TO LOT-LOTE
           END-IF.

      * Saida consome do lote de validade mais proxima para o mais
      * novo (a chave loja + produto + validade + lote ja ordena
      * assim).
       ConsumirLotes.
           MOVE WSS-QtdMovimento TO WSS-QtdAConsumir
           MOVE "N" TO WSS-fim-lotes
           MOVE WSS-Loja TO LOT-LOJA
           MOVE WSS-CodigoProduto TO LOT-PRODUTO
           MOVE ZEROS TO LOT-VALIDADE
           MOVE LOW-VALUES TO LOT-LOTE
               READ LOTES-FILE NEXT RECORD
                   AT END SET WSS-NAO-HA-MAIS-LOTES TO TRUE
                   NOT AT END
                       IF LOT-LOJA NOT = WSS-Loja
                          OR LOT-PRODUTO NOT = WSS-CodigoProduto
                           SET WSS-NAO-HA-MAIS-LOTES TO TRUE
                       ELSE
                           PERFORM BaixarLote
       ConsultarEstoque.
           DISPLAY "Informe o codigo do produto: "
           ACCEPT WSS-CodigoProduto
           MOVE WSS-Loja TO EST-LOJA
           MOVE WSS-CodigoProduto TO EST-CODIGO
           READ ESTOQUE-FILE
               INVALID KEY
                   DISPLAY "Produto sem saldo de estoque na loja."
               NOT INVALID KEY
                   PERFORM BuscarDescricao
                   MOVE EST-QTDATUAL TO WSS-SaldoEd
                   DISPLAY "Loja.......: " EST-LOJA
                   DISPLAY "Produto....: " EST-CODIGO " "
                           WSS-DescricaoProd
                   DISPLAY "Saldo atual: " WSS-SaldoEd
       RelatorioReposicao.
           MOVE ZEROS TO WSS-QtdAbaixoMinimo
           MOVE "N" TO WSS-fim-arquivo
           MOVE WSS-Loja TO EST-LOJA
           MOVE ZEROS TO EST-CODIGO
           START ESTOQUE-FILE KEY NOT < EST-CHAVE
               INVALID KEY SET WSS-NAO-HA-MAIS-REGISTROS TO TRUE
           END-START
           DISPLAY "------ RELATORIO DE REPOSICAO - LOJA " WSS-Loja
                   " ------"
           PERFORM UNTIL WSS-NAO-HA-MAIS-REGISTROS
               READ ESTOQUE-FILE NEXT RECORD
                   AT END SET WSS-NAO-HA-MAIS-REGISTROS TO TRUE
                   NOT AT END
                    IF (WSS-FS-ESTOQUE NOT = "00"
                       AND WSS-FS-ESTOQUE NOT = "02")
                       OR EST-LOJA NOT = WSS-Loja
                       SET WSS-NAO-HA-MAIS-REGISTROS TO TRUE
                    ELSE
                       IF EST-QTDATUAL < EST-QTDMINIMA
