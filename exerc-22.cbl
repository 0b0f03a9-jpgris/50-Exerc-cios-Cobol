       01  GerarQuadro     PIC X(1).
       01  QtdParcelAmort  PIC 99.
       01  TaxaMensal      PIC 99V99.
       01  ValorFinanciado PIC 9(7)V99.
       01  Prestacao       PIC 9(7)V99.
       01  SaldoDevedor    PIC S9(7)V99.
            DISPLAY " "

            OPEN OUTPUT FINANCIAMENTO-FILE
           MOVE "P" TO WSS-ImpComando
           MOVE "EXERC-22" TO WSS-ImpTexto
           CALL "IMPRIME" USING WSS-ImpComando WSS-ImpTexto
                WSS-ImpColunas
           MOVE "A" TO WSS-ImpComando
           MOVE "TABELA DE FINANCIAMENTO" TO WSS-ImpTexto
           MOVE "PARCELAS / PRECO FINAL / VALOR DA PARCELA"
                   VlrCar - (VlrCar * PercEntrada / 100)
           PERFORM CalcularPrestacao

           MOVE "P" TO WSS-ImpComando
           MOVE "EXERC-22" TO WSS-ImpTexto
           CALL "IMPRIME" USING WSS-ImpComando WSS-ImpTexto
                WSS-ImpColunas
           MOVE "A" TO WSS-ImpComando
           MOVE "QUADRO DE AMORTIZACAO (PRICE)" TO WSS-ImpTexto
           MOVE "PARCELA / JUROS / AMORTIZACAO / SALDO DEVEDOR"
           CALL "IMPRIME" USING WSS-ImpComando WSS-ImpTexto
                WSS-ImpColunas.

      * A prestacao sai do servico CALCPRICE, o mesmo que calcula
      * as parcelas da venda parcelada no recibo (Exerc-7).
       CalcularPrestacao.
           CALL "CALCPRICE" USING ValorFinanciado QtdParcelAmort
                                  TaxaMensal Prestacao.

      * Comparativo entre os percentuais de entrada que a loja
      * costuma oferecer, para o mesmo prazo e a mesma taxa.
