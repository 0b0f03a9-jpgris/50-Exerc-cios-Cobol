      * PRECOHIST gravado a cada rodada de reajuste do exerc-35:
      * trajetoria completa de um produto e ranking dos produtos
      * com maior aumento acumulado em um periodo escolhido.
      * As mudancas de custo medio do recebimento de mercadoria
      * (exerc-35-rcb) aparecem na trajetoria e ficam fora do
      * ranking de aumentos de preco.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       77  WSS-VariacaoEd       PIC -(4)9.99.
       77  WSS-PrecoEd          PIC zzzz9.99.
       77  WSS-CustoEd          PIC zzzz9.99.
       77  WSS-CompraEd         PIC zzzz9.99.

       77  WSS-IndProd          PIC 9(3).
       77  WSS-IndOrd           PIC 9(3).
               END-READ
               PERFORM UNTIL WSS-NAO-HA-MAIS-HISTORICO
                   IF PHI-CODIGO = WSS-CodigoProcurado
                       IF PHI-CUSTO-COMPRA
                           PERFORM MostrarLinhaCusto
                       ELSE
                           PERFORM MostrarLinhaTrajetoria
                       END-IF
                   END-IF
                   READ HISTORICO-FILE
                       AT END SET WSS-NAO-HA-MAIS-HISTORICO TO TRUE
           MOVE PHI-PRECONOVO TO WSS-PrecoAnterior
           ADD 1 TO WSS-QtdLinhas.

       MostrarLinhaCusto.
           MOVE PHI-CUSTOANT TO WSS-CustoEd
           MOVE PHI-CUSTO TO WSS-PrecoEd
           MOVE PHI-PRECOCOMPRA TO WSS-CompraEd
           DISPLAY PHI-DATA " custo medio: " WSS-CustoEd
                   " para " WSS-PrecoEd
                   " (compra a " WSS-CompraEd ")".

       MaioresAumentos.
           DISPLAY "Data inicial do periodo (AAAAMMDD): "
           ACCEPT WSS-DataInicial
               PERFORM UNTIL WSS-NAO-HA-MAIS-HISTORICO
                   IF PHI-DATA NOT < WSS-DataInicial
                      AND PHI-DATA NOT > WSS-DataFinal
                      AND PHI-REAJUSTE
                       PERFORM AcumulaEvolucao
                   END-IF
                   READ HISTORICO-FILE
