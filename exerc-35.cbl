           END-IF

           IF WSS-PontoRetomada = 0
               MOVE "P" TO WSS-ImpComando
               MOVE "EXERC-35" TO WSS-ImpTexto
               CALL "IMPRIME" USING WSS-ImpComando WSS-ImpTexto
                    WSS-ImpColunas
               MOVE "A" TO WSS-ImpComando
               MOVE "TABELA DE PRECOS REAJUSTADOS" TO WSS-ImpTexto
               MOVE "CODIGO / DESCRICAO / CUSTO / NOVO PRECO"
           MOVE REG-PRODUTO-CUSTO TO PHI-CUSTO
           MOVE NovoPrecoComAumento TO PHI-PRECONOVO
           MOVE PercentualAplicado TO PHI-PERCENTUAL
           MOVE "R" TO PHI-ORIGEM
           MOVE ZEROS TO PHI-CUSTOANT
           MOVE ZEROS TO PHI-PRECOCOMPRA
           WRITE PRECHIST-REG.

       CarregarCategorias.
               END-READ
               PERFORM UNTIL WSS-NAO-HA-MAIS-CATEGORIAS
                   IF CAT-VIGENCIA NOT > WSS-DataHoje
                      AND CAT-APROVADA
                       PERFORM GuardarCategoria
                   END-IF
                   READ CATEG-FILE
