               DISPLAY "Nenhum dado encontrado em PESSOAS."
           ELSE
               OPEN OUTPUT RELATORIO-FILE
               MOVE "P" TO WSS-ImpComando
               MOVE "EXERC-16-REL" TO WSS-ImpTexto
               CALL "IMPRIME" USING WSS-ImpComando WSS-ImpTexto
                    WSS-ImpColunas
               MOVE "A" TO WSS-ImpComando
               MOVE "PACOTE DEMOGRAFICO CONSOLIDADO"
                    TO WSS-ImpTexto
