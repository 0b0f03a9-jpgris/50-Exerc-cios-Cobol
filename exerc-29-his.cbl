           DISPLAY "Digite a opcao desejada:"
           ACCEPT WSS-OpcaoMenu

           MOVE "P" TO WSS-ImpComando
           MOVE "EXERC-29-HIS" TO WSS-ImpTexto
           CALL "IMPRIME" USING WSS-ImpComando WSS-ImpTexto
                WSS-ImpColunas
           MOVE "A" TO WSS-ImpComando
           MOVE "ESCOLA MUNICIPAL - HISTORICO ESCOLAR"
                TO WSS-ImpTexto
