               GO TO Encerramento
           END-IF

           MOVE "P" TO WSS-ImpComando
           MOVE "EXERC-29-AVI" TO WSS-ImpTexto
           CALL "IMPRIME" USING WSS-ImpComando WSS-ImpTexto
                WSS-ImpColunas
           MOVE "A" TO WSS-ImpComando
           MOVE "CARTAS DE AVISO AOS RESPONSAVEIS" TO WSS-ImpTexto
           MOVE "ALUNO / DISCIPLINAS EM RISCO / FREQUENCIA"
