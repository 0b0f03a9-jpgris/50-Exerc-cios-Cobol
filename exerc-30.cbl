                   NOT INVALID KEY
                       IF NOT REG-ALUNO-ATIVO
                           MOVE "N" TO WSS-MatriculaOk
                           EVALUATE TRUE
                               WHEN REG-ALUNO-TRANSFERIDO
                                   MOVE "TRANSFERIDO"
                                        TO WSS-MotivoRecusa
                               WHEN REG-ALUNO-CONCLUINTE
                                   MOVE "CONCLUINTE"
                                        TO WSS-MotivoRecusa
                               WHEN OTHER
                                   MOVE "DESISTENTE"
                                        TO WSS-MotivoRecusa
                           END-EVALUATE
                       END-IF
               END-READ
               CLOSE ALUNOS-FILE
