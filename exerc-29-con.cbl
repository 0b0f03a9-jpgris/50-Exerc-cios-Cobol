      * cadastro inteiro - dados do aluno, situacao de matricula,
      * turma e AULAS, as notas lancadas em NOTAS por disciplina
      * e bimestre com a media, e o resumo de presencas, abonos
      * e faltas de PRESENCAS, tudo numa tela so. Mostra tambem
      * as mensalidades vencidas em aberto (servico INADIMPL) e
      * destaca o aluno inadimplente, que fica fora da
      * rematricula do ano seguinte.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       77  WSS-QtdPresencas     PIC 9(3).
       77  WSS-QtdAbonadas      PIC 9(3).
       77  WSS-QtdFaltas        PIC 9(3).
       77  WSS-DataHoje         PIC 9(8).
       77  WSS-MesesAtraso      PIC 9(2).
       77  WSS-ValorAtraso      PIC 9(7)V99.
       77  WSS-ValorEd          PIC z,zzz,zz9.99.
       77  WSS-Inadimplente     PIC X(01).

       PROCEDURE DIVISION.
       Inicio.
           ACCEPT WSS-DataHoje FROM DATE YYYYMMDD
           OPEN INPUT ALUNOS-FILE
           IF WSS-FS-ALUNOS NOT = "00"
               DISPLAY "Cadastro ALUNOS indisponivel. Status: "
           DISPLAY "------ ALUNO " REG-ALUNO-ID " ------"
           DISPLAY "Nome.......: " REG-ALUNO-NOME
           DISPLAY "Turma......: " REG-ALUNO-TURMA
           DISPLAY "Serie......: " REG-ALUNO-SERIE
                   " (ano " REG-ALUNO-ANOSERIE ")"
           EVALUATE TRUE
               WHEN REG-ALUNO-TRANSFERIDO
                   DISPLAY "Situacao...: TRANSFERIDO EM "
               WHEN REG-ALUNO-DESISTENTE
                   DISPLAY "Situacao...: DESISTENTE EM "
                           REG-ALUNO-SITDATA
               WHEN REG-ALUNO-CONCLUINTE
                   DISPLAY "Situacao...: CONCLUINTE EM "
                           REG-ALUNO-SITDATA
               WHEN OTHER
                   DISPLAY "Situacao...: ATIVO"
           END-EVALUATE
           DISPLAY "Aulas......: " REG-ALUNO-AULAS
           PERFORM MostrarMensalidades
           PERFORM MostrarNotas
           PERFORM MostrarPresencas.

       MostrarMensalidades.
           CALL "INADIMPL" USING REG-ALUNO-ID REG-ALUNO-TURMA
                WSS-DataHoje WSS-MesesAtraso WSS-ValorAtraso
                WSS-Inadimplente
           IF WSS-MesesAtraso = ZEROS
               DISPLAY "Mensalid...: em dia"
           ELSE
               MOVE WSS-ValorAtraso TO WSS-ValorEd
               DISPLAY "Mensalid...: " WSS-MesesAtraso
                       " vencida(s) em aberto, R$ " WSS-ValorEd
           END-IF
           IF WSS-Inadimplente = "S"
               DISPLAY "*** INADIMPLENTE - fora da rematricula ***"
           END-IF.

       MostrarNotas.
           MOVE ZEROS TO WSS-QtdNotas
           MOVE ZEROS TO WSS-SomaNotas
