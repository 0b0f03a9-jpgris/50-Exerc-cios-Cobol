       IDENTIFICATION DIVISION.
       PROGRAM-ID. Exerc-29-Vir.
       AUTHOR. JOAO_PAULO.

      * Virada do ano letivo: substitui a remontagem manual do
      * ALUNOS no fim do ano. Le o resultado final de cada aluno
      * no BOLETIMFIN (exerc-29-rec): aluno sem nenhuma disciplina
      * REPROVADO sobe de serie e o da ultima serie sai como
      * concluinte (situacao C); reprovado fica na serie. Todos
      * os virados tem zerados o total de AULAS e as tres notas
      * do modelo legado, e o ano da serie passa para o ano
      * seguinte - aluno ja virado nao vira de novo, entao o
      * passo pode ser repetido. Aluno inadimplente (servico
      * INADIMPL) fica fora da rematricula e nao vira ate
      * quitar; aluno sem resultado no BOLETIMFIN ou sem serie
      * informada (exerc-29-tur) tambem fica para conferencia.
      * NOTAS, PRESENCAS e ABONOS vao para os arquivos do ano
      * (NOTAS<AAAA> e afins) e recomecam vazios; arquivo do ano
      * ja gravado nao e regravado. So roda com o historico do
      * periodo de fechamento ja gravado em TERMHIST (EXERC-30).

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ALUNOS-FILE ASSIGN TO "ALUNOS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS REG-ALUNO-ID
               FILE STATUS IS WSS-FS-ALUNOS.
           SELECT TERMHIST-FILE ASSIGN TO "TERMHIST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WSS-FS-TERMHIST.
           SELECT FINAL-FILE ASSIGN TO "BOLETIMFIN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WSS-FS-FINAL.
           SELECT ORIGEM-FILE ASSIGN TO WSS-NomeOrigem
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WSS-FS-ORIGEM.
           SELECT ANUAL-FILE ASSIGN TO WSS-NomeAnual
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WSS-FS-ANUAL.

       DATA DIVISION.
       FILE SECTION.
       FD  ALUNOS-FILE.
           COPY "ALUNO.CPY".

       FD  TERMHIST-FILE.
           COPY "TERMHIST.CPY".

       FD  FINAL-FILE.
       01  WSS-REG-FINAL             PIC X(90).

       FD  ORIGEM-FILE.
       01  ORIGEM-REG                PIC X(150).

       FD  ANUAL-FILE.
       01  ANUAL-REG                 PIC X(150).

       WORKING-STORAGE SECTION.
       77  WSS-FS-ALUNOS        PIC X(02).
       77  WSS-FS-TERMHIST      PIC X(02).
       77  WSS-FS-FINAL         PIC X(02).
       77  WSS-FS-ORIGEM        PIC X(02).
       77  WSS-FS-ANUAL         PIC X(02).
       77  WSS-LogPrograma      PIC X(12) VALUE "EXERC-29-VIR".
       77  WSS-LogEvento        PIC X(01).
       77  WSS-LogLidos         PIC 9(7) VALUE ZEROS.
       77  WSS-LogGravados      PIC 9(7) VALUE ZEROS.
       77  WSS-LogRejeitados    PIC 9(7) VALUE ZEROS.
       77  WSS-LogRetorno       PIC X(02) VALUE "OK".
       77  WSS-TfsPrograma      PIC X(12) VALUE "exerc-29-vir".
       77  WSS-TfsArquivo       PIC X(12).
       77  WSS-TfsOperacao      PIC X(10).

       77  WSS-fim-alunos       PIC X(01) VALUE "N".
           88 WSS-NAO-HA-MAIS-ALUNOS  VALUE "S".
       77  WSS-fim-arquivo      PIC X(01).
           88 WSS-NAO-HA-MAIS-REGISTROS  VALUE "S".

       77  WSS-DataHoje         PIC 9(8).
       77  WSS-Periodo          PIC 9(6).
       77  WSS-AnoFechado       PIC 9(4).
       77  WSS-AnoSeguinte      PIC 9(4).
       77  WSS-UltimaSerie      PIC 9(1).
       77  WSS-SerieAtual       PIC 9(1).
       77  WSS-HistoricoOk      PIC X(01).

       01  WSS-LINHA-FINAL.
           05  FIN-ID            PIC X(5).
           05  FILLER            PIC X(1).
           05  FIN-DISC          PIC X(2).
           05  FILLER            PIC X(82).
       77  WSS-QtdReprovado     PIC 9(2).

       77  WSS-IndRes           PIC 9(3).
       77  WSS-QtdResultados    PIC 9(3) VALUE ZEROS.
       77  WSS-AchouResultado   PIC X(01).
       01  TABELA-RESULTADOS.
           05  RESULTADO-ALUNO OCCURS 900 TIMES.
               10  res-aluno          PIC 9(5).
               10  res-situacao       PIC X(01).

       77  WSS-AlunoNum         PIC 9(5).
       77  WSS-MesesAtraso      PIC 9(2).
       77  WSS-ValorAtraso      PIC 9(7)V99.
       77  WSS-Inadimplente     PIC X(01).

       77  WSS-QtdPromovidos    PIC 9(5) VALUE ZEROS.
       77  WSS-QtdRetidos       PIC 9(5) VALUE ZEROS.
       77  WSS-QtdConcluintes   PIC 9(5) VALUE ZEROS.
       77  WSS-QtdJaVirados     PIC 9(5) VALUE ZEROS.
       77  WSS-QtdInativos      PIC 9(5) VALUE ZEROS.
       77  WSS-QtdSemResultado  PIC 9(5) VALUE ZEROS.
       77  WSS-QtdSemSerie      PIC 9(5) VALUE ZEROS.
       77  WSS-QtdBloqueados    PIC 9(5) VALUE ZEROS.

       77  WSS-NomeOrigem       PIC X(20).
       77  WSS-NomeAnual        PIC X(20).
       77  WSS-QtdCopiados      PIC 9(7).

       PROCEDURE DIVISION.
       Inicio.
           MOVE "I" TO WSS-LogEvento
           CALL "GRAVALOG" USING WSS-LogPrograma WSS-LogEvento
                WSS-LogLidos WSS-LogGravados WSS-LogRejeitados
                WSS-LogRetorno

           ACCEPT WSS-DataHoje FROM DATE YYYYMMDD
           DISPLAY "Periodo de fechamento do ano (AAAAPP, ex: "
                   "202604):"
           ACCEPT WSS-Periodo
           COMPUTE WSS-AnoFechado = WSS-Periodo / 100
           COMPUTE WSS-AnoSeguinte = WSS-AnoFechado + 1

           PERFORM ConferirHistorico
           IF WSS-HistoricoOk NOT = "S"
               DISPLAY "Periodo " WSS-Periodo " sem historico em "
                       "TERMHIST. Rode a classificacao do periodo "
                       "(EXERC-30) antes da virada do ano."
               MOVE "ER" TO WSS-LogRetorno
               GO TO GravarFimLog
           END-IF

           DISPLAY "Ultima serie do curso (0 = 9): "
           ACCEPT WSS-UltimaSerie
           IF WSS-UltimaSerie = ZEROS
               MOVE 9 TO WSS-UltimaSerie
           END-IF

           PERFORM CarregarResultados
           IF WSS-FS-FINAL NOT = "00"
               DISPLAY "Arquivo BOLETIMFIN nao encontrado. Rode a "
                       "recuperacao (exerc-29-rec) antes da virada "
                       "do ano."
               MOVE "ER" TO WSS-LogRetorno
               GO TO GravarFimLog
           END-IF

           OPEN I-O ALUNOS-FILE
           MOVE "ALUNOS" TO WSS-TfsArquivo
           MOVE "OPEN I-O" TO WSS-TfsOperacao
           CALL "TRATAFS" USING WSS-TfsPrograma
                WSS-TfsArquivo WSS-TfsOperacao WSS-FS-ALUNOS
           IF WSS-FS-ALUNOS NOT = "00"
               MOVE "ER" TO WSS-LogRetorno
               GO TO GravarFimLog
           END-IF

           DISPLAY "------ VIRADA DO ANO LETIVO " WSS-AnoFechado
                   " PARA " WSS-AnoSeguinte " ------"
           MOVE LOW-VALUES TO REG-ALUNO-ID
           START ALUNOS-FILE KEY NOT < REG-ALUNO-ID
               INVALID KEY SET WSS-NAO-HA-MAIS-ALUNOS TO TRUE
           END-START
           PERFORM UNTIL WSS-NAO-HA-MAIS-ALUNOS
               READ ALUNOS-FILE NEXT RECORD
                   AT END SET WSS-NAO-HA-MAIS-ALUNOS TO TRUE
                   NOT AT END
                       ADD 1 TO WSS-LogLidos
                       PERFORM VirarAluno THRU VirarAluno-Fim
               END-READ
           END-PERFORM
           CLOSE ALUNOS-FILE

           MOVE "NOTAS" TO WSS-NomeOrigem
           PERFORM ArquivarAno THRU ArquivarAno-Fim
           MOVE "PRESENCAS" TO WSS-NomeOrigem
           PERFORM ArquivarAno THRU ArquivarAno-Fim
           MOVE "ABONOS" TO WSS-NomeOrigem
           PERFORM ArquivarAno THRU ArquivarAno-Fim

           DISPLAY "------ RESUMO DA VIRADA " WSS-AnoFechado
                   " ------"
           DISPLAY "Alunos lidos..............: " WSS-LogLidos
           DISPLAY "Promovidos de serie.......: " WSS-QtdPromovidos
           DISPLAY "Retidos na serie..........: " WSS-QtdRetidos
           DISPLAY "Concluintes...............: " WSS-QtdConcluintes
           DISPLAY "Ja virados antes..........: " WSS-QtdJaVirados
           DISPLAY "Inativos (fora da virada).: " WSS-QtdInativos
           DISPLAY "Inadimplentes bloqueados..: " WSS-QtdBloqueados
           DISPLAY "Sem resultado no BOLETIMFIN: " WSS-QtdSemResultado
           DISPLAY "Sem serie informada.......: " WSS-QtdSemSerie

           COMPUTE WSS-LogGravados = WSS-QtdPromovidos
                   + WSS-QtdRetidos + WSS-QtdConcluintes
           COMPUTE WSS-LogRejeitados = WSS-QtdBloqueados
                   + WSS-QtdSemResultado + WSS-QtdSemSerie.

       GravarFimLog.
           MOVE "F" TO WSS-LogEvento
           CALL "GRAVALOG" USING WSS-LogPrograma WSS-LogEvento
                WSS-LogLidos WSS-LogGravados WSS-LogRejeitados
                WSS-LogRetorno.

       Encerramento.
           DISPLAY SPACE
           display "Obrigado volte sempre!!! "
           DISPLAY SPACE

           ACCEPT OMITTED.
           EXIT PROGRAM.
           STOP RUN.

       ConferirHistorico.
           MOVE "N" TO WSS-HistoricoOk
           OPEN INPUT TERMHIST-FILE
           IF WSS-FS-TERMHIST = "00"
               MOVE "N" TO WSS-fim-arquivo
               READ TERMHIST-FILE
                   AT END SET WSS-NAO-HA-MAIS-REGISTROS TO TRUE
               END-READ
               PERFORM UNTIL WSS-NAO-HA-MAIS-REGISTROS
                      OR WSS-HistoricoOk = "S"
                   IF HIS-PERIODO = WSS-Periodo
                       MOVE "S" TO WSS-HistoricoOk
                   ELSE
                       READ TERMHIST-FILE
                           AT END
                            SET WSS-NAO-HA-MAIS-REGISTROS TO TRUE
                       END-READ
                   END-IF
               END-PERFORM
               CLOSE TERMHIST-FILE
           END-IF.

      * Resultado final por aluno: as linhas de disciplina do
      * BOLETIMFIN comecam pela matricula e pelo codigo da
      * disciplina; basta uma REPROVADO para reter o aluno.
       CarregarResultados.
           MOVE ZEROS TO WSS-QtdResultados
           OPEN INPUT FINAL-FILE
           IF WSS-FS-FINAL = "00"
               MOVE "N" TO WSS-fim-arquivo
               READ FINAL-FILE
                   AT END SET WSS-NAO-HA-MAIS-REGISTROS TO TRUE
               END-READ
               PERFORM UNTIL WSS-NAO-HA-MAIS-REGISTROS
                   MOVE WSS-REG-FINAL TO WSS-LINHA-FINAL
                   IF FIN-ID IS NUMERIC AND FIN-DISC IS NUMERIC
                       PERFORM GuardarResultado
                   END-IF
                   READ FINAL-FILE
                       AT END SET WSS-NAO-HA-MAIS-REGISTROS TO TRUE
                   END-READ
               END-PERFORM
               CLOSE FINAL-FILE
               MOVE "00" TO WSS-FS-FINAL
           END-IF.

       GuardarResultado.
           MOVE FIN-ID TO WSS-AlunoNum
           PERFORM BuscarResultado
           IF WSS-AchouResultado = "N"
               IF WSS-QtdResultados = 900
                   DISPLAY "Limite de 900 alunos no BOLETIMFIN "
                           "atingido. Aluno " FIN-ID " ignorado."
               ELSE
                   ADD 1 TO WSS-QtdResultados
                   MOVE WSS-QtdResultados TO WSS-IndRes
                   MOVE WSS-AlunoNum TO res-aluno (WSS-IndRes)
                   MOVE "A" TO res-situacao (WSS-IndRes)
                   MOVE "S" TO WSS-AchouResultado
               END-IF
           END-IF
           IF WSS-AchouResultado = "S"
               MOVE ZEROS TO WSS-QtdReprovado
               INSPECT WSS-REG-FINAL TALLYING WSS-QtdReprovado
                   FOR ALL "REPROVADO"
               IF WSS-QtdReprovado > ZEROS
                   MOVE "R" TO res-situacao (WSS-IndRes)
               END-IF
           END-IF.

       BuscarResultado.
           MOVE "N" TO WSS-AchouResultado
           PERFORM VARYING WSS-IndRes FROM 1 BY 1
                   UNTIL WSS-IndRes > WSS-QtdResultados
                      OR WSS-AchouResultado = "S"
               IF res-aluno (WSS-IndRes) = WSS-AlunoNum
                   MOVE "S" TO WSS-AchouResultado
                   SUBTRACT 1 FROM WSS-IndRes
               END-IF
           END-PERFORM.

       VirarAluno.
           IF NOT REG-ALUNO-ATIVO
               ADD 1 TO WSS-QtdInativos
               GO TO VirarAluno-Fim
           END-IF
           IF REG-ALUNO-ANOSERIE = WSS-AnoSeguinte
               ADD 1 TO WSS-QtdJaVirados
               GO TO VirarAluno-Fim
           END-IF

           MOVE REG-ALUNO-ID TO WSS-AlunoNum
           PERFORM BuscarResultado
           IF WSS-AchouResultado = "N"
               ADD 1 TO WSS-QtdSemResultado
               DISPLAY REG-ALUNO-ID " " REG-ALUNO-NOME
                       " SEM RESULTADO NO BOLETIMFIN - NAO VIRADO"
               GO TO VirarAluno-Fim
           END-IF
           IF REG-ALUNO-SERIE IS NOT NUMERIC
              OR REG-ALUNO-SERIE = "0"
               ADD 1 TO WSS-QtdSemSerie
               DISPLAY REG-ALUNO-ID " " REG-ALUNO-NOME
                       " SEM SERIE INFORMADA - NAO VIRADO"
               GO TO VirarAluno-Fim
           END-IF

           CALL "INADIMPL" USING WSS-AlunoNum REG-ALUNO-TURMA
                WSS-DataHoje WSS-MesesAtraso WSS-ValorAtraso
                WSS-Inadimplente
           IF WSS-Inadimplente = "S"
               ADD 1 TO WSS-QtdBloqueados
               DISPLAY REG-ALUNO-ID " " REG-ALUNO-NOME
                       " INADIMPLENTE (" WSS-MesesAtraso
                       " vencidas) - REMATRICULA BLOQUEADA"
               GO TO VirarAluno-Fim
           END-IF

           MOVE REG-ALUNO-SERIE TO WSS-SerieAtual
           IF res-situacao (WSS-IndRes) = "R"
               ADD 1 TO WSS-QtdRetidos
               DISPLAY REG-ALUNO-ID " " REG-ALUNO-NOME
                       " RETIDO NA SERIE " WSS-SerieAtual
           ELSE
               IF WSS-SerieAtual >= WSS-UltimaSerie
                   MOVE "C" TO REG-ALUNO-SITUACAO
                   MOVE WSS-DataHoje TO REG-ALUNO-SITDATA
                   ADD 1 TO WSS-QtdConcluintes
                   DISPLAY REG-ALUNO-ID " " REG-ALUNO-NOME
                           " CONCLUINTE"
               ELSE
                   ADD 1 TO WSS-SerieAtual
                   MOVE WSS-SerieAtual TO REG-ALUNO-SERIE
                   ADD 1 TO WSS-QtdPromovidos
                   DISPLAY REG-ALUNO-ID " " REG-ALUNO-NOME
                           " PROMOVIDO PARA A SERIE " WSS-SerieAtual
               END-IF
           END-IF

           MOVE ZEROS TO REG-ALUNO-AULAS
           MOVE ZEROS TO REG-ALUNO-NOTA1
           MOVE ZEROS TO REG-ALUNO-NOTA2
           MOVE ZEROS TO REG-ALUNO-NOTA3
           MOVE WSS-AnoSeguinte TO REG-ALUNO-ANOSERIE
           REWRITE WSS-REG-ALUNO
           MOVE "REWRITE" TO WSS-TfsOperacao
           CALL "TRATAFS" USING WSS-TfsPrograma
                WSS-TfsArquivo WSS-TfsOperacao WSS-FS-ALUNOS.

       VirarAluno-Fim.
           EXIT.

      * Copia o arquivo do ano para <ARQUIVO><AAAA> e recomeca o
      * original vazio. Arquivo do ano ja existente indica
      * virada repetida: nada e regravado.
       ArquivarAno.
           MOVE SPACES TO WSS-NomeAnual
           STRING WSS-NomeOrigem DELIMITED BY SPACE
                  WSS-AnoFechado DELIMITED BY SIZE
                  INTO WSS-NomeAnual
           END-STRING

           OPEN INPUT ANUAL-FILE
           IF WSS-FS-ANUAL = "00"
               CLOSE ANUAL-FILE
               DISPLAY WSS-NomeAnual " ja gravado. " WSS-NomeOrigem
                       " mantido."
               GO TO ArquivarAno-Fim
           END-IF

           OPEN INPUT ORIGEM-FILE
           IF WSS-FS-ORIGEM NOT = "00"
               DISPLAY WSS-NomeOrigem " indisponivel (status "
                       WSS-FS-ORIGEM "). Nada arquivado."
               GO TO ArquivarAno-Fim
           END-IF
           OPEN OUTPUT ANUAL-FILE
           MOVE WSS-NomeAnual TO WSS-TfsArquivo
           MOVE "OPEN OUTPUT" TO WSS-TfsOperacao
           CALL "TRATAFS" USING WSS-TfsPrograma
                WSS-TfsArquivo WSS-TfsOperacao WSS-FS-ANUAL
           IF WSS-FS-ANUAL NOT = "00"
               CLOSE ORIGEM-FILE
               MOVE "ER" TO WSS-LogRetorno
               GO TO ArquivarAno-Fim
           END-IF

           MOVE ZEROS TO WSS-QtdCopiados
           MOVE "N" TO WSS-fim-arquivo
           READ ORIGEM-FILE
               AT END SET WSS-NAO-HA-MAIS-REGISTROS TO TRUE
           END-READ
           PERFORM UNTIL WSS-NAO-HA-MAIS-REGISTROS
               WRITE ANUAL-REG FROM ORIGEM-REG
               ADD 1 TO WSS-QtdCopiados
               READ ORIGEM-FILE
                   AT END SET WSS-NAO-HA-MAIS-REGISTROS TO TRUE
               END-READ
           END-PERFORM
           CLOSE ORIGEM-FILE
           CLOSE ANUAL-FILE

           OPEN OUTPUT ORIGEM-FILE
           CLOSE ORIGEM-FILE
           DISPLAY WSS-NomeOrigem " arquivado em " WSS-NomeAnual
                   ": " WSS-QtdCopiados " registros.".

       ArquivarAno-Fim.
           EXIT.
      *wrun32 exerc-29-vir
