       IDENTIFICATION DIVISION.
       PROGRAM-ID. Exerc-29-Cnf.
       AUTHOR. JOAO_PAULO.

      * Conferencia dos lancamentos de notas antes do boletim:
      * cruza os alunos ativos de cada turma do ALUNOS com as
      * disciplinas da turma no ano (ATRIBUICOES; turma sem
      * atribuicao confere todas as DISCIPLINAS) e com os
      * bimestres devidos, e lista turma a turma cada nota em
      * falta no NOTAS com a disciplina e o professor atribuido,
      * apontando tambem a nota lancada mais de uma vez para o
      * mesmo aluno, disciplina e bimestre. Sem isso o EXERC-29
      * faz a media ponderada so com os bimestres presentes. Na
      * janela noturna roda antes do EXERC-29: com nota em falta
      * devolve ER e para a corrente, salvo liberacao do dia
      * dada pela coordenacao em LIBBOLETIM (exerc-29-prf).

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ALUNOS-FILE ASSIGN TO "ALUNOS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS REG-ALUNO-ID
               FILE STATUS IS WSS-FS-ALUNOS.
           SELECT NOTAS-FILE ASSIGN TO "NOTAS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WSS-FS-NOTAS.
           SELECT DISCIPLINAS-FILE ASSIGN TO "DISCIPLINAS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WSS-FS-DISCIPLINAS.
           SELECT PROFESSORES-FILE ASSIGN TO "PROFESSORES"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PRF-CODIGO
               FILE STATUS IS WSS-FS-PROFESSORES.
           SELECT ATRIBUICOES-FILE ASSIGN TO "ATRIBUICOES"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ATB-CHAVE
               FILE STATUS IS WSS-FS-ATRIBUICOES.
           SELECT LIBBOL-FILE ASSIGN TO "LIBBOLETIM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WSS-FS-LIBBOL.

       DATA DIVISION.
       FILE SECTION.
       FD  ALUNOS-FILE.
           COPY "ALUNO.CPY".

       FD  NOTAS-FILE.
           COPY "NOTA.CPY".

       FD  DISCIPLINAS-FILE.
           COPY "DISCIP.CPY".

       FD  PROFESSORES-FILE.
           COPY "PROFESS.CPY".

       FD  ATRIBUICOES-FILE.
           COPY "ATRIBUI.CPY".

       FD  LIBBOL-FILE.
           COPY "LIBBOL.CPY".

       WORKING-STORAGE SECTION.
       77  WSS-FS-ALUNOS        PIC X(02).
       77  WSS-FS-NOTAS         PIC X(02).
       77  WSS-FS-DISCIPLINAS   PIC X(02).
       77  WSS-FS-PROFESSORES   PIC X(02).
       77  WSS-FS-ATRIBUICOES   PIC X(02).
       77  WSS-FS-LIBBOL        PIC X(02).
       77  WSS-LogPrograma      PIC X(12) VALUE "EXERC-29-CNF".
       77  WSS-LogEvento        PIC X(01).
       77  WSS-LogLidos         PIC 9(7) VALUE ZEROS.
       77  WSS-LogGravados      PIC 9(7) VALUE ZEROS.
       77  WSS-LogRejeitados    PIC 9(7) VALUE ZEROS.
       77  WSS-LogRetorno       PIC X(02) VALUE "OK".
       77  WSS-TfsPrograma      PIC X(12) VALUE "exerc-29-cnf".
       77  WSS-TfsArquivo       PIC X(12).
       77  WSS-TfsOperacao      PIC X(10).

       77  WSS-fim-alunos       PIC X(01).
           88 WSS-NAO-HA-MAIS-ALUNOS  VALUE "S".
       77  WSS-fim-arquivo      PIC X(01).
           88 WSS-NAO-HA-MAIS-REGISTROS  VALUE "S".

       77  WSS-DataHoje         PIC 9(8).
       77  WSS-AnoLetivo        PIC 9(4).
       77  WSS-BimestresDevidos PIC 9(1).
       77  WSS-Bimestre         PIC 9(1).
       77  WSS-QtdLancada       PIC 9(3).
       77  WSS-Liberado         PIC X(01) VALUE "N".
       77  WSS-OperadorLib      PIC 9(3).
       77  WSS-MotivoLib        PIC X(40).

       77  WSS-IndNot           PIC 9(3).
       77  WSS-QtdNotasLidas    PIC 9(3) VALUE ZEROS.
       01  TABELA-NOTAS.
           05  NOTA-LIDA OCCURS 900 TIMES.
               10  tab-not-aluno      PIC 9(5).
               10  tab-not-disc       PIC 9(2).
               10  tab-not-bim        PIC 9(1).

       77  WSS-IndDis           PIC 9(2).
       77  WSS-QtdDisciplinas   PIC 9(2) VALUE ZEROS.
       01  TABELA-DISCIPLINAS.
           05  DISCIPLINA-CNF OCCURS 10 TIMES.
               10  cnf-dis-codigo     PIC 9(2).
               10  cnf-dis-nome       PIC X(15).

       77  WSS-IndAtb           PIC 9(3).
       77  WSS-QtdAtribuicoes   PIC 9(3) VALUE ZEROS.
       01  TABELA-ATRIBUICOES.
           05  ATRIBUICAO-CNF OCCURS 200 TIMES.
               10  cnf-atb-disc       PIC 9(2).
               10  cnf-atb-turma      PIC X(01).
               10  cnf-atb-nome       PIC X(20).

       77  WSS-IndTur           PIC 9(2).
       77  WSS-QtdTurmas        PIC 9(2) VALUE ZEROS.
       77  WSS-AchouTurma       PIC X(01).
       01  TABELA-TURMAS.
           05  TURMA-CNF OCCURS 20 TIMES.
               10  cnf-tur-codigo     PIC X(01).
               10  cnf-tur-atribuida  PIC X(01).
               10  cnf-tur-alunos     PIC 9(4).
               10  cnf-tur-faltas     PIC 9(5).
               10  cnf-tur-duplic     PIC 9(5).

       77  WSS-TurmaAtual       PIC X(01).
       77  WSS-DisciplinaDaTurma PIC X(01).
       77  WSS-NomeProfessor    PIC X(20).
       77  WSS-QtdFaltas        PIC 9(5) VALUE ZEROS.
       77  WSS-QtdDuplicadas    PIC 9(5) VALUE ZEROS.
       77  WSS-QtdAlunosAtivos  PIC 9(5) VALUE ZEROS.

       PROCEDURE DIVISION.
       Inicio.
           MOVE "I" TO WSS-LogEvento
           CALL "GRAVALOG" USING WSS-LogPrograma WSS-LogEvento
                WSS-LogLidos WSS-LogGravados WSS-LogRejeitados
                WSS-LogRetorno

           ACCEPT WSS-DataHoje FROM DATE YYYYMMDD
           COMPUTE WSS-AnoLetivo = WSS-DataHoje / 10000

           PERFORM CarregarDisciplinas
           IF WSS-QtdDisciplinas = ZEROS
               DISPLAY "Cadastro DISCIPLINAS vazio ou ausente: o "
                       "boletim sai pelo modelo legado e nao ha "
                       "lancamentos a conferir."
               GO TO GravarFimLog
           END-IF
           PERFORM CarregarNotas
           PERFORM CarregarAtribuicoes

           DISPLAY "Bimestres devidos (1 a 4, 0 = ate o maior "
                   "bimestre ja lancado): "
           ACCEPT WSS-BimestresDevidos
           IF WSS-BimestresDevidos = ZEROS
              OR WSS-BimestresDevidos > 4
               MOVE ZEROS TO WSS-BimestresDevidos
               PERFORM VARYING WSS-IndNot FROM 1 BY 1
                       UNTIL WSS-IndNot > WSS-QtdNotasLidas
                   IF tab-not-bim (WSS-IndNot) <= 4
                      AND tab-not-bim (WSS-IndNot) >
                          WSS-BimestresDevidos
                       MOVE tab-not-bim (WSS-IndNot)
                            TO WSS-BimestresDevidos
                   END-IF
               END-PERFORM
           END-IF
           IF WSS-BimestresDevidos = ZEROS
               DISPLAY "Nenhum bimestre lancado em NOTAS: nada a "
                       "conferir."
               GO TO GravarFimLog
           END-IF

           OPEN INPUT ALUNOS-FILE
           MOVE "ALUNOS" TO WSS-TfsArquivo
           MOVE "OPEN INPUT" TO WSS-TfsOperacao
           CALL "TRATAFS" USING WSS-TfsPrograma
                WSS-TfsArquivo WSS-TfsOperacao WSS-FS-ALUNOS
           IF WSS-FS-ALUNOS NOT = "00"
               MOVE "ER" TO WSS-LogRetorno
               GO TO GravarFimLog
           END-IF

           PERFORM LevantarTurmas

           DISPLAY "------ CONFERENCIA DE NOTAS " WSS-AnoLetivo
                   " - BIMESTRES 1 A " WSS-BimestresDevidos
                   " ------"
           PERFORM ConferirTurma
               VARYING WSS-IndTur FROM 1 BY 1
               UNTIL WSS-IndTur > WSS-QtdTurmas
           CLOSE ALUNOS-FILE

           DISPLAY "------ RESUMO ------"
           PERFORM MostrarResumoTurma
               VARYING WSS-IndTur FROM 1 BY 1
               UNTIL WSS-IndTur > WSS-QtdTurmas
           DISPLAY "Alunos ativos conferidos..: " WSS-QtdAlunosAtivos
           DISPLAY "Notas em falta............: " WSS-QtdFaltas
           DISPLAY "Lancamentos em duplicidade: " WSS-QtdDuplicadas

           MOVE WSS-QtdAlunosAtivos TO WSS-LogLidos
           MOVE WSS-QtdFaltas TO WSS-LogRejeitados
           IF WSS-QtdFaltas > ZEROS
               PERFORM ConferirLiberacao
               IF WSS-Liberado = "S"
                   DISPLAY "Boletim LIBERADO com notas em falta pelo "
                           "operador " WSS-OperadorLib ": "
                           WSS-MotivoLib
               ELSE
                   DISPLAY "Boletim BLOQUEADO: lance as notas em "
                           "falta ou peca a liberacao da "
                           "coordenacao (exerc-29-prf)."
                   MOVE "ER" TO WSS-LogRetorno
               END-IF
           END-IF.

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

      * Turmas com aluno ativo, na ordem em que aparecem.
       LevantarTurmas.
           MOVE "N" TO WSS-fim-alunos
           MOVE LOW-VALUES TO REG-ALUNO-ID
           START ALUNOS-FILE KEY NOT < REG-ALUNO-ID
               INVALID KEY SET WSS-NAO-HA-MAIS-ALUNOS TO TRUE
           END-START
           PERFORM UNTIL WSS-NAO-HA-MAIS-ALUNOS
               READ ALUNOS-FILE NEXT RECORD
                   AT END SET WSS-NAO-HA-MAIS-ALUNOS TO TRUE
                   NOT AT END
                       IF REG-ALUNO-ATIVO
                           PERFORM GuardarTurma
                       END-IF
               END-READ
           END-PERFORM.

       GuardarTurma.
           MOVE "N" TO WSS-AchouTurma
           PERFORM VARYING WSS-IndTur FROM 1 BY 1
                   UNTIL WSS-IndTur > WSS-QtdTurmas
                      OR WSS-AchouTurma = "S"
               IF cnf-tur-codigo (WSS-IndTur) = REG-ALUNO-TURMA
                   MOVE "S" TO WSS-AchouTurma
               END-IF
           END-PERFORM
           IF WSS-AchouTurma = "N"
               IF WSS-QtdTurmas = 20
                   DISPLAY "Limite de 20 turmas atingido. Turma "
                           REG-ALUNO-TURMA " fora da conferencia."
               ELSE
                   ADD 1 TO WSS-QtdTurmas
                   MOVE REG-ALUNO-TURMA
                        TO cnf-tur-codigo (WSS-QtdTurmas)
                   MOVE "N" TO cnf-tur-atribuida (WSS-QtdTurmas)
                   MOVE ZEROS TO cnf-tur-alunos (WSS-QtdTurmas)
                   MOVE ZEROS TO cnf-tur-faltas (WSS-QtdTurmas)
                   MOVE ZEROS TO cnf-tur-duplic (WSS-QtdTurmas)
                   PERFORM VARYING WSS-IndAtb FROM 1 BY 1
                           UNTIL WSS-IndAtb > WSS-QtdAtribuicoes
                       IF cnf-atb-turma (WSS-IndAtb) = REG-ALUNO-TURMA
                           MOVE "S"
                                TO cnf-tur-atribuida (WSS-QtdTurmas)
                       END-IF
                   END-PERFORM
               END-IF
           END-IF.

       ConferirTurma.
           MOVE cnf-tur-codigo (WSS-IndTur) TO WSS-TurmaAtual
           DISPLAY "Turma " WSS-TurmaAtual ":"
           IF cnf-tur-atribuida (WSS-IndTur) = "N"
               DISPLAY "  (turma sem atribuicoes no ano: conferidas "
                       "todas as disciplinas)"
           END-IF
           MOVE "N" TO WSS-fim-alunos
           MOVE LOW-VALUES TO REG-ALUNO-ID
           START ALUNOS-FILE KEY NOT < REG-ALUNO-ID
               INVALID KEY SET WSS-NAO-HA-MAIS-ALUNOS TO TRUE
           END-START
           PERFORM UNTIL WSS-NAO-HA-MAIS-ALUNOS
               READ ALUNOS-FILE NEXT RECORD
                   AT END SET WSS-NAO-HA-MAIS-ALUNOS TO TRUE
                   NOT AT END
                       IF REG-ALUNO-ATIVO
                          AND REG-ALUNO-TURMA = WSS-TurmaAtual
                           ADD 1 TO cnf-tur-alunos (WSS-IndTur)
                           ADD 1 TO WSS-QtdAlunosAtivos
                           PERFORM ConferirAluno
                               VARYING WSS-IndDis FROM 1 BY 1
                               UNTIL WSS-IndDis > WSS-QtdDisciplinas
                       END-IF
               END-READ
           END-PERFORM
           IF cnf-tur-faltas (WSS-IndTur) = ZEROS
              AND cnf-tur-duplic (WSS-IndTur) = ZEROS
               DISPLAY "  Lancamentos completos."
           END-IF.

       ConferirAluno.
           PERFORM BuscarProfessor
           IF WSS-DisciplinaDaTurma = "S"
               PERFORM ConferirBimestre
                   VARYING WSS-Bimestre FROM 1 BY 1
                   UNTIL WSS-Bimestre > WSS-BimestresDevidos
           END-IF.

       ConferirBimestre.
           MOVE ZEROS TO WSS-QtdLancada
           PERFORM VARYING WSS-IndNot FROM 1 BY 1
                   UNTIL WSS-IndNot > WSS-QtdNotasLidas
               IF tab-not-aluno (WSS-IndNot) = REG-ALUNO-ID
                  AND tab-not-disc (WSS-IndNot) =
                      cnf-dis-codigo (WSS-IndDis)
                  AND tab-not-bim (WSS-IndNot) = WSS-Bimestre
                   ADD 1 TO WSS-QtdLancada
               END-IF
           END-PERFORM
           IF WSS-QtdLancada = ZEROS
               ADD 1 TO WSS-QtdFaltas
               ADD 1 TO cnf-tur-faltas (WSS-IndTur)
               DISPLAY "  FALTA  " cnf-dis-codigo (WSS-IndDis) " "
                       cnf-dis-nome (WSS-IndDis) " bim "
                       WSS-Bimestre " aluno " REG-ALUNO-ID " "
                       REG-ALUNO-NOME " prof " WSS-NomeProfessor
           END-IF
           IF WSS-QtdLancada > 1
               ADD 1 TO WSS-QtdDuplicadas
               ADD 1 TO cnf-tur-duplic (WSS-IndTur)
               DISPLAY "  DUPLIC " cnf-dis-codigo (WSS-IndDis) " "
                       cnf-dis-nome (WSS-IndDis) " bim "
                       WSS-Bimestre " aluno " REG-ALUNO-ID " "
                       REG-ALUNO-NOME " " WSS-QtdLancada " vezes"
           END-IF.

      * Disciplina dada na turma corrente e seu professor: pela
      * atribuicao do ano; turma sem atribuicao nenhuma confere
      * todas as disciplinas sem professor.
       BuscarProfessor.
           MOVE "NAO ATRIBUIDO" TO WSS-NomeProfessor
           IF cnf-tur-atribuida (WSS-IndTur) = "N"
               MOVE "S" TO WSS-DisciplinaDaTurma
           ELSE
               MOVE "N" TO WSS-DisciplinaDaTurma
               PERFORM VARYING WSS-IndAtb FROM 1 BY 1
                       UNTIL WSS-IndAtb > WSS-QtdAtribuicoes
                   IF cnf-atb-disc (WSS-IndAtb) =
                      cnf-dis-codigo (WSS-IndDis)
                      AND cnf-atb-turma (WSS-IndAtb) = WSS-TurmaAtual
                       MOVE "S" TO WSS-DisciplinaDaTurma
                       MOVE cnf-atb-nome (WSS-IndAtb)
                            TO WSS-NomeProfessor
                   END-IF
               END-PERFORM
           END-IF.

       MostrarResumoTurma.
           DISPLAY "Turma " cnf-tur-codigo (WSS-IndTur)
                   ": alunos " cnf-tur-alunos (WSS-IndTur)
                   "  em falta " cnf-tur-faltas (WSS-IndTur)
                   "  duplicadas " cnf-tur-duplic (WSS-IndTur).

      * Liberacao da coordenacao para hoje; vale a ultima gravada.
       ConferirLiberacao.
           MOVE "N" TO WSS-Liberado
           OPEN INPUT LIBBOL-FILE
           IF WSS-FS-LIBBOL = "00"
               MOVE "N" TO WSS-fim-arquivo
               READ LIBBOL-FILE
                   AT END SET WSS-NAO-HA-MAIS-REGISTROS TO TRUE
               END-READ
               PERFORM UNTIL WSS-NAO-HA-MAIS-REGISTROS
                   IF LBB-DATA = WSS-DataHoje
                       MOVE "S" TO WSS-Liberado
                       MOVE LBB-OPERADOR TO WSS-OperadorLib
                       MOVE LBB-MOTIVO TO WSS-MotivoLib
                   END-IF
                   READ LIBBOL-FILE
                       AT END SET WSS-NAO-HA-MAIS-REGISTROS TO TRUE
                   END-READ
               END-PERFORM
               CLOSE LIBBOL-FILE
           END-IF.

       CarregarDisciplinas.
           MOVE ZEROS TO WSS-QtdDisciplinas
           OPEN INPUT DISCIPLINAS-FILE
           IF WSS-FS-DISCIPLINAS = "00"
               MOVE "N" TO WSS-fim-arquivo
               READ DISCIPLINAS-FILE
                   AT END SET WSS-NAO-HA-MAIS-REGISTROS TO TRUE
               END-READ
               PERFORM UNTIL WSS-NAO-HA-MAIS-REGISTROS
                   IF WSS-QtdDisciplinas < 10
                       ADD 1 TO WSS-QtdDisciplinas
                       MOVE DIS-CODIGO
                            TO cnf-dis-codigo (WSS-QtdDisciplinas)
                       MOVE DIS-NOME
                            TO cnf-dis-nome (WSS-QtdDisciplinas)
                   END-IF
                   READ DISCIPLINAS-FILE
                       AT END SET WSS-NAO-HA-MAIS-REGISTROS TO TRUE
                   END-READ
               END-PERFORM
               CLOSE DISCIPLINAS-FILE
           END-IF.

      * Nota sem bimestre (registro antigo) nao entra na
      * conferencia por bimestre.
       CarregarNotas.
           MOVE ZEROS TO WSS-QtdNotasLidas
           OPEN INPUT NOTAS-FILE
           IF WSS-FS-NOTAS = "00"
               MOVE "N" TO WSS-fim-arquivo
               READ NOTAS-FILE
                   AT END SET WSS-NAO-HA-MAIS-REGISTROS TO TRUE
               END-READ
               PERFORM UNTIL WSS-NAO-HA-MAIS-REGISTROS
                   IF WSS-QtdNotasLidas < 900
                       ADD 1 TO WSS-QtdNotasLidas
                       MOVE NOT-ALUNO-ID
                            TO tab-not-aluno (WSS-QtdNotasLidas)
                       MOVE NOT-DISCIPLINA
                            TO tab-not-disc (WSS-QtdNotasLidas)
                       IF NOT-BIMESTRE IS NUMERIC
                           MOVE NOT-BIMESTRE
                                TO tab-not-bim (WSS-QtdNotasLidas)
                       ELSE
                           MOVE 9 TO tab-not-bim (WSS-QtdNotasLidas)
                       END-IF
                   ELSE
                       DISPLAY "Limite de 900 notas atingido. "
                               "Lancamento ignorado."
                   END-IF
                   READ NOTAS-FILE
                       AT END SET WSS-NAO-HA-MAIS-REGISTROS TO TRUE
                   END-READ
               END-PERFORM
               CLOSE NOTAS-FILE
           END-IF.

       CarregarAtribuicoes.
           MOVE ZEROS TO WSS-QtdAtribuicoes
           OPEN INPUT ATRIBUICOES-FILE
           IF WSS-FS-ATRIBUICOES = "00"
               OPEN INPUT PROFESSORES-FILE
               MOVE "N" TO WSS-fim-arquivo
               MOVE WSS-AnoLetivo TO ATB-ANO
               MOVE ZEROS TO ATB-DISCIPLINA
               MOVE LOW-VALUES TO ATB-TURMA
               START ATRIBUICOES-FILE KEY NOT < ATB-CHAVE
                   INVALID KEY SET WSS-NAO-HA-MAIS-REGISTROS TO TRUE
               END-START
               PERFORM UNTIL WSS-NAO-HA-MAIS-REGISTROS
                   READ ATRIBUICOES-FILE NEXT RECORD
                       AT END SET WSS-NAO-HA-MAIS-REGISTROS TO TRUE
                       NOT AT END
                           IF ATB-ANO NOT = WSS-AnoLetivo
                               SET WSS-NAO-HA-MAIS-REGISTROS TO TRUE
                           ELSE
                               PERFORM GuardarAtribuicao
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE PROFESSORES-FILE
               CLOSE ATRIBUICOES-FILE
           END-IF.

       GuardarAtribuicao.
           IF WSS-QtdAtribuicoes < 200
               ADD 1 TO WSS-QtdAtribuicoes
               MOVE ATB-DISCIPLINA
                    TO cnf-atb-disc (WSS-QtdAtribuicoes)
               MOVE ATB-TURMA TO cnf-atb-turma (WSS-QtdAtribuicoes)
               MOVE ATB-PROFESSOR TO PRF-CODIGO
               READ PROFESSORES-FILE
                   INVALID KEY
                       MOVE "NAO CADASTRADO"
                            TO cnf-atb-nome (WSS-QtdAtribuicoes)
                   NOT INVALID KEY
                       MOVE PRF-NOME
                            TO cnf-atb-nome (WSS-QtdAtribuicoes)
               END-READ
           END-IF.
      *wrun32 exerc-29-cnf
