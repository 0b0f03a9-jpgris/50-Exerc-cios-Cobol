       PROGRAM-ID. Exerc-29-Tur.
       AUTHOR. JOAO_PAULO.

      * Turmas (secoes da serie): atribui a serie e o codigo de
      * turma aos alunos regravando direto no cadastro ALUNOS
      * indexado por matricula (a serie depois anda sozinha na
      * virada do ano, exerc-29-vir), e emite o resumo
      * comparativo entre turmas:
      * alunos, media geral das notas lancadas em NOTAS e taxa
      * de aprovacao (media >= 6 e AULAS >= 40), turma a turma.
      * Cada turma sai com as disciplinas e os professores
      * atribuidos no ano letivo (ATRIBUICOES, exerc-29-prf).

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
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

       DATA DIVISION.
       FILE SECTION.
       FD  NOTAS-FILE.
           COPY "NOTA.CPY".

       FD  DISCIPLINAS-FILE.
           COPY "DISCIP.CPY".

       FD  PROFESSORES-FILE.
           COPY "PROFESS.CPY".

       FD  ATRIBUICOES-FILE.
           COPY "ATRIBUI.CPY".

       WORKING-STORAGE SECTION.
       77  WSS-FS-ALUNOS        PIC X(02).
       77  WSS-FS-NOTAS         PIC X(02).
           88 WSS-NAO-HA-MAIS-NOTAS  VALUE "S".
       77  WSS-AlunoId          PIC S9(6).
       77  WSS-Turma            PIC X(01).
       77  WSS-Serie            PIC X(01).
       77  WSS-QtdAplicadas     PIC 9(3) VALUE ZEROS.

       77  WSS-IndNot           PIC 9(3).
       77  WSS-MediaTurma       PIC 9(2)V99.
       77  WSS-TaxaAprovacao    PIC 9(3)V99.

       77  WSS-FS-DISCIPLINAS   PIC X(02).
       77  WSS-FS-PROFESSORES   PIC X(02).
       77  WSS-FS-ATRIBUICOES   PIC X(02).
       77  WSS-fim-discip       PIC X(01).
           88 WSS-NAO-HA-MAIS-DISCIPLINAS  VALUE "S".
       77  WSS-fim-atrib        PIC X(01).
           88 WSS-NAO-HA-MAIS-ATRIBUICOES  VALUE "S".
       77  WSS-AtribAberto      PIC X(01) VALUE "N".
       77  WSS-DataHoje         PIC 9(8).
       77  WSS-AnoLetivo        PIC 9(4).
       77  WSS-NomeDisciplina   PIC X(15).
       77  WSS-NomeProfessor    PIC X(20).
       77  WSS-QtdDiscTurma     PIC 9(2).
       77  WSS-IndDis           PIC 9(2).
       77  WSS-QtdDisciplinas   PIC 9(2) VALUE ZEROS.
       01  TABELA-DISCIPLINAS.
           05  DISCIPLINA-TUR OCCURS 10 TIMES.
               10  tur-dis-codigo     PIC 9(2).
               10  tur-dis-nome       PIC X(15).

       PROCEDURE DIVISION.
       Inicio.
           PERFORM UNTIL WSS-Continuar = "N"
                   DISPLAY "Matricula nao cadastrada."
               NOT INVALID KEY
                   DISPLAY "Aluno: " REG-ALUNO-NOME
                           " (turma atual: " REG-ALUNO-TURMA
                           " serie atual: " REG-ALUNO-SERIE ")"
                   DISPLAY "Turma do aluno: "
                   ACCEPT WSS-Turma
                   MOVE WSS-Turma TO REG-ALUNO-TURMA
                   DISPLAY "Serie do aluno (1 a 9, espaco mantem): "
                   ACCEPT WSS-Serie
                   PERFORM UNTIL WSS-Serie = SPACE
                      OR (WSS-Serie IS NUMERIC AND WSS-Serie NOT = "0")
                       DISPLAY "Serie invalida. Informe de 1 a 9: "
                       ACCEPT WSS-Serie
                   END-PERFORM
                   IF WSS-Serie NOT = SPACE
                       MOVE WSS-Serie TO REG-ALUNO-SERIE
                   END-IF
                   REWRITE WSS-REG-ALUNO
                       INVALID KEY
                           DISPLAY "Erro ao regravar. Status: "
               END-PERFORM
               CLOSE ALUNOS-FILE

               PERFORM CarregarDisciplinas
               ACCEPT WSS-DataHoje FROM DATE YYYYMMDD
               COMPUTE WSS-AnoLetivo = WSS-DataHoje / 10000
               MOVE "N" TO WSS-AtribAberto
               OPEN INPUT ATRIBUICOES-FILE
               IF WSS-FS-ATRIBUICOES = "00"
                   MOVE "S" TO WSS-AtribAberto
                   OPEN INPUT PROFESSORES-FILE
               END-IF

               DISPLAY "------ RESUMO COMPARATIVO DAS TURMAS ------"
               PERFORM MostrarTurma
                   VARYING WSS-IndTur FROM 1 BY 1
                   UNTIL WSS-IndTur > WSS-QtdTurmas

               IF WSS-AtribAberto = "S"
                   CLOSE PROFESSORES-FILE
                   CLOSE ATRIBUICOES-FILE
               END-IF
           END-IF.

       AcumularAlunoTurma.
                       " %"
           ELSE
               DISPLAY "  Sem notas lancadas para a turma."
           END-IF
           IF WSS-AtribAberto = "S"
               PERFORM MostrarProfessoresTurma
           END-IF.

      * Disciplinas da turma no ano letivo com o professor
      * atribuido a cada uma.
       MostrarProfessoresTurma.
           MOVE ZEROS TO WSS-QtdDiscTurma
           DISPLAY "  Professores " WSS-AnoLetivo ":"
           MOVE "N" TO WSS-fim-atrib
           MOVE WSS-AnoLetivo TO ATB-ANO
           MOVE ZEROS TO ATB-DISCIPLINA
           MOVE LOW-VALUES TO ATB-TURMA
           START ATRIBUICOES-FILE KEY NOT < ATB-CHAVE
               INVALID KEY SET WSS-NAO-HA-MAIS-ATRIBUICOES TO TRUE
           END-START
           PERFORM UNTIL WSS-NAO-HA-MAIS-ATRIBUICOES
               READ ATRIBUICOES-FILE NEXT RECORD
                   AT END SET WSS-NAO-HA-MAIS-ATRIBUICOES TO TRUE
                   NOT AT END
                       IF ATB-ANO NOT = WSS-AnoLetivo
                           SET WSS-NAO-HA-MAIS-ATRIBUICOES TO TRUE
                       ELSE
                           IF ATB-TURMA = tur-codigo (WSS-IndTur)
                               PERFORM MostrarProfessorDisciplina
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           IF WSS-QtdDiscTurma = ZEROS
               DISPLAY "    Nenhuma disciplina atribuida."
           END-IF.

       MostrarProfessorDisciplina.
           ADD 1 TO WSS-QtdDiscTurma
           MOVE SPACES TO WSS-NomeDisciplina
           PERFORM VARYING WSS-IndDis FROM 1 BY 1
                   UNTIL WSS-IndDis > WSS-QtdDisciplinas
               IF tur-dis-codigo (WSS-IndDis) = ATB-DISCIPLINA
                   MOVE tur-dis-nome (WSS-IndDis)
                        TO WSS-NomeDisciplina
               END-IF
           END-PERFORM
           MOVE ATB-PROFESSOR TO PRF-CODIGO
           READ PROFESSORES-FILE
               INVALID KEY
                   MOVE "NAO CADASTRADO" TO WSS-NomeProfessor
               NOT INVALID KEY
                   MOVE PRF-NOME TO WSS-NomeProfessor
           END-READ
           DISPLAY "    " ATB-DISCIPLINA " " WSS-NomeDisciplina
                   " " WSS-NomeProfessor.

       CarregarDisciplinas.
           MOVE ZEROS TO WSS-QtdDisciplinas
           OPEN INPUT DISCIPLINAS-FILE
           IF WSS-FS-DISCIPLINAS = "00"
               MOVE "N" TO WSS-fim-discip
               READ DISCIPLINAS-FILE
                   AT END SET WSS-NAO-HA-MAIS-DISCIPLINAS TO TRUE
               END-READ
               PERFORM UNTIL WSS-NAO-HA-MAIS-DISCIPLINAS
                   IF WSS-QtdDisciplinas < 10
                       ADD 1 TO WSS-QtdDisciplinas
                       MOVE DIS-CODIGO
                            TO tur-dis-codigo (WSS-QtdDisciplinas)
                       MOVE DIS-NOME
                            TO tur-dis-nome (WSS-QtdDisciplinas)
                   END-IF
                   READ DISCIPLINAS-FILE
                       AT END
                           SET WSS-NAO-HA-MAIS-DISCIPLINAS TO TRUE
                   END-READ
               END-PERFORM
               CLOSE DISCIPLINAS-FILE
           END-IF.

       CarregarNotas.
