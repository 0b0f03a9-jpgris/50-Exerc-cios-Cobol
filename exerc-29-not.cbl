      * Lancamento de notas por disciplina e bimestre (arquivo
      * NOTAS), validando a disciplina contra o cadastro
      * DISCIPLINAS. O boletim por disciplina sai do EXERC-29.
      * O operador identificado so lanca notas das disciplinas e
      * turmas atribuidas a ele no ano (ATRIBUICOES, mantidas no
      * exerc-29-prf); fora delas exige a funcao CO de
      * coordenacao no perfil (OPERAUTH).

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
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
       FD  DISCIPLINAS-FILE.
           COPY "DISCIP.CPY".

       FD  PROFESSORES-FILE.
           COPY "PROFESS.CPY".

       FD  ATRIBUICOES-FILE.
           COPY "ATRIBUI.CPY".

       WORKING-STORAGE SECTION.
       77  WSS-FS-NOTAS         PIC X(02).
       77  WSS-FS-DISCIPLINAS   PIC X(02).
       77  WSS-AchouDisciplina  PIC X(01).
       77  WSS-Turma            PIC X(01).
       77  WSS-QtdLancadas      PIC 9(4) VALUE ZEROS.
       77  WSS-FS-PROFESSORES   PIC X(02).
       77  WSS-FS-ATRIBUICOES   PIC X(02).
       77  WSS-fim-professores  PIC X(01).
           88 WSS-NAO-HA-MAIS-PROFESSORES  VALUE "S".
       77  WSS-Operador         PIC 9(3).
       77  WSS-OperadorValido   PIC X(01).
       77  WSS-AutPrograma      PIC X(12) VALUE "exerc-29-not".
       77  WSS-AutFuncao        PIC X(2).
       77  WSS-AutAutorizado    PIC X(1).
       77  WSS-Coordenacao      PIC X(01) VALUE SPACE.
       77  WSS-ProfOperador     PIC 9(3) VALUE ZEROS.
       77  WSS-Permitido        PIC X(01).
       77  WSS-AtribAberto      PIC X(01) VALUE "N".
       77  WSS-DataHoje         PIC 9(8).
       77  WSS-AnoLetivo        PIC 9(4).

       PROCEDURE DIVISION.
       Inicio.
           CALL "OPERSIGN" USING WSS-Operador WSS-OperadorValido
           IF WSS-OperadorValido NOT = "S"
               DISPLAY "Sem operador identificado. Encerrando."
               GO TO Encerramento
           END-IF
           ACCEPT WSS-DataHoje FROM DATE YYYYMMDD
           COMPUTE WSS-AnoLetivo = WSS-DataHoje / 10000
           PERFORM LocalizarProfessor
           OPEN INPUT ATRIBUICOES-FILE
           IF WSS-FS-ATRIBUICOES = "00"
               MOVE "S" TO WSS-AtribAberto
           END-IF

           OPEN EXTEND NOTAS-FILE
           IF WSS-FS-NOTAS NOT = "00"
               CLOSE NOTAS-FILE
                   DISPLAY "Disciplina " WSS-Disciplina " nao "
                           "cadastrada. Lancamento recusado."
               ELSE
                   PERFORM ConferirAtribuicao
               END-IF
               IF WSS-AchouDisciplina = "S"
                  AND WSS-Permitido NOT = "S"
                   DISPLAY "Disciplina " WSS-Disciplina " turma "
                           WSS-Turma " nao atribuida ao operador. "
                           "Lancamento recusado."
               END-IF
               IF WSS-AchouDisciplina = "S"
                  AND WSS-Permitido = "S"
                   DISPLAY "Bimestre (1 a 4): "
                   ACCEPT WSS-Bimestre
                   DISPLAY "Nota (0 a 10): "
           END-PERFORM

           CLOSE NOTAS-FILE
           IF WSS-AtribAberto = "S"
               CLOSE ATRIBUICOES-FILE
           END-IF
           DISPLAY "Notas lancadas nesta sessao: " WSS-QtdLancadas.

       Encerramento.
           DISPLAY SPACE
           display "Obrigado volte sempre!!! "
           DISPLAY SPACE
               END-PERFORM
               CLOSE DISCIPLINAS-FILE
           END-IF.
      * Professor ligado ao operador identificado (o primeiro
      * ativo com esse codigo de operador); zero se nenhum.
       LocalizarProfessor.
           MOVE ZEROS TO WSS-ProfOperador
           OPEN INPUT PROFESSORES-FILE
           IF WSS-FS-PROFESSORES = "00"
               MOVE "N" TO WSS-fim-professores
               PERFORM UNTIL WSS-NAO-HA-MAIS-PROFESSORES
                      OR WSS-ProfOperador NOT = ZEROS
                   READ PROFESSORES-FILE NEXT RECORD
                       AT END SET WSS-NAO-HA-MAIS-PROFESSORES TO TRUE
                       NOT AT END
                           IF PRF-OPERADOR = WSS-Operador
                              AND PRF-ATIVO
                               MOVE PRF-CODIGO TO WSS-ProfOperador
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE PROFESSORES-FILE
           END-IF.

      * Disciplina e turma do ano atribuidas ao professor do
      * operador; senao vale a funcao de coordenacao, conferida
      * uma vez por sessao.
       ConferirAtribuicao.
           MOVE "N" TO WSS-Permitido
           IF WSS-ProfOperador NOT = ZEROS
              AND WSS-AtribAberto = "S"
               MOVE WSS-AnoLetivo TO ATB-ANO
               MOVE WSS-Disciplina TO ATB-DISCIPLINA
               MOVE WSS-Turma TO ATB-TURMA
               READ ATRIBUICOES-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF ATB-PROFESSOR = WSS-ProfOperador
                           MOVE "S" TO WSS-Permitido
                       END-IF
               END-READ
           END-IF
           IF WSS-Permitido NOT = "S"
               IF WSS-Coordenacao = SPACE
                   MOVE "CO" TO WSS-AutFuncao
                   CALL "OPERAUTH" USING WSS-Operador WSS-AutPrograma
                        WSS-AutFuncao WSS-AutAutorizado
                   MOVE WSS-AutAutorizado TO WSS-Coordenacao
               END-IF
               MOVE WSS-Coordenacao TO WSS-Permitido
           END-IF.
      *wrun32 exerc-29-not
