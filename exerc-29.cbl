           SELECT PESOS-FILE ASSIGN TO "PESOSPARAM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WSS-FS-PESOS.
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
           COPY "ALUNO.CPY".

       FD  BOLETIM-FILE.
       01  WSS-REG-BOLETIM           PIC X(80).

       FD  DISCIPLINAS-FILE.
           COPY "DISCIP.CPY".
       FD  PESOS-FILE.
           COPY "PESOBIM.CPY".

       FD  PROFESSORES-FILE.
           COPY "PROFESS.CPY".

       FD  ATRIBUICOES-FILE.
           COPY "ATRIBUI.CPY".

       WORKING-STORAGE SECTION.
       77  WSS-fim-arquivo           PIC X(01) VALUE "N".
           88  WSS-NAO-HA-MAIS-ALUNOS VALUE "S".
       77  QtdDiscAluno              PIC 9(2) VALUE ZEROS.
       77  QtdDiscAprovadas          PIC 9(2) VALUE ZEROS.

       77  WSS-FS-PROFESSORES        PIC X(02).
       77  WSS-FS-ATRIBUICOES        PIC X(02).
       77  WSS-fim-atrib             PIC X(01).
           88 WSS-NAO-HA-MAIS-ATRIBUICOES VALUE "S".
       77  WSS-NomeProfessor         PIC X(20).
       77  WSS-TurmaProfessor        PIC X(01).
       77  IndiceAtrib               PIC 9(3).
       77  QtdAtribuicoes            PIC 9(3) VALUE ZEROS.
       01  TABELA-ATRIBUICOES.
           05  ATRIBUICAO-BOL OCCURS 200 TIMES.
               10  bol-atb-disc       PIC 9(2).
               10  bol-atb-turma      PIC X(01).
               10  bol-atb-nome       PIC X(20).

       01  LINHA-NOTA-BOL.
           05  BNL-ID            PIC 9(5).
           05  FILLER            PIC X(1) VALUE SPACE.
           05  BNL-MEDIA         PIC 99.99.
           05  FILLER            PIC X(11) VALUE " APROVADO: ".
           05  BNL-APROV         PIC X(1).
           05  FILLER            PIC X(8) VALUE "  PROF: ".
           05  BNL-PROFESSOR     PIC X(20).

       PROCEDURE DIVISION.
       INICIO.
           IF WSS-ModoDisciplinas = "S"
               PERFORM CarregarNotas
               PERFORM CarregarPesosBimestres
               PERFORM CarregarAtribuicoes
           END-IF

           DISPLAY "Turma do boletim (espaco = todas): "
           OPEN INPUT ALUNOS-FILE
           OPEN OUTPUT BOLETIM-FILE

           MOVE "P" TO WSS-ImpComando
           MOVE "EXERC-29" TO WSS-ImpTexto
           CALL "IMPRIME" USING WSS-ImpComando WSS-ImpTexto
                WSS-ImpColunas
           MOVE "A" TO WSS-ImpComando
           MOVE "BOLETIM ESCOLAR" TO WSS-ImpTexto
           MOVE "ALUNO / DISCIPLINA / MEDIA / APROVACAO"
           EXIT PROGRAM.
           STOP RUN.

      * Aluno transferido, desistente ou concluinte (formado na
      * virada do ano, exerc-29-vir) nao entra nas medias nem
      * na taxa de aprovacao: o boletim sai com a situacao de
      * matricula no lugar de um REPROVADO enganoso.
       BoletimAlunoInativo.
                      DELIMITED BY SIZE
                      INTO WSS-REG-BOLETIM
               END-STRING
           END-IF
           IF REG-ALUNO-DESISTENTE
               STRING "ALUNO " REG-ALUNO-ID " " REG-ALUNO-NOME
                      " DESISTENTE EM " REG-ALUNO-SITDATA
                      DELIMITED BY SIZE
                      INTO WSS-REG-BOLETIM
               END-STRING
           END-IF
           IF REG-ALUNO-CONCLUINTE
               STRING "ALUNO " REG-ALUNO-ID " " REG-ALUNO-NOME
                      " CONCLUINTE EM " REG-ALUNO-SITDATA
                      DELIMITED BY SIZE
                      INTO WSS-REG-BOLETIM
               END-STRING
           END-IF
           DISPLAY WSS-REG-BOLETIM
           WRITE WSS-REG-BOLETIM
           PERFORM ImprimirLinhaBoletim.
               MOVE bol-dis-nome (IndiceDisc) TO BNL-NOMEDISC
               MOVE MediaNotas TO BNL-MEDIA
               MOVE Aprovado TO BNL-APROV
               MOVE REG-ALUNO-TURMA TO WSS-TurmaProfessor
               PERFORM BuscarProfessorDisciplina
               MOVE WSS-NomeProfessor TO BNL-PROFESSOR
               MOVE SPACES TO WSS-REG-BOLETIM
               MOVE LINHA-NOTA-BOL TO WSS-REG-BOLETIM
               DISPLAY WSS-REG-BOLETIM
                   DISPLAY WSS-REG-BOLETIM
                   WRITE WSS-REG-BOLETIM
                   PERFORM ImprimirLinhaBoletim
                   IF WSS-TurmaFiltro NOT = SPACE
                       MOVE WSS-TurmaFiltro TO WSS-TurmaProfessor
                       PERFORM BuscarProfessorDisciplina
                       MOVE SPACES TO WSS-REG-BOLETIM
                       STRING "    PROFESSOR DA TURMA "
                              WSS-TurmaFiltro ": "
                              WSS-NomeProfessor
                              DELIMITED BY SIZE
                              INTO WSS-REG-BOLETIM
                       END-STRING
                       DISPLAY WSS-REG-BOLETIM
                       WRITE WSS-REG-BOLETIM
                       PERFORM ImprimirLinhaBoletim
                   END-IF
               END-IF
           END-PERFORM.

      * Professor da disciplina corrente (IndiceDisc) na turma
      * pedida, pelas atribuicoes do ano.
       BuscarProfessorDisciplina.
           MOVE "NAO ATRIBUIDO" TO WSS-NomeProfessor
           PERFORM VARYING IndiceAtrib FROM 1 BY 1
                   UNTIL IndiceAtrib > QtdAtribuicoes
               IF bol-atb-disc (IndiceAtrib) =
                  bol-dis-codigo (IndiceDisc)
                  AND bol-atb-turma (IndiceAtrib) =
                      WSS-TurmaProfessor
                   MOVE bol-atb-nome (IndiceAtrib)
                        TO WSS-NomeProfessor
               END-IF
           END-PERFORM.

      * Atribuicoes do ano letivo (exerc-29-prf) com o nome do
      * professor, para o boletim sair com o professor de cada
      * disciplina.
       CarregarAtribuicoes.
           MOVE ZEROS TO QtdAtribuicoes
           OPEN INPUT ATRIBUICOES-FILE
           IF WSS-FS-ATRIBUICOES NOT = "00"
               DISPLAY "Sem ATRIBUICOES: boletim sai sem os "
                       "professores."
           ELSE
               OPEN INPUT PROFESSORES-FILE
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
                               PERFORM GuardarAtribuicao
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE PROFESSORES-FILE
               CLOSE ATRIBUICOES-FILE
           END-IF.

       GuardarAtribuicao.
           IF QtdAtribuicoes < 200
               ADD 1 TO QtdAtribuicoes
               MOVE ATB-DISCIPLINA TO bol-atb-disc (QtdAtribuicoes)
               MOVE ATB-TURMA TO bol-atb-turma (QtdAtribuicoes)
               MOVE ATB-PROFESSOR TO PRF-CODIGO
               READ PROFESSORES-FILE
                   INVALID KEY
                       MOVE "NAO CADASTRADO"
                            TO bol-atb-nome (QtdAtribuicoes)
                   NOT INVALID KEY
                       MOVE PRF-NOME TO bol-atb-nome (QtdAtribuicoes)
               END-READ
           ELSE
               DISPLAY "Limite de 200 atribuicoes atingido. "
                       "Atribuicao ignorada."
           END-IF.

       CarregarDisciplinas.
           MOVE ZEROS TO QtdDisciplinas
           OPEN INPUT DISCIPLINAS-FILE
