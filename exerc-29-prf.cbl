       IDENTIFICATION DIVISION.
       PROGRAM-ID. Exerc-29-Prf.
       AUTHOR. JOAO_PAULO.

      * Professores e atribuicoes de aulas: mantem o cadastro
      * PROFESSORES (cada professor ligado ao seu codigo de
      * operador em OPERADORES) e as atribuicoes do ano letivo em
      * ATRIBUICOES - um professor por disciplina (DISCIPLINAS) e
      * turma, com as aulas semanais - e emite a carga horaria
      * por professor (turmas, disciplinas e aulas semanais). As
      * atribuicoes restringem o lancamento de notas
      * (exerc-29-not) e a chamada (exerc-29-pre) ao professor da
      * turma e dao o nome do professor no boletim (EXERC-29) e
      * no resumo das turmas (exerc-29-tur). Manutencao e da
      * coordenacao: exige a funcao CO no perfil (OPERAUTH).
      * Pela mesma funcao a coordenacao libera no LIBBOLETIM a
      * geracao do boletim do dia com notas em falta, apontadas
      * pela conferencia de notas (exerc-29-cnf).

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
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
           SELECT DISCIPLINAS-FILE ASSIGN TO "DISCIPLINAS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WSS-FS-DISCIPLINAS.
           SELECT OPERADORES-FILE ASSIGN TO "OPERADORES"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WSS-FS-OPERADORES.
           SELECT LIBBOL-FILE ASSIGN TO "LIBBOLETIM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WSS-FS-LIBBOL.

       DATA DIVISION.
       FILE SECTION.
       FD  PROFESSORES-FILE.
           COPY "PROFESS.CPY".

       FD  ATRIBUICOES-FILE.
           COPY "ATRIBUI.CPY".

       FD  DISCIPLINAS-FILE.
           COPY "DISCIP.CPY".

       FD  OPERADORES-FILE.
           COPY "OPERADOR.CPY".

       FD  LIBBOL-FILE.
           COPY "LIBBOL.CPY".

       WORKING-STORAGE SECTION.
       77  WSS-FS-PROFESSORES   PIC X(02).
       77  WSS-FS-ATRIBUICOES   PIC X(02).
       77  WSS-FS-DISCIPLINAS   PIC X(02).
       77  WSS-FS-OPERADORES    PIC X(02).
       77  WSS-FS-LIBBOL        PIC X(02).
       77  WSS-TfsPrograma      PIC X(12) VALUE "exerc-29-prf".
       77  WSS-TfsArquivo       PIC X(12).
       77  WSS-TfsOperacao      PIC X(10).

       77  WSS-Continuar        PIC X(01) VALUE "S".
       77  WSS-OpcaoMenu        PIC 9.
       77  WSS-Operador         PIC 9(3).
       77  WSS-OperadorValido   PIC X(01).
       77  WSS-AutPrograma      PIC X(12) VALUE "exerc-29-prf".
       77  WSS-AutFuncao        PIC X(2).
       77  WSS-AutAutorizado    PIC X(1).

       77  WSS-DataHoje         PIC 9(8).
       77  WSS-AnoLetivo        PIC 9(4).
       77  WSS-CodProfessor     PIC 9(3).
       77  WSS-OperadorProf     PIC 9(3).
       77  WSS-Disciplina       PIC 9(2).
       77  WSS-NomeDisciplina   PIC X(15).
       77  WSS-Turma            PIC X(01).
       77  WSS-Confirma         PIC X(01).
       77  WSS-AchouDisciplina  PIC X(01).
       77  WSS-AchouOperador    PIC X(01).
       77  WSS-fim-arquivo      PIC X(01).
           88 WSS-NAO-HA-MAIS-REGISTROS  VALUE "S".
       77  WSS-fim-atribuicoes  PIC X(01).
           88 WSS-NAO-HA-MAIS-ATRIBUICOES  VALUE "S".
       77  WSS-QtdListados      PIC 9(4).
       77  WSS-QtdTurmasProf    PIC 9(3).
       77  WSS-AulasProf        PIC 9(4).
       77  WSS-QtdProfAtrib     PIC 9(3).
       77  WSS-TotalAulas       PIC 9(5).
       77  WSS-DataLiberacao    PIC 9(8).
       77  WSS-DataValida       PIC X(01).
       77  WSS-MotivoData       PIC X(30).

       PROCEDURE DIVISION.
       Inicio.
           CALL "OPERSIGN" USING WSS-Operador WSS-OperadorValido
           IF WSS-OperadorValido NOT = "S"
               DISPLAY "Sem operador identificado. Encerrando."
               GO TO Encerramento
           END-IF
           MOVE "CO" TO WSS-AutFuncao
           CALL "OPERAUTH" USING WSS-Operador WSS-AutPrograma
                WSS-AutFuncao WSS-AutAutorizado
           IF WSS-AutAutorizado NOT = "S"
               DISPLAY "Operador sem autorizacao de coordenacao. "
                       "Encerrando."
               GO TO Encerramento
           END-IF
           ACCEPT WSS-DataHoje FROM DATE YYYYMMDD
           COMPUTE WSS-AnoLetivo = WSS-DataHoje / 10000

           OPEN I-O PROFESSORES-FILE
           IF WSS-FS-PROFESSORES = "35"
               OPEN OUTPUT PROFESSORES-FILE
               CLOSE PROFESSORES-FILE
               OPEN I-O PROFESSORES-FILE
           END-IF
           MOVE "PROFESSORES" TO WSS-TfsArquivo
           MOVE "OPEN I-O" TO WSS-TfsOperacao
           CALL "TRATAFS" USING WSS-TfsPrograma
                WSS-TfsArquivo WSS-TfsOperacao WSS-FS-PROFESSORES

           OPEN I-O ATRIBUICOES-FILE
           IF WSS-FS-ATRIBUICOES = "35"
               OPEN OUTPUT ATRIBUICOES-FILE
               CLOSE ATRIBUICOES-FILE
               OPEN I-O ATRIBUICOES-FILE
           END-IF
           MOVE "ATRIBUICOES" TO WSS-TfsArquivo
           CALL "TRATAFS" USING WSS-TfsPrograma
                WSS-TfsArquivo WSS-TfsOperacao WSS-FS-ATRIBUICOES

           PERFORM UNTIL WSS-Continuar = "N"
                DISPLAY "--- Professores e atribuicoes ---"
                DISPLAY "1. Incluir professor"
                DISPLAY "2. Alterar professor"
                DISPLAY "3. Listar professores"
                DISPLAY "4. Atribuir disciplina e turma"
                DISPLAY "5. Retirar atribuicao"
                DISPLAY "6. Carga horaria por professor"
                DISPLAY "7. Liberar boletim com notas em falta"
                DISPLAY "8. Sair"
                DISPLAY "Digite a opcao desejada:"
                ACCEPT WSS-OpcaoMenu

                EVALUATE WSS-OpcaoMenu
                    WHEN 1
                        PERFORM IncluirProfessor
                    WHEN 2
                        PERFORM AlterarProfessor
                    WHEN 3
                        PERFORM ListarProfessores
                    WHEN 4
                        PERFORM AtribuirAulas
                    WHEN 5
                        PERFORM RetirarAtribuicao
                    WHEN 6
                        PERFORM CargaHoraria
                    WHEN 7
                        PERFORM LiberarBoletim
                    WHEN 8
                        DISPLAY "Saindo do programa."
                        MOVE "N" TO WSS-Continuar
                    WHEN OTHER
                        DISPLAY "Opcao invalida."
                END-EVALUATE
           END-PERFORM

           CLOSE PROFESSORES-FILE
           CLOSE ATRIBUICOES-FILE.

       Encerramento.
           DISPLAY SPACE
           display "Obrigado volte sempre!!! "
           DISPLAY SPACE

           ACCEPT OMITTED.
           EXIT PROGRAM.
           STOP RUN.

       IncluirProfessor.
           DISPLAY "Codigo do professor: "
           ACCEPT WSS-CodProfessor
           MOVE WSS-CodProfessor TO PRF-CODIGO
           READ PROFESSORES-FILE
               INVALID KEY
                   PERFORM AceitarDadosProfessor
                   WRITE PROFESSOR-REG
                       INVALID KEY
                           DISPLAY "Erro ao gravar professor. "
                                   "Status: " WSS-FS-PROFESSORES
                       NOT INVALID KEY
                           DISPLAY "Professor " PRF-CODIGO
                                   " incluido."
                   END-WRITE
               NOT INVALID KEY
                   DISPLAY "Professor ja cadastrado: " PRF-NOME
           END-READ.

       AceitarDadosProfessor.
           MOVE WSS-CodProfessor TO PRF-CODIGO
           DISPLAY "Nome do professor: "
           ACCEPT PRF-NOME
           PERFORM AceitarOperadorProfessor
           MOVE "A" TO PRF-SITUACAO.

       AceitarOperadorProfessor.
           DISPLAY "Codigo de operador do professor: "
           ACCEPT WSS-OperadorProf
           PERFORM ConferirOperador
           PERFORM UNTIL WSS-AchouOperador = "S"
               DISPLAY "Operador " WSS-OperadorProf " nao cadastrado "
                       "em OPERADORES. Informe novamente: "
               ACCEPT WSS-OperadorProf
               PERFORM ConferirOperador
           END-PERFORM
           MOVE WSS-OperadorProf TO PRF-OPERADOR.

       AlterarProfessor.
           DISPLAY "Codigo do professor: "
           ACCEPT WSS-CodProfessor
           MOVE WSS-CodProfessor TO PRF-CODIGO
           READ PROFESSORES-FILE
               INVALID KEY
                   DISPLAY "Professor nao cadastrado."
               NOT INVALID KEY
                   DISPLAY "Professor " PRF-CODIGO " " PRF-NOME
                           " operador " PRF-OPERADOR
                           " situacao " PRF-SITUACAO
                   DISPLAY "Novo nome: "
                   ACCEPT PRF-NOME
                   PERFORM AceitarOperadorProfessor
                   DISPLAY "Situacao - A ativo / I inativo: "
                   ACCEPT PRF-SITUACAO
                   MOVE FUNCTION UPPER-CASE (PRF-SITUACAO)
                        TO PRF-SITUACAO
                   PERFORM UNTIL PRF-ATIVO OR PRF-INATIVO
                       DISPLAY "Situacao invalida. Informe A ou I: "
                       ACCEPT PRF-SITUACAO
                       MOVE FUNCTION UPPER-CASE (PRF-SITUACAO)
                            TO PRF-SITUACAO
                   END-PERFORM
                   REWRITE PROFESSOR-REG
                       INVALID KEY
                           DISPLAY "Erro ao regravar. Status: "
                                   WSS-FS-PROFESSORES
                       NOT INVALID KEY
                           DISPLAY "Professor alterado."
                   END-REWRITE
           END-READ.

       ListarProfessores.
           MOVE ZEROS TO WSS-QtdListados
           MOVE "N" TO WSS-fim-arquivo
           MOVE ZEROS TO PRF-CODIGO
           START PROFESSORES-FILE KEY NOT < PRF-CODIGO
               INVALID KEY SET WSS-NAO-HA-MAIS-REGISTROS TO TRUE
           END-START
           DISPLAY "------ PROFESSORES ------"
           PERFORM UNTIL WSS-NAO-HA-MAIS-REGISTROS
               READ PROFESSORES-FILE NEXT RECORD
                   AT END SET WSS-NAO-HA-MAIS-REGISTROS TO TRUE
                   NOT AT END
                       DISPLAY PRF-CODIGO " " PRF-NOME
                               " operador " PRF-OPERADOR
                               " situacao " PRF-SITUACAO
                       ADD 1 TO WSS-QtdListados
               END-READ
           END-PERFORM
           DISPLAY "Professores listados: " WSS-QtdListados.

      * Um professor por disciplina e turma no ano: atribuir de
      * novo troca o professor, com confirmacao.
       AtribuirAulas.
           DISPLAY "Ano letivo (0 = " WSS-AnoLetivo "): "
           ACCEPT ATB-ANO
           IF ATB-ANO = ZEROS
               MOVE WSS-AnoLetivo TO ATB-ANO
           END-IF
           DISPLAY "Codigo da disciplina: "
           ACCEPT WSS-Disciplina
           PERFORM ValidarDisciplina
           IF WSS-AchouDisciplina = "N"
               DISPLAY "Disciplina " WSS-Disciplina " nao "
                       "cadastrada. Nada gravado."
           ELSE
               DISPLAY "Turma (espaco = turma unica): "
               ACCEPT WSS-Turma
               DISPLAY "Codigo do professor: "
               ACCEPT WSS-CodProfessor
               MOVE WSS-CodProfessor TO PRF-CODIGO
               READ PROFESSORES-FILE
                   INVALID KEY
                       DISPLAY "Professor nao cadastrado. Nada "
                               "gravado."
                   NOT INVALID KEY
                       IF PRF-INATIVO
                           DISPLAY "Professor inativo. Nada "
                                   "gravado."
                       ELSE
                           PERFORM GravarAtribuicao
                       END-IF
               END-READ
           END-IF.

       GravarAtribuicao.
           MOVE WSS-Disciplina TO ATB-DISCIPLINA
           MOVE WSS-Turma TO ATB-TURMA
           READ ATRIBUICOES-FILE
               INVALID KEY
                   MOVE PRF-CODIGO TO ATB-PROFESSOR
                   PERFORM AceitarAulasSemanais
                   WRITE ATRIBUI-REG
                       INVALID KEY
                           DISPLAY "Erro ao gravar atribuicao. "
                                   "Status: " WSS-FS-ATRIBUICOES
                       NOT INVALID KEY
                           DISPLAY WSS-NomeDisciplina " turma "
                                   ATB-TURMA " atribuida a "
                                   PRF-NOME "."
                   END-WRITE
               NOT INVALID KEY
                   DISPLAY "Ja atribuida ao professor "
                           ATB-PROFESSOR ". Trocar (S/N)? "
                   ACCEPT WSS-Confirma
                   IF WSS-Confirma = "S" OR WSS-Confirma = "s"
                       MOVE PRF-CODIGO TO ATB-PROFESSOR
                       PERFORM AceitarAulasSemanais
                       REWRITE ATRIBUI-REG
                           INVALID KEY
                               DISPLAY "Erro ao regravar. Status: "
                                       WSS-FS-ATRIBUICOES
                           NOT INVALID KEY
                               DISPLAY "Atribuicao trocada para "
                                       PRF-NOME "."
                       END-REWRITE
                   ELSE
                       DISPLAY "Atribuicao mantida."
                   END-IF
           END-READ.

       AceitarAulasSemanais.
           DISPLAY "Aulas semanais: "
           ACCEPT ATB-AULASSEM.

       RetirarAtribuicao.
           DISPLAY "Ano letivo (0 = " WSS-AnoLetivo "): "
           ACCEPT ATB-ANO
           IF ATB-ANO = ZEROS
               MOVE WSS-AnoLetivo TO ATB-ANO
           END-IF
           DISPLAY "Codigo da disciplina: "
           ACCEPT ATB-DISCIPLINA
           DISPLAY "Turma (espaco = turma unica): "
           ACCEPT ATB-TURMA
           READ ATRIBUICOES-FILE
               INVALID KEY
                   DISPLAY "Atribuicao nao encontrada."
               NOT INVALID KEY
                   DELETE ATRIBUICOES-FILE
                       INVALID KEY
                           DISPLAY "Erro ao excluir. Status: "
                                   WSS-FS-ATRIBUICOES
                       NOT INVALID KEY
                           DISPLAY "Atribuicao retirada."
                   END-DELETE
           END-READ.

      * Carga horaria do ano: para cada professor, as turmas e
      * disciplinas atribuidas e o total de aulas semanais.
       CargaHoraria.
           DISPLAY "Ano letivo (0 = " WSS-AnoLetivo "): "
           ACCEPT ATB-ANO
           IF ATB-ANO = ZEROS
               MOVE WSS-AnoLetivo TO ATB-ANO
           END-IF
           MOVE ATB-ANO TO WSS-AnoLetivo
           MOVE ZEROS TO WSS-QtdProfAtrib
           MOVE ZEROS TO WSS-TotalAulas
           DISPLAY "------ CARGA HORARIA POR PROFESSOR "
                   WSS-AnoLetivo " ------"
           MOVE "N" TO WSS-fim-arquivo
           MOVE ZEROS TO PRF-CODIGO
           START PROFESSORES-FILE KEY NOT < PRF-CODIGO
               INVALID KEY SET WSS-NAO-HA-MAIS-REGISTROS TO TRUE
           END-START
           PERFORM UNTIL WSS-NAO-HA-MAIS-REGISTROS
               READ PROFESSORES-FILE NEXT RECORD
                   AT END SET WSS-NAO-HA-MAIS-REGISTROS TO TRUE
                   NOT AT END
                       PERFORM CargaDoProfessor
               END-READ
           END-PERFORM
           DISPLAY "Professores com aulas: " WSS-QtdProfAtrib
                   "  aulas semanais no total: " WSS-TotalAulas
           ACCEPT WSS-DataHoje FROM DATE YYYYMMDD
           COMPUTE WSS-AnoLetivo = WSS-DataHoje / 10000.

       CargaDoProfessor.
           MOVE ZEROS TO WSS-QtdTurmasProf
           MOVE ZEROS TO WSS-AulasProf
           DISPLAY PRF-CODIGO " " PRF-NOME
           MOVE "N" TO WSS-fim-atribuicoes
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
                           IF ATB-PROFESSOR = PRF-CODIGO
                               MOVE ATB-DISCIPLINA TO WSS-Disciplina
                               PERFORM ValidarDisciplina
                               DISPLAY "    disciplina "
                                       ATB-DISCIPLINA " "
                                       WSS-NomeDisciplina
                                       " turma " ATB-TURMA
                                       " aulas/semana " ATB-AULASSEM
                               ADD 1 TO WSS-QtdTurmasProf
                               ADD ATB-AULASSEM TO WSS-AulasProf
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           IF WSS-QtdTurmasProf = ZEROS
               DISPLAY "    sem atribuicoes no ano"
           ELSE
               ADD 1 TO WSS-QtdProfAtrib
               ADD WSS-AulasProf TO WSS-TotalAulas
               DISPLAY "    turmas/disciplinas: " WSS-QtdTurmasProf
                       "  aulas semanais: " WSS-AulasProf
           END-IF.

      * Liberacao explicita da coordenacao: vale so para a data
      * informada, com o motivo registrado para a auditoria.
       LiberarBoletim.
           DISPLAY "Data da geracao liberada (AAAAMMDD, 0 = hoje): "
           ACCEPT WSS-DataLiberacao
           IF WSS-DataLiberacao = ZEROS
               MOVE WSS-DataHoje TO WSS-DataLiberacao
           END-IF
           CALL "VALIDATA" USING WSS-DataLiberacao WSS-DataValida
                                 WSS-MotivoData
           IF WSS-DataValida NOT = "S"
               DISPLAY "Data invalida (" WSS-MotivoData "). Nada "
                       "gravado."
           ELSE
               MOVE WSS-DataLiberacao TO LBB-DATA
               MOVE WSS-Operador TO LBB-OPERADOR
               DISPLAY "Motivo da liberacao: "
               ACCEPT LBB-MOTIVO
               IF LBB-MOTIVO = SPACES
                   DISPLAY "Motivo obrigatorio. Nada gravado."
               ELSE
                   OPEN EXTEND LIBBOL-FILE
                   IF WSS-FS-LIBBOL NOT = "00"
                       CLOSE LIBBOL-FILE
                       OPEN OUTPUT LIBBOL-FILE
                   END-IF
                   IF WSS-FS-LIBBOL NOT = "00"
                       DISPLAY "Nao foi possivel gravar em "
                               "LIBBOLETIM. Status: " WSS-FS-LIBBOL
                   ELSE
                       WRITE LIBBOL-REG
                       CLOSE LIBBOL-FILE
                       DISPLAY "Boletim de " LBB-DATA " liberado "
                               "com notas em falta."
                   END-IF
               END-IF
           END-IF.

       ValidarDisciplina.
           MOVE "N" TO WSS-AchouDisciplina
           MOVE SPACES TO WSS-NomeDisciplina
           OPEN INPUT DISCIPLINAS-FILE
           IF WSS-FS-DISCIPLINAS = "35"
               DISPLAY "Arquivo DISCIPLINAS nao encontrado."
           ELSE
               MOVE "N" TO WSS-fim-arquivo
               READ DISCIPLINAS-FILE
                   AT END SET WSS-NAO-HA-MAIS-REGISTROS TO TRUE
               END-READ
               PERFORM UNTIL WSS-NAO-HA-MAIS-REGISTROS
                      OR WSS-AchouDisciplina = "S"
                   IF DIS-CODIGO = WSS-Disciplina
                       MOVE "S" TO WSS-AchouDisciplina
                       MOVE DIS-NOME TO WSS-NomeDisciplina
                   ELSE
                       READ DISCIPLINAS-FILE
                           AT END
                            SET WSS-NAO-HA-MAIS-REGISTROS TO TRUE
                       END-READ
                   END-IF
               END-PERFORM
               CLOSE DISCIPLINAS-FILE
           END-IF.

       ConferirOperador.
           MOVE "N" TO WSS-AchouOperador
           OPEN INPUT OPERADORES-FILE
           IF WSS-FS-OPERADORES = "35"
               DISPLAY "Arquivo OPERADORES nao encontrado."
           ELSE
               MOVE "N" TO WSS-fim-arquivo
               READ OPERADORES-FILE
                   AT END SET WSS-NAO-HA-MAIS-REGISTROS TO TRUE
               END-READ
               PERFORM UNTIL WSS-NAO-HA-MAIS-REGISTROS
                      OR WSS-AchouOperador = "S"
                   IF OPE-CODIGO = WSS-OperadorProf
                       MOVE "S" TO WSS-AchouOperador
                   ELSE
                       READ OPERADORES-FILE
                           AT END
                            SET WSS-NAO-HA-MAIS-REGISTROS TO TRUE
                       END-READ
                   END-IF
               END-PERFORM
               CLOSE OPERADORES-FILE
           END-IF.
      *wrun32 exerc-29-prf
