      * presenca ou falta por aluno, substituindo a contagem manual
      * das folhas de chamada. O total de AULAS do cadastro ALUNOS
      * sai do fechamento do periodo (exerc-29-acu).
      * O operador identificado so faz a chamada das turmas em
      * que tem aulas atribuidas no ano (ATRIBUICOES, mantidas no
      * exerc-29-prf); fora delas exige a funcao CO de
      * coordenacao no perfil (OPERAUTH).
      * Chamada datada em competencia escolar ja fechada
      * (PERIODOS, servico PERFECH) e recusada; a tentativa vai
      * ao SEGLOG.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           SELECT PRESENCAS-FILE ASSIGN TO "PRESENCAS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WSS-FS-PRESENCAS.
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
       FD  PRESENCAS-FILE.
           COPY "PRESENCA.CPY".

       FD  PROFESSORES-FILE.
           COPY "PROFESS.CPY".

       FD  ATRIBUICOES-FILE.
           COPY "ATRIBUI.CPY".

       WORKING-STORAGE SECTION.
       77  WSS-FS-PRESENCAS     PIC X(02).
       77  WSS-DataAula         PIC 9(8).
       77  WSS-Situacao         PIC X(01).
       77  WSS-Turma            PIC X(01).
       77  WSS-QtdLancadas      PIC 9(4) VALUE ZEROS.
       77  WSS-FS-PROFESSORES   PIC X(02).
       77  WSS-FS-ATRIBUICOES   PIC X(02).
       77  WSS-fim-arquivo      PIC X(01).
           88 WSS-NAO-HA-MAIS-REGISTROS  VALUE "S".
       77  WSS-Operador         PIC 9(3).
       77  WSS-OperadorValido   PIC X(01).
       77  WSS-AutPrograma      PIC X(12) VALUE "exerc-29-pre".
       77  WSS-AutFuncao        PIC X(2).
       77  WSS-AutAutorizado    PIC X(1).
       77  WSS-ProfOperador     PIC 9(3) VALUE ZEROS.
       77  WSS-Permitido        PIC X(01).
       77  WSS-AnoLetivo        PIC 9(4).
       77  WSS-PerOperacao      PIC X(01) VALUE "V".
       77  WSS-PerSubsistema    PIC X(02) VALUE "ES".
       77  WSS-PerSituacao      PIC X(01).

       PROCEDURE DIVISION.
       Inicio.
           CALL "OPERSIGN" USING WSS-Operador WSS-OperadorValido
           IF WSS-OperadorValido NOT = "S"
               DISPLAY "Sem operador identificado. Encerrando."
               GO TO Encerramento
           END-IF
           ACCEPT WSS-DataHoje FROM DATE YYYYMMDD
           DISPLAY "Data da aula (AAAAMMDD, 0 = hoje): "
           ACCEPT WSS-DataAula
           IF WSS-DataAula = 0
               MOVE WSS-DataHoje TO WSS-DataAula
           END-IF
           CALL "PERFECH" USING WSS-PerOperacao WSS-PerSubsistema
                WSS-DataAula WSS-Operador WSS-AutPrograma
                WSS-PerSituacao
           IF WSS-PerSituacao = "F"
               DISPLAY "Competencia " WSS-DataAula (1:6) " da "
                       "escola ja fechada. Chamada recusada."
               GO TO Encerramento
           END-IF
           DISPLAY "Turma da chamada (espaco = turma unica): "
           ACCEPT WSS-Turma
           COMPUTE WSS-AnoLetivo = WSS-DataAula / 10000
           PERFORM ConferirAtribuicao
           IF WSS-Permitido NOT = "S"
               DISPLAY "Turma " WSS-Turma " sem aulas atribuidas ao "
                       "operador em " WSS-AnoLetivo ". Chamada "
                       "recusada."
               GO TO Encerramento
           END-IF

           OPEN EXTEND PRESENCAS-FILE
           IF WSS-FS-PRESENCAS NOT = "00"
           END-PERFORM

           CLOSE PRESENCAS-FILE
           DISPLAY "Lancamentos da chamada: " WSS-QtdLancadas.

       Encerramento.
           DISPLAY SPACE
           display "Obrigado volte sempre!!! "
           DISPLAY SPACE
           ACCEPT OMITTED.
           EXIT PROGRAM.
           STOP RUN.
      * A turma tem alguma disciplina do ano atribuida ao
      * professor ligado ao operador; senao vale a funcao de
      * coordenacao.
       ConferirAtribuicao.
           MOVE "N" TO WSS-Permitido
           MOVE ZEROS TO WSS-ProfOperador
           OPEN INPUT PROFESSORES-FILE
           IF WSS-FS-PROFESSORES = "00"
               MOVE "N" TO WSS-fim-arquivo
               PERFORM UNTIL WSS-NAO-HA-MAIS-REGISTROS
                      OR WSS-ProfOperador NOT = ZEROS
                   READ PROFESSORES-FILE NEXT RECORD
                       AT END SET WSS-NAO-HA-MAIS-REGISTROS TO TRUE
                       NOT AT END
                           IF PRF-OPERADOR = WSS-Operador
                              AND PRF-ATIVO
                               MOVE PRF-CODIGO TO WSS-ProfOperador
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE PROFESSORES-FILE
           END-IF
           IF WSS-ProfOperador NOT = ZEROS
               OPEN INPUT ATRIBUICOES-FILE
               IF WSS-FS-ATRIBUICOES = "00"
                   MOVE "N" TO WSS-fim-arquivo
                   MOVE WSS-AnoLetivo TO ATB-ANO
                   MOVE ZEROS TO ATB-DISCIPLINA
                   MOVE LOW-VALUES TO ATB-TURMA
                   START ATRIBUICOES-FILE KEY NOT < ATB-CHAVE
                       INVALID KEY SET WSS-NAO-HA-MAIS-REGISTROS
                                   TO TRUE
                   END-START
                   PERFORM UNTIL WSS-NAO-HA-MAIS-REGISTROS
                          OR WSS-Permitido = "S"
                       READ ATRIBUICOES-FILE NEXT RECORD
                           AT END SET WSS-NAO-HA-MAIS-REGISTROS TO TRUE
                           NOT AT END
                               IF ATB-ANO NOT = WSS-AnoLetivo
                                   SET WSS-NAO-HA-MAIS-REGISTROS
                                       TO TRUE
                               ELSE
                                   IF ATB-TURMA = WSS-Turma
                                      AND ATB-PROFESSOR
                                          = WSS-ProfOperador
                                       MOVE "S" TO WSS-Permitido
                                   END-IF
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE ATRIBUICOES-FILE
               END-IF
           END-IF
           IF WSS-Permitido NOT = "S"
               MOVE "CO" TO WSS-AutFuncao
               CALL "OPERAUTH" USING WSS-Operador WSS-AutPrograma
                    WSS-AutFuncao WSS-AutAutorizado
               MOVE WSS-AutAutorizado TO WSS-Permitido
           END-IF.
      *wrun32 exerc-29-pre
