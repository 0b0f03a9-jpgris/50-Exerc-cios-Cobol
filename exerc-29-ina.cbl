       IDENTIFICATION DIVISION.
       PROGRAM-ID. Exerc-29-Ina.
       AUTHOR. JOAO_PAULO.

      * Relatorio de inadimplencia das mensalidades escolares por
      * turma: le MENSALIDADES, separa os alunos com mensalidade
      * vencida em aberto e, turma a turma (a turma atual do
      * ALUNOS), lista cada aluno com a quantidade e o valor
      * liquido das mensalidades vencidas e a mais antiga delas,
      * marcando INADIMPLENTE quem passou do limite do plano da
      * turma - a mesma regra do servico INADIMPL que a consulta
      * de balcao (exerc-29-con) mostra e que tira o aluno da
      * rematricula. Totais por turma e geral no fim.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MENSAL-FILE ASSIGN TO "MENSALIDADES"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MEN-CHAVE
               FILE STATUS IS WSS-FS-MENSAL.
           SELECT ALUNOS-FILE ASSIGN TO "ALUNOS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS REG-ALUNO-ID
               FILE STATUS IS WSS-FS-ALUNOS.

       DATA DIVISION.
       FILE SECTION.
       FD  MENSAL-FILE.
           COPY "MENSAL.CPY".

       FD  ALUNOS-FILE.
           COPY "ALUNO.CPY".

       WORKING-STORAGE SECTION.
       77  WSS-FS-MENSAL        PIC X(02).
       77  WSS-FS-ALUNOS        PIC X(02).
       77  WSS-LogPrograma      PIC X(12) VALUE "EXERC-29-INA".
       77  WSS-LogEvento        PIC X(01).
       77  WSS-LogLidos         PIC 9(7) VALUE ZEROS.
       77  WSS-LogGravados      PIC 9(7) VALUE ZEROS.
       77  WSS-LogRejeitados    PIC 9(7) VALUE ZEROS.
       77  WSS-LogRetorno       PIC X(02) VALUE "OK".
       77  WSS-TfsPrograma      PIC X(12) VALUE "exerc-29-ina".
       77  WSS-TfsArquivo       PIC X(12).
       77  WSS-TfsOperacao      PIC X(10).

       77  WSS-DataHoje         PIC 9(8).
       77  WSS-fim-mensal       PIC X(01) VALUE "N".
           88 WSS-NAO-HA-MAIS-MENSALIDADES  VALUE "S".
       77  WSS-AlunosAberto     PIC X(01) VALUE "N".

       77  WSS-IndAlu           PIC 9(3).
       77  WSS-QtdAlunos        PIC 9(3) VALUE ZEROS.
       01  TABELA-ATRASADOS.
           05  ALUNO-ATRASADO OCCURS 900 TIMES.
               10  atr-aluno          PIC 9(5).
               10  atr-nome           PIC X(20).
               10  atr-turma          PIC X(01).
               10  atr-antiga         PIC 9(8).
               10  atr-meses          PIC 9(2).
               10  atr-valor          PIC 9(7)V99.
               10  atr-inadimplente   PIC X(01).

       77  WSS-IndTur           PIC 9(2).
       77  WSS-IndTur2          PIC 9(2).
       77  WSS-QtdTurmas        PIC 9(2) VALUE ZEROS.
       77  WSS-AchouTurma       PIC X(01).
       77  WSS-TurmaTroca       PIC X(01).
       01  TABELA-TURMAS.
           05  tur-codigo OCCURS 20 TIMES PIC X(01).

       77  WSS-AlunoNum         PIC 9(5).
       77  WSS-Turma            PIC X(01).
       77  WSS-MesesAtraso      PIC 9(2).
       77  WSS-ValorAtraso      PIC 9(7)V99.
       77  WSS-Inadimplente     PIC X(01).

       77  WSS-TurAlunos        PIC 9(3).
       77  WSS-TurInadimplentes PIC 9(3).
       77  WSS-TurValor         PIC 9(8)V99.
       77  WSS-GerInadimplentes PIC 9(3) VALUE ZEROS.
       77  WSS-GerValor         PIC 9(8)V99 VALUE ZEROS.
       77  WSS-Marca            PIC X(12).
       77  WSS-ValorEd          PIC z,zzz,zz9.99.
       77  WSS-TotalEd          PIC zz,zzz,zz9.99.

       PROCEDURE DIVISION.
       Inicio.
           MOVE "I" TO WSS-LogEvento
           CALL "GRAVALOG" USING WSS-LogPrograma WSS-LogEvento
                WSS-LogLidos WSS-LogGravados WSS-LogRejeitados
                WSS-LogRetorno

           ACCEPT WSS-DataHoje FROM DATE YYYYMMDD
           OPEN INPUT MENSAL-FILE
           IF WSS-FS-MENSAL = "35"
               DISPLAY "Arquivo MENSALIDADES nao encontrado. Nenhuma "
                       "mensalidade faturada ate agora."
               GO TO GravarFimLog
           END-IF
           MOVE "MENSALIDADES" TO WSS-TfsArquivo
           MOVE "OPEN INPUT" TO WSS-TfsOperacao
           CALL "TRATAFS" USING WSS-TfsPrograma
                WSS-TfsArquivo WSS-TfsOperacao WSS-FS-MENSAL
           IF WSS-FS-MENSAL NOT = "00"
               MOVE "ER" TO WSS-LogRetorno
               GO TO GravarFimLog
           END-IF

           MOVE LOW-VALUES TO MEN-CHAVE
           START MENSAL-FILE KEY NOT < MEN-CHAVE
               INVALID KEY SET WSS-NAO-HA-MAIS-MENSALIDADES TO TRUE
           END-START
           PERFORM UNTIL WSS-NAO-HA-MAIS-MENSALIDADES
               READ MENSAL-FILE NEXT RECORD
                   AT END SET WSS-NAO-HA-MAIS-MENSALIDADES TO TRUE
                   NOT AT END
                       ADD 1 TO WSS-LogLidos
                       IF MEN-ABERTA
                          AND MEN-VENCIMENTO < WSS-DataHoje
                           PERFORM GuardarAtrasado
                       END-IF
               END-READ
           END-PERFORM
           CLOSE MENSAL-FILE

           OPEN INPUT ALUNOS-FILE
           IF WSS-FS-ALUNOS = "00"
               MOVE "S" TO WSS-AlunosAberto
           ELSE
               DISPLAY "Cadastro ALUNOS indisponivel. Status: "
                       WSS-FS-ALUNOS ". Relatorio pela turma da "
                       "mensalidade, sem nomes."
           END-IF
           PERFORM VARYING WSS-IndAlu FROM 1 BY 1
                   UNTIL WSS-IndAlu > WSS-QtdAlunos
               PERFORM ApurarAtrasado
           END-PERFORM
           IF WSS-AlunosAberto = "S"
               CLOSE ALUNOS-FILE
           END-IF

           PERFORM OrdenarTurmas

           DISPLAY "------ INADIMPLENCIA DE MENSALIDADES "
                   WSS-DataHoje " ------"
           PERFORM VARYING WSS-IndTur FROM 1 BY 1
                   UNTIL WSS-IndTur > WSS-QtdTurmas
               PERFORM ImprimirTurma
           END-PERFORM
           MOVE WSS-GerValor TO WSS-TotalEd
           DISPLAY "Alunos com mensalidade vencida: " WSS-QtdAlunos
           DISPLAY "Alunos inadimplentes..........: "
                   WSS-GerInadimplentes
           DISPLAY "Valor vencido em aberto.......: " WSS-TotalEd

           MOVE WSS-QtdAlunos TO WSS-LogGravados.

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

      * MENSALIDADES vem por matricula + competencia: a primeira
      * vencida de cada aluno e a mais antiga.
       GuardarAtrasado.
           IF WSS-QtdAlunos > ZEROS
               IF atr-aluno (WSS-QtdAlunos) = MEN-ALUNO
                   MOVE MEN-TURMA TO atr-turma (WSS-QtdAlunos)
               ELSE
                   PERFORM IncluirAtrasado
               END-IF
           ELSE
               PERFORM IncluirAtrasado
           END-IF.

       IncluirAtrasado.
           IF WSS-QtdAlunos < 900
               ADD 1 TO WSS-QtdAlunos
               MOVE MEN-ALUNO TO atr-aluno (WSS-QtdAlunos)
               MOVE SPACES TO atr-nome (WSS-QtdAlunos)
               MOVE MEN-TURMA TO atr-turma (WSS-QtdAlunos)
               MOVE MEN-VENCIMENTO TO atr-antiga (WSS-QtdAlunos)
           ELSE
               ADD 1 TO WSS-LogRejeitados
               DISPLAY "Tabela de alunos cheia; aluno " MEN-ALUNO
                       " fora do relatorio."
           END-IF.

       ApurarAtrasado.
           IF WSS-AlunosAberto = "S"
               MOVE atr-aluno (WSS-IndAlu) TO REG-ALUNO-ID
               READ ALUNOS-FILE
                   INVALID KEY
                       MOVE "(nao cadastrado)" TO atr-nome (WSS-IndAlu)
                   NOT INVALID KEY
                       MOVE REG-ALUNO-NOME TO atr-nome (WSS-IndAlu)
                       MOVE REG-ALUNO-TURMA TO atr-turma (WSS-IndAlu)
               END-READ
           END-IF
           MOVE atr-aluno (WSS-IndAlu) TO WSS-AlunoNum
           MOVE atr-turma (WSS-IndAlu) TO WSS-Turma
           CALL "INADIMPL" USING WSS-AlunoNum WSS-Turma WSS-DataHoje
                WSS-MesesAtraso WSS-ValorAtraso WSS-Inadimplente
           MOVE WSS-MesesAtraso TO atr-meses (WSS-IndAlu)
           MOVE WSS-ValorAtraso TO atr-valor (WSS-IndAlu)
           MOVE WSS-Inadimplente TO atr-inadimplente (WSS-IndAlu)

           MOVE "N" TO WSS-AchouTurma
           PERFORM VARYING WSS-IndTur FROM 1 BY 1
                   UNTIL WSS-IndTur > WSS-QtdTurmas
                      OR WSS-AchouTurma = "S"
               IF tur-codigo (WSS-IndTur) = WSS-Turma
                   MOVE "S" TO WSS-AchouTurma
               END-IF
           END-PERFORM
           IF WSS-AchouTurma = "N" AND WSS-QtdTurmas < 20
               ADD 1 TO WSS-QtdTurmas
               MOVE WSS-Turma TO tur-codigo (WSS-QtdTurmas)
           END-IF.

       OrdenarTurmas.
           PERFORM VARYING WSS-IndTur FROM 1 BY 1
                   UNTIL WSS-IndTur >= WSS-QtdTurmas
               PERFORM VARYING WSS-IndTur2 FROM WSS-IndTur BY 1
                       UNTIL WSS-IndTur2 > WSS-QtdTurmas
                   IF tur-codigo (WSS-IndTur2) <
                      tur-codigo (WSS-IndTur)
                       MOVE tur-codigo (WSS-IndTur) TO WSS-TurmaTroca
                       MOVE tur-codigo (WSS-IndTur2)
                            TO tur-codigo (WSS-IndTur)
                       MOVE WSS-TurmaTroca TO tur-codigo (WSS-IndTur2)
                   END-IF
               END-PERFORM
           END-PERFORM.

       ImprimirTurma.
           MOVE ZEROS TO WSS-TurAlunos
           MOVE ZEROS TO WSS-TurInadimplentes
           MOVE ZEROS TO WSS-TurValor
           DISPLAY SPACE
           DISPLAY "TURMA " tur-codigo (WSS-IndTur)
           DISPLAY "Matric Nome                 Meses Mais antiga"
                   "        Valor"
           PERFORM VARYING WSS-IndAlu FROM 1 BY 1
                   UNTIL WSS-IndAlu > WSS-QtdAlunos
               IF atr-turma (WSS-IndAlu) = tur-codigo (WSS-IndTur)
                   PERFORM ImprimirAtrasado
               END-IF
           END-PERFORM
           MOVE WSS-TurValor TO WSS-TotalEd
           DISPLAY "  Turma " tur-codigo (WSS-IndTur)
                   ": " WSS-TurAlunos " alunos em atraso, "
                   WSS-TurInadimplentes " inadimplentes, R$ "
                   WSS-TotalEd.

       ImprimirAtrasado.
           ADD 1 TO WSS-TurAlunos
           ADD atr-valor (WSS-IndAlu) TO WSS-TurValor
           ADD atr-valor (WSS-IndAlu) TO WSS-GerValor
           MOVE SPACES TO WSS-Marca
           IF atr-inadimplente (WSS-IndAlu) = "S"
               MOVE "INADIMPLENTE" TO WSS-Marca
               ADD 1 TO WSS-TurInadimplentes
               ADD 1 TO WSS-GerInadimplentes
           END-IF
           MOVE atr-valor (WSS-IndAlu) TO WSS-ValorEd
           DISPLAY atr-aluno (WSS-IndAlu) "  "
                   atr-nome (WSS-IndAlu) " "
                   atr-meses (WSS-IndAlu) "    "
                   atr-antiga (WSS-IndAlu) " "
                   WSS-ValorEd " " WSS-Marca.
      *wrun32 exerc-29-ina
