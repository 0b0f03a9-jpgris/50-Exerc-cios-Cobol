       IDENTIFICATION DIVISION.
       PROGRAM-ID. EXERC-29-CAL.
       AUTHOR. JOAO_PAULO.
      *****************************************************
      *  Conversao unica do cadastro ALUNOS indexado para  *
      *  o novo layout com o responsavel que agrupa os     *
      *  irmaos, a serie e o ano letivo da serie. Antes de *
      *  executar, renomear o arquivo ALUNOS atual para    *
      *  ALUNOSANT; o programa grava o novo ALUNOS a       *
      *  partir dele. Os tres campos ficam em branco (sem  *
      *  irmaos, serie nao informada) para complemento     *
      *  pelo exerc-29-pla e pelo exerc-29-tur. Nao        *
      *  confundir com a exerc-29-conv, que le o ALUNOS    *
      *  antigo de linha sequencial.                       *
      *****************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ANTIGO-FILE ASSIGN TO "ALUNOSANT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS ALA-ID
               FILE STATUS IS WSS-FS-ANTIGO.
           SELECT ALUNOS-FILE ASSIGN TO "ALUNOS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS REG-ALUNO-ID
               FILE STATUS IS WSS-FS-ALUNOS.

       DATA DIVISION.
       FILE SECTION.
       FD  ANTIGO-FILE.
       01  WSS-REG-ALUNO-ANT.
           05  ALA-ID              PIC 9(5).
           05  ALA-NOME            PIC X(20).
           05  ALA-NOTA1           PIC 9(2).
           05  ALA-NOTA2           PIC 9(2).
           05  ALA-NOTA3           PIC 9(2).
           05  ALA-AULAS           PIC 99.
           05  ALA-SITUACAO        PIC X(01).
           05  ALA-SITDATA         PIC X(08).
           05  ALA-TURMA           PIC X(01).

       FD  ALUNOS-FILE.
           COPY "ALUNO.CPY".

       WORKING-STORAGE SECTION.
       77  WSS-FS-ANTIGO        PIC X(02).
       77  WSS-FS-ALUNOS        PIC X(02).
       77  WSS-fim-arquivo      PIC X(01) VALUE "N".
           88 WSS-NAO-HA-MAIS-ALUNOS  VALUE "S".
       77  WSS-QtdLidas         PIC 9(7) VALUE ZEROS.
       77  WSS-QtdGravadas      PIC 9(7) VALUE ZEROS.

       PROCEDURE DIVISION.
       Inicio.
           OPEN INPUT ANTIGO-FILE
           IF WSS-FS-ANTIGO = "35"
               DISPLAY "Arquivo ALUNOSANT nao encontrado."
                       " Renomeie o ALUNOS atual para"
                       " ALUNOSANT antes da conversao."
               GO TO Encerramento
           END-IF

           OPEN OUTPUT ALUNOS-FILE
           IF WSS-FS-ALUNOS NOT = "00"
               DISPLAY "Nao foi possivel criar o novo ALUNOS. "
                       "Status: " WSS-FS-ALUNOS
               CLOSE ANTIGO-FILE
               GO TO Encerramento
           END-IF

           READ ANTIGO-FILE
               AT END SET WSS-NAO-HA-MAIS-ALUNOS TO TRUE
           END-READ

           PERFORM UNTIL WSS-NAO-HA-MAIS-ALUNOS
               ADD 1 TO WSS-QtdLidas
               MOVE ALA-ID TO REG-ALUNO-ID
               MOVE ALA-NOME TO REG-ALUNO-NOME
               MOVE ALA-NOTA1 TO REG-ALUNO-NOTA1
               MOVE ALA-NOTA2 TO REG-ALUNO-NOTA2
               MOVE ALA-NOTA3 TO REG-ALUNO-NOTA3
               MOVE ALA-AULAS TO REG-ALUNO-AULAS
               MOVE ALA-SITUACAO TO REG-ALUNO-SITUACAO
               MOVE ALA-SITDATA TO REG-ALUNO-SITDATA
               MOVE ALA-TURMA TO REG-ALUNO-TURMA
               MOVE SPACES TO REG-ALUNO-RESPONSAVEL
               MOVE SPACES TO REG-ALUNO-SERIE
               MOVE SPACES TO REG-ALUNO-ANOSERIE
               WRITE WSS-REG-ALUNO
                   INVALID KEY
                       DISPLAY "Matricula duplicada ignorada: "
                               ALA-ID
                   NOT INVALID KEY
                       ADD 1 TO WSS-QtdGravadas
               END-WRITE
               READ ANTIGO-FILE
                   AT END SET WSS-NAO-HA-MAIS-ALUNOS TO TRUE
               END-READ
           END-PERFORM

           CLOSE ANTIGO-FILE
           CLOSE ALUNOS-FILE

           DISPLAY "------ CONVERSAO DO CADASTRO ALUNOS ------"
           DISPLAY "Alunos lidos....: " WSS-QtdLidas
           DISPLAY "Alunos gravados.: " WSS-QtdGravadas.

       Encerramento.
           DISPLAY SPACE
           display "Obrigado volte sempre!!! "
           DISPLAY SPACE

           ACCEPT OMITTED.
           EXIT PROGRAM.
           STOP RUN.
      *wrun32 exerc-29-cal
