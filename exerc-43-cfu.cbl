       IDENTIFICATION DIVISION.
       PROGRAM-ID. EXERC-43-CFU.
       AUTHOR. JOAO_PAULO.
      *****************************************************
      *  Conversao unica do cadastro FUNCIONARIOS para o   *
      *  novo layout com grupo de escala do ponto, centro  *
      *  de custo do rateio e CPF. Antes de executar,      *
      *  renomear o arquivo FUNCIONARIOS atual para        *
      *  FUNCIONARIOSANT; o programa grava o novo          *
      *  FUNCIONARIOS a partir dele. Escala e centro de    *
      *  custo ficam em branco (sem controle de ponto, sem *
      *  centro) e o CPF em branco, para complemento pela  *
      *  manutencao do cadastro (exerc-43-man).            *
      *****************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ANTIGO-FILE ASSIGN TO "FUNCIONARIOSANT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS FUA-MATRICULA
               FILE STATUS IS WSS-FS-ANTIGO.
           SELECT FUNCIONARIOS-FILE ASSIGN TO "FUNCIONARIOS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FUN-MATRICULA
               FILE STATUS IS WSS-FS-FUNCIONARIOS.

       DATA DIVISION.
       FILE SECTION.
       FD  ANTIGO-FILE.
       01  FUNCIONARIO-REG-ANT.
           05  FUA-MATRICULA       PIC 9(5).
           05  FUA-NOME            PIC X(30).
           05  FUA-SALARIO         PIC 9(7)V99.
           05  FUA-ADMISSAO        PIC 9(8).
           05  FUA-DEPENDENTES     PIC 9(2).
           05  FUA-PERCINVEST      PIC 9(2)V99.
           05  FUA-CODINVEST       PIC 9(6).
           05  FUA-SITUACAO        PIC X(01).
           05  FUA-DESLIGDATA      PIC 9(8).
           05  FUA-DESLIGMOTIVO    PIC X(20).
           05  FUA-BANCO           PIC 9(3).
           05  FUA-AGENCIA         PIC 9(4).
           05  FUA-CONTABANCO      PIC 9(10).

       FD  FUNCIONARIOS-FILE.
           COPY "FUNCION.CPY".

       WORKING-STORAGE SECTION.
       77  WSS-FS-ANTIGO        PIC X(02).
       77  WSS-FS-FUNCIONARIOS  PIC X(02).
       77  WSS-fim-arquivo      PIC X(01) VALUE "N".
           88 WSS-NAO-HA-MAIS-FUNCIONARIOS  VALUE "S".
       77  WSS-QtdLidas         PIC 9(7) VALUE ZEROS.
       77  WSS-QtdGravadas      PIC 9(7) VALUE ZEROS.

       PROCEDURE DIVISION.
       Inicio.
           OPEN INPUT ANTIGO-FILE
           IF WSS-FS-ANTIGO = "35"
               DISPLAY "Arquivo FUNCIONARIOSANT nao encontrado."
                       " Renomeie o FUNCIONARIOS atual para"
                       " FUNCIONARIOSANT antes da conversao."
               GO TO Encerramento
           END-IF

           OPEN OUTPUT FUNCIONARIOS-FILE
           IF WSS-FS-FUNCIONARIOS NOT = "00"
               DISPLAY "Nao foi possivel criar o novo FUNCIONARIOS. "
                       "Status: " WSS-FS-FUNCIONARIOS
               CLOSE ANTIGO-FILE
               GO TO Encerramento
           END-IF

           READ ANTIGO-FILE
               AT END SET WSS-NAO-HA-MAIS-FUNCIONARIOS TO TRUE
           END-READ

           PERFORM UNTIL WSS-NAO-HA-MAIS-FUNCIONARIOS
               ADD 1 TO WSS-QtdLidas
               MOVE FUA-MATRICULA TO FUN-MATRICULA
               MOVE FUA-NOME TO FUN-NOME
               MOVE FUA-SALARIO TO FUN-SALARIO
               MOVE FUA-ADMISSAO TO FUN-ADMISSAO
               MOVE FUA-DEPENDENTES TO FUN-DEPENDENTES
               MOVE FUA-PERCINVEST TO FUN-PERCINVEST
               MOVE FUA-CODINVEST TO FUN-CODINVEST
               MOVE FUA-SITUACAO TO FUN-SITUACAO
               MOVE FUA-DESLIGDATA TO FUN-DESLIGDATA
               MOVE FUA-DESLIGMOTIVO TO FUN-DESLIGMOTIVO
               MOVE FUA-BANCO TO FUN-BANCO
               MOVE FUA-AGENCIA TO FUN-AGENCIA
               MOVE FUA-CONTABANCO TO FUN-CONTABANCO
               MOVE SPACES TO FUN-ESCALA
               MOVE SPACES TO FUN-CCUSTO
               MOVE SPACES TO FUN-DOCUMENTO
               WRITE FUNCIONARIO-REG
                   INVALID KEY
                       DISPLAY "Matricula duplicada ignorada: "
                               FUA-MATRICULA
                   NOT INVALID KEY
                       ADD 1 TO WSS-QtdGravadas
               END-WRITE
               READ ANTIGO-FILE
                   AT END SET WSS-NAO-HA-MAIS-FUNCIONARIOS TO TRUE
               END-READ
           END-PERFORM

           CLOSE ANTIGO-FILE
           CLOSE FUNCIONARIOS-FILE

           DISPLAY "------ CONVERSAO DO CADASTRO FUNCIONARIOS ------"
           DISPLAY "Funcionarios lidos....: " WSS-QtdLidas
           DISPLAY "Funcionarios gravados.: " WSS-QtdGravadas.

       Encerramento.
           DISPLAY SPACE
           display "Obrigado volte sempre!!! "
           DISPLAY SPACE

           ACCEPT OMITTED.
           EXIT PROGRAM.
           STOP RUN.
      *wrun32 exerc-43-cfu
