       IDENTIFICATION DIVISION.
       PROGRAM-ID. EXERC-16-CPE.
       AUTHOR. JOAO_PAULO.
      *****************************************************
      *  Conversao unica do cadastro PESSOAS, ja com nome, *
      *  data de nascimento e cidade, para o novo layout   *
      *  com a conta CLIENTES do beneficio e o CPF. Antes  *
      *  de executar, renomear o arquivo PESSOAS atual     *
      *  para PESSOASANT; o programa grava o novo PESSOAS  *
      *  a partir dele. A conta entra zerada (sem conta) e *
      *  o CPF em branco, para complemento pela manutencao *
      *  (EXERC-16-MAN). O cadastro ainda no layout        *
      *  original, sem nome, passa pela EXERC-16-CONV.     *
      *****************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ANTIGO-FILE ASSIGN TO "PESSOASANT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS PEA-CODIGO
               FILE STATUS IS WSS-FS-ANTIGO.
           SELECT PESSOAS-FILE ASSIGN TO "PESSOAS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PES-CODIGO
               FILE STATUS IS WSS-FS-PESSOAS.

       DATA DIVISION.
       FILE SECTION.
       FD  ANTIGO-FILE.
       01  PESSOA-REG-ANT.
           05  PEA-CODIGO          PIC 9(4).
           05  PEA-NOME            PIC X(30).
           05  PEA-DATANASC        PIC 9(8).
           05  PEA-CIDADE          PIC X(20).
           05  PEA-IDADE           PIC 9(3).
           05  PEA-ALTURA          PIC 9(3)V99.
           05  PEA-PESO            PIC 9(3)V99.
           05  PEA-SEXO            PIC X(01).
           05  PEA-OLHOS           PIC X(01).
           05  PEA-CABELOS         PIC X(01).

       FD  PESSOAS-FILE.
           COPY "PESSOA.CPY".

       WORKING-STORAGE SECTION.
       77  WSS-FS-ANTIGO        PIC X(02).
       77  WSS-FS-PESSOAS       PIC X(02).
       77  WSS-fim-arquivo      PIC X(01) VALUE "N".
           88 WSS-NAO-HA-MAIS-PESSOAS  VALUE "S".
       77  WSS-QtdLidas         PIC 9(7) VALUE ZEROS.
       77  WSS-QtdGravadas      PIC 9(7) VALUE ZEROS.

       PROCEDURE DIVISION.
       Inicio.
           OPEN INPUT ANTIGO-FILE
           IF WSS-FS-ANTIGO = "35"
               DISPLAY "Arquivo PESSOASANT nao encontrado."
                       " Renomeie o PESSOAS atual para"
                       " PESSOASANT antes da conversao."
               GO TO Encerramento
           END-IF

           OPEN OUTPUT PESSOAS-FILE
           IF WSS-FS-PESSOAS NOT = "00"
               DISPLAY "Nao foi possivel criar o novo PESSOAS. "
                       "Status: " WSS-FS-PESSOAS
               CLOSE ANTIGO-FILE
               GO TO Encerramento
           END-IF

           READ ANTIGO-FILE
               AT END SET WSS-NAO-HA-MAIS-PESSOAS TO TRUE
           END-READ

           PERFORM UNTIL WSS-NAO-HA-MAIS-PESSOAS
               ADD 1 TO WSS-QtdLidas
               MOVE PEA-CODIGO TO PES-CODIGO
               MOVE PEA-NOME TO PES-NOME
               MOVE PEA-DATANASC TO PES-DATANASC
               MOVE PEA-CIDADE TO PES-CIDADE
               MOVE PEA-IDADE TO PES-IDADE
               MOVE PEA-ALTURA TO PES-ALTURA
               MOVE PEA-PESO TO PES-PESO
               MOVE PEA-SEXO TO PES-SEXO
               MOVE PEA-OLHOS TO PES-OLHOS
               MOVE PEA-CABELOS TO PES-CABELOS
               MOVE ZEROS TO PES-CODCLIENTE
               MOVE SPACES TO PES-DOCUMENTO
               WRITE PESSOA-REG
                   INVALID KEY
                       DISPLAY "Codigo duplicado ignorado: "
                               PEA-CODIGO
                   NOT INVALID KEY
                       ADD 1 TO WSS-QtdGravadas
               END-WRITE
               READ ANTIGO-FILE
                   AT END SET WSS-NAO-HA-MAIS-PESSOAS TO TRUE
               END-READ
           END-PERFORM

           CLOSE ANTIGO-FILE
           CLOSE PESSOAS-FILE

           DISPLAY "------ CONVERSAO DO CADASTRO PESSOAS ------"
           DISPLAY "Pessoas lidos....: " WSS-QtdLidas
           DISPLAY "Pessoas gravados.: " WSS-QtdGravadas.

       Encerramento.
           DISPLAY SPACE
           display "Obrigado volte sempre!!! "
           DISPLAY SPACE

           ACCEPT OMITTED.
           EXIT PROGRAM.
           STOP RUN.
      *wrun32 exerc-16-cpe
