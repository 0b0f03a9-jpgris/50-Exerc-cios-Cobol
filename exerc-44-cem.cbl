       IDENTIFICATION DIVISION.
       PROGRAM-ID. EXERC-44-CEM.
       AUTHOR. JOAO_PAULO.
      *****************************************************
      *  Conversao unica das parcelas de emprestimo        *
      *  EMPRESTIMOS para o novo layout com a multa e os   *
      *  juros de mora cobrados no atraso e a matricula do *
      *  consignado. Antes de executar, renomear o arquivo *
      *  EMPRESTIMOS atual para EMPRESTIMOSANT; o programa *
      *  grava o novo EMPRESTIMOS a partir dele. Multa e   *
      *  mora entram zeradas (nada cobrado ate a           *
      *  conversao) e a matricula zerada: todo contrato    *
      *  existente continua no debito em conta.            *
      *****************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ANTIGO-FILE ASSIGN TO "EMPRESTIMOSANT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS EMA-CHAVE
               FILE STATUS IS WSS-FS-ANTIGO.
           SELECT EMPREST-FILE ASSIGN TO "EMPRESTIMOS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EMP-CHAVE
               FILE STATUS IS WSS-FS-EMPREST.

       DATA DIVISION.
       FILE SECTION.
       FD  ANTIGO-FILE.
       01  EMPREST-REG-ANT.
           05  EMA-CHAVE.
               10  EMA-NUMERO      PIC 9(6).
               10  EMA-PARCELA     PIC 9(2).
           05  EMA-CONTA           PIC 9(6).
           05  EMA-VENCIMENTO      PIC 9(8).
           05  EMA-VLRPARCELA      PIC 9(7)V99.
           05  EMA-JUROS           PIC 9(7)V99.
           05  EMA-AMORT           PIC 9(7)V99.
           05  EMA-SITUACAO        PIC X(01).
           05  EMA-DTPAGTO         PIC 9(8).

       FD  EMPREST-FILE.
           COPY "EMPREST.CPY".

       WORKING-STORAGE SECTION.
       77  WSS-FS-ANTIGO        PIC X(02).
       77  WSS-FS-EMPREST       PIC X(02).
       77  WSS-fim-arquivo      PIC X(01) VALUE "N".
           88 WSS-NAO-HA-MAIS-PARCELAS  VALUE "S".
       77  WSS-QtdLidas         PIC 9(7) VALUE ZEROS.
       77  WSS-QtdGravadas      PIC 9(7) VALUE ZEROS.

       PROCEDURE DIVISION.
       Inicio.
           OPEN INPUT ANTIGO-FILE
           IF WSS-FS-ANTIGO = "35"
               DISPLAY "Arquivo EMPRESTIMOSANT nao encontrado."
                       " Renomeie o EMPRESTIMOS atual para"
                       " EMPRESTIMOSANT antes da conversao."
               GO TO Encerramento
           END-IF

           OPEN OUTPUT EMPREST-FILE
           IF WSS-FS-EMPREST NOT = "00"
               DISPLAY "Nao foi possivel criar o novo EMPRESTIMOS. "
                       "Status: " WSS-FS-EMPREST
               CLOSE ANTIGO-FILE
               GO TO Encerramento
           END-IF

           READ ANTIGO-FILE
               AT END SET WSS-NAO-HA-MAIS-PARCELAS TO TRUE
           END-READ

           PERFORM UNTIL WSS-NAO-HA-MAIS-PARCELAS
               ADD 1 TO WSS-QtdLidas
               MOVE EMA-NUMERO TO EMP-NUMERO
               MOVE EMA-PARCELA TO EMP-PARCELA
               MOVE EMA-CONTA TO EMP-CONTA
               MOVE EMA-VENCIMENTO TO EMP-VENCIMENTO
               MOVE EMA-VLRPARCELA TO EMP-VLRPARCELA
               MOVE EMA-JUROS TO EMP-JUROS
               MOVE EMA-AMORT TO EMP-AMORT
               MOVE EMA-SITUACAO TO EMP-SITUACAO
               MOVE EMA-DTPAGTO TO EMP-DTPAGTO
               MOVE ZEROS TO EMP-MULTA
               MOVE ZEROS TO EMP-MORA
               MOVE ZEROS TO EMP-MATRICULA
               WRITE EMPREST-REG
                   INVALID KEY
                       DISPLAY "Parcela duplicada ignorada: "
                               EMA-NUMERO "/" EMA-PARCELA
                   NOT INVALID KEY
                       ADD 1 TO WSS-QtdGravadas
               END-WRITE
               READ ANTIGO-FILE
                   AT END SET WSS-NAO-HA-MAIS-PARCELAS TO TRUE
               END-READ
           END-PERFORM

           CLOSE ANTIGO-FILE
           CLOSE EMPREST-FILE

           DISPLAY "------ CONVERSAO DAS PARCELAS DE EMPRESTIMO ------"
           DISPLAY "Parcelas lidos....: " WSS-QtdLidas
           DISPLAY "Parcelas gravados.: " WSS-QtdGravadas.

       Encerramento.
           DISPLAY SPACE
           display "Obrigado volte sempre!!! "
           DISPLAY SPACE

           ACCEPT OMITTED.
           EXIT PROGRAM.
           STOP RUN.
      *wrun32 exerc-44-cem
