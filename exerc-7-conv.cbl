       IDENTIFICATION DIVISION.
       PROGRAM-ID. EXERC-7-CONV.
       AUTHOR. JOAO_PAULO.
      *****************************************************
      *  Conversao unica das contas a receber CONTASREC    *
      *  para a chave com o numero da parcela (venda       *
      *  parcelada). Antes de executar, renomear o arquivo *
      *  CONTASREC atual para CONTASRECANT; o programa     *
      *  grava o novo CONTASREC a partir dele. Todo titulo *
      *  existente vira a parcela 01 de 01, sem juros,     *
      *  mantendo situacao, cartas, multa e mora.          *
      *****************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ANTIGO-FILE ASSIGN TO "CONTASRECANT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS RCA-CHAVE
               FILE STATUS IS WSS-FS-ANTIGO.
           SELECT CONTASREC-FILE ASSIGN TO "CONTASREC"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS REC-CHAVE
               FILE STATUS IS WSS-FS-CONTASREC.

       DATA DIVISION.
       FILE SECTION.
       FD  ANTIGO-FILE.
       01  RECEBER-REG-ANT.
           05  RCA-CHAVE.
               10  RCA-CLIENTE     PIC 9(5).
               10  RCA-RECIBO      PIC 9(6).
           05  RCA-EMISSAO         PIC 9(8).
           05  RCA-VENCIMENTO      PIC 9(8).
           05  RCA-VALOR           PIC 9(7)V99.
           05  RCA-SITUACAO        PIC X(01).
           05  RCA-DTPAGTO         PIC 9(8).
           05  RCA-AVISO           PIC X(01).
           05  RCA-DTAVISO         PIC 9(8).
           05  RCA-MULTA           PIC 9(7)V99.
           05  RCA-MORA            PIC 9(7)V99.

       FD  CONTASREC-FILE.
           COPY "RECEBER.CPY".

       WORKING-STORAGE SECTION.
       77  WSS-FS-ANTIGO        PIC X(02).
       77  WSS-FS-CONTASREC     PIC X(02).
       77  WSS-fim-arquivo      PIC X(01) VALUE "N".
           88 WSS-NAO-HA-MAIS-TITULOS  VALUE "S".
       77  WSS-QtdLidas         PIC 9(7) VALUE ZEROS.
       77  WSS-QtdGravadas      PIC 9(7) VALUE ZEROS.

       PROCEDURE DIVISION.
       Inicio.
           OPEN INPUT ANTIGO-FILE
           IF WSS-FS-ANTIGO = "35"
               DISPLAY "Arquivo CONTASRECANT nao encontrado. Renomeie"
                       " o CONTASREC atual para CONTASRECANT antes da"
                       " conversao."
               GO TO Encerramento
           END-IF

           OPEN OUTPUT CONTASREC-FILE
           IF WSS-FS-CONTASREC NOT = "00"
               DISPLAY "Nao foi possivel criar o novo CONTASREC. "
                       "Status: " WSS-FS-CONTASREC
               CLOSE ANTIGO-FILE
               GO TO Encerramento
           END-IF

           READ ANTIGO-FILE
               AT END SET WSS-NAO-HA-MAIS-TITULOS TO TRUE
           END-READ

           PERFORM UNTIL WSS-NAO-HA-MAIS-TITULOS
               ADD 1 TO WSS-QtdLidas
               MOVE RCA-CLIENTE TO REC-CLIENTE
               MOVE RCA-RECIBO TO REC-RECIBO
               MOVE 1 TO REC-PARCELA
               MOVE RCA-EMISSAO TO REC-EMISSAO
               MOVE RCA-VENCIMENTO TO REC-VENCIMENTO
               MOVE RCA-VALOR TO REC-VALOR
               MOVE RCA-SITUACAO TO REC-SITUACAO
               MOVE RCA-DTPAGTO TO REC-DTPAGTO
               MOVE RCA-AVISO TO REC-AVISO
               MOVE RCA-DTAVISO TO REC-DTAVISO
               MOVE RCA-MULTA TO REC-MULTA
               MOVE RCA-MORA TO REC-MORA
               MOVE 1 TO REC-QTDPARCELAS
               MOVE ZEROS TO REC-JUROS
               WRITE RECEBER-REG
                   INVALID KEY
                       DISPLAY "Titulo duplicado ignorado: "
                               RCA-CLIENTE "/" RCA-RECIBO
                   NOT INVALID KEY
                       ADD 1 TO WSS-QtdGravadas
               END-WRITE
               READ ANTIGO-FILE
                   AT END SET WSS-NAO-HA-MAIS-TITULOS TO TRUE
               END-READ
           END-PERFORM

           CLOSE ANTIGO-FILE
           CLOSE CONTASREC-FILE

           DISPLAY "------ CONVERSAO DAS CONTAS A RECEBER ------"
           DISPLAY "Titulos lidos....: " WSS-QtdLidas
           DISPLAY "Titulos gravados.: " WSS-QtdGravadas.

       Encerramento.
           DISPLAY SPACE
           display "Obrigado volte sempre!!! "
           DISPLAY SPACE

           ACCEPT OMITTED.
           EXIT PROGRAM.
           STOP RUN.
      *wrun32 exerc-7-conv
