       IDENTIFICATION DIVISION.
       PROGRAM-ID. EXERC-35-CFO.
       AUTHOR. JOAO_PAULO.
      *****************************************************
      *  Conversao unica do cadastro FORNECEDORES para o   *
      *  novo layout com o prazo de entrega combinado e a  *
      *  condicao de pagamento em dias. Antes de executar, *
      *  renomear o arquivo FORNECEDORES atual para        *
      *  FORNECEDORESANT; o programa grava o novo          *
      *  FORNECEDORES a partir dele. Os dois prazos entram *
      *  zerados (sem prazo) para complemento pelo         *
      *  exerc-35-for.                                     *
      *****************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ANTIGO-FILE ASSIGN TO "FORNECEDORESANT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS FOA-CODIGO
               FILE STATUS IS WSS-FS-ANTIGO.
           SELECT FORNEC-FILE ASSIGN TO "FORNECEDORES"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FOR-CODIGO
               FILE STATUS IS WSS-FS-FORNEC.

       DATA DIVISION.
       FILE SECTION.
       FD  ANTIGO-FILE.
       01  FORNEC-REG-ANT.
           05  FOA-CODIGO          PIC 9(3).
           05  FOA-NOME            PIC X(30).
           05  FOA-DOCUMENTO       PIC X(14).
           05  FOA-TELEFONE        PIC X(15).
           05  FOA-SITUACAO        PIC X(01).

       FD  FORNEC-FILE.
           COPY "FORNEC.CPY".

       WORKING-STORAGE SECTION.
       77  WSS-FS-ANTIGO        PIC X(02).
       77  WSS-FS-FORNEC        PIC X(02).
       77  WSS-fim-arquivo      PIC X(01) VALUE "N".
           88 WSS-NAO-HA-MAIS-FORNECEDORES  VALUE "S".
       77  WSS-QtdLidas         PIC 9(7) VALUE ZEROS.
       77  WSS-QtdGravadas      PIC 9(7) VALUE ZEROS.

       PROCEDURE DIVISION.
       Inicio.
           OPEN INPUT ANTIGO-FILE
           IF WSS-FS-ANTIGO = "35"
               DISPLAY "Arquivo FORNECEDORESANT nao encontrado."
                       " Renomeie o FORNECEDORES atual para"
                       " FORNECEDORESANT antes da conversao."
               GO TO Encerramento
           END-IF

           OPEN OUTPUT FORNEC-FILE
           IF WSS-FS-FORNEC NOT = "00"
               DISPLAY "Nao foi possivel criar o novo FORNECEDORES. "
                       "Status: " WSS-FS-FORNEC
               CLOSE ANTIGO-FILE
               GO TO Encerramento
           END-IF

           READ ANTIGO-FILE
               AT END SET WSS-NAO-HA-MAIS-FORNECEDORES TO TRUE
           END-READ

           PERFORM UNTIL WSS-NAO-HA-MAIS-FORNECEDORES
               ADD 1 TO WSS-QtdLidas
               MOVE FOA-CODIGO TO FOR-CODIGO
               MOVE FOA-NOME TO FOR-NOME
               MOVE FOA-DOCUMENTO TO FOR-DOCUMENTO
               MOVE FOA-TELEFONE TO FOR-TELEFONE
               MOVE FOA-SITUACAO TO FOR-SITUACAO
               MOVE ZEROS TO FOR-PRAZOENTREGA
               MOVE ZEROS TO FOR-PRAZOPAGTO
               WRITE FORNEC-REG
                   INVALID KEY
                       DISPLAY "Codigo duplicado ignorado: "
                               FOA-CODIGO
                   NOT INVALID KEY
                       ADD 1 TO WSS-QtdGravadas
               END-WRITE
               READ ANTIGO-FILE
                   AT END SET WSS-NAO-HA-MAIS-FORNECEDORES TO TRUE
               END-READ
           END-PERFORM

           CLOSE ANTIGO-FILE
           CLOSE FORNEC-FILE

           DISPLAY "------ CONVERSAO DO CADASTRO FORNECEDORES ------"
           DISPLAY "Fornecedores lidos....: " WSS-QtdLidas
           DISPLAY "Fornecedores gravados.: " WSS-QtdGravadas.

       Encerramento.
           DISPLAY SPACE
           display "Obrigado volte sempre!!! "
           DISPLAY SPACE

           ACCEPT OMITTED.
           EXIT PROGRAM.
           STOP RUN.
      *wrun32 exerc-35-cfo
