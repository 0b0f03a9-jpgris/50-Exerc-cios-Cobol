       IDENTIFICATION DIVISION.
       PROGRAM-ID. EXERC-15-CVD.
       AUTHOR. JOAO_PAULO.
      *****************************************************
      *  Conversao unica do cadastro VENDEDORES para o     *
      *  novo layout com a matricula do vendedor em        *
      *  FUNCIONARIOS. Antes de executar, renomear o       *
      *  arquivo VENDEDORES atual para VENDEDORESANT; o    *
      *  programa grava o novo VENDEDORES a partir dele. A *
      *  matricula entra zerada (sem vinculo, comissao     *
      *  fora da folha) para complemento pelo              *
      *  exerc-15-vdd.                                     *
      *****************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ANTIGO-FILE ASSIGN TO "VENDEDORESANT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS VDA-CODIGO
               FILE STATUS IS WSS-FS-ANTIGO.
           SELECT VENDEDOR-FILE ASSIGN TO "VENDEDORES"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS VDD-CODIGO
               FILE STATUS IS WSS-FS-VENDEDOR.

       DATA DIVISION.
       FILE SECTION.
       FD  ANTIGO-FILE.
       01  VENDEDOR-REG-ANT.
           05  VDA-CODIGO          PIC 9(3).
           05  VDA-NOME            PIC X(30).
           05  VDA-PERCCOMIS       PIC 9(2)V99.
           05  VDA-ATIVO           PIC X(01).

       FD  VENDEDOR-FILE.
           COPY "VENDEDOR.CPY".

       WORKING-STORAGE SECTION.
       77  WSS-FS-ANTIGO        PIC X(02).
       77  WSS-FS-VENDEDOR      PIC X(02).
       77  WSS-fim-arquivo      PIC X(01) VALUE "N".
           88 WSS-NAO-HA-MAIS-VENDEDORES  VALUE "S".
       77  WSS-QtdLidas         PIC 9(7) VALUE ZEROS.
       77  WSS-QtdGravadas      PIC 9(7) VALUE ZEROS.

       PROCEDURE DIVISION.
       Inicio.
           OPEN INPUT ANTIGO-FILE
           IF WSS-FS-ANTIGO = "35"
               DISPLAY "Arquivo VENDEDORESANT nao encontrado."
                       " Renomeie o VENDEDORES atual para"
                       " VENDEDORESANT antes da conversao."
               GO TO Encerramento
           END-IF

           OPEN OUTPUT VENDEDOR-FILE
           IF WSS-FS-VENDEDOR NOT = "00"
               DISPLAY "Nao foi possivel criar o novo VENDEDORES. "
                       "Status: " WSS-FS-VENDEDOR
               CLOSE ANTIGO-FILE
               GO TO Encerramento
           END-IF

           READ ANTIGO-FILE
               AT END SET WSS-NAO-HA-MAIS-VENDEDORES TO TRUE
           END-READ

           PERFORM UNTIL WSS-NAO-HA-MAIS-VENDEDORES
               ADD 1 TO WSS-QtdLidas
               MOVE VDA-CODIGO TO VDD-CODIGO
               MOVE VDA-NOME TO VDD-NOME
               MOVE VDA-PERCCOMIS TO VDD-PERCCOMIS
               MOVE VDA-ATIVO TO VDD-ATIVO
               MOVE ZEROS TO VDD-MATRICULA
               WRITE VENDEDOR-REG
                   INVALID KEY
                       DISPLAY "Codigo duplicado ignorado: "
                               VDA-CODIGO
                   NOT INVALID KEY
                       ADD 1 TO WSS-QtdGravadas
               END-WRITE
               READ ANTIGO-FILE
                   AT END SET WSS-NAO-HA-MAIS-VENDEDORES TO TRUE
               END-READ
           END-PERFORM

           CLOSE ANTIGO-FILE
           CLOSE VENDEDOR-FILE

           DISPLAY "------ CONVERSAO DO CADASTRO VENDEDORES ------"
           DISPLAY "Vendedores lidos....: " WSS-QtdLidas
           DISPLAY "Vendedores gravados.: " WSS-QtdGravadas
           DISPLAY "Vincule cada vendedor a sua matricula pelo "
                   "exerc-15-vdd para a comissao entrar na folha.".

       Encerramento.
           DISPLAY SPACE
           display "Obrigado volte sempre!!! "
           DISPLAY SPACE

           ACCEPT OMITTED.
           EXIT PROGRAM.
           STOP RUN.
      *wrun32 exerc-15-cvd
