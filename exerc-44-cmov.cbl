       IDENTIFICATION DIVISION.
       PROGRAM-ID. EXERC-44-CMOV.
       AUTHOR. JOAO_PAULO.
      *****************************************************
      *  Carga unica do historico indexado MOVCONTAS a     *
      *  partir da trilha AUDITORIA44. Cada linha passa    *
      *  pelo servico GRAVAMCT, o mesmo dos gravadores da  *
      *  trilha, que normaliza os layouts legados (codigo  *
      *  de 3 digitos, linha sem OP, linha sem carimbo de  *
      *  operador). Na primeira rodada responder S para    *
      *  recriar o MOVCONTAS; os periodos ja expurgados    *
      *  pelo UTIL-ARQUIVA (AUDITORIA44ARCaaaamm) podem    *
      *  ser carregados em seguida informando o nome do    *
      *  arquivo morto e respondendo N. Rodar com o        *
      *  sistema parado: linha carregada duas vezes entra  *
      *  duas vezes.                                       *
      *****************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TRILHA-FILE ASSIGN TO WSS-NomeTrilha
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WSS-FS-TRILHA.
           SELECT MOVCONTA-FILE ASSIGN TO "MOVCONTAS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MCT-CHAVE
               ALTERNATE RECORD KEY IS MCT-OPERADOR
                   WITH DUPLICATES
               FILE STATUS IS WSS-FS-MOVCONTA.

       DATA DIVISION.
       FILE SECTION.
       FD  TRILHA-FILE.
       01  WSS-REG-TRILHA            PIC X(120).

       FD  MOVCONTA-FILE.
           COPY "MOVCONTA.CPY".

       WORKING-STORAGE SECTION.
       77  WSS-FS-TRILHA        PIC X(02).
       77  WSS-FS-MOVCONTA      PIC X(02).
       77  WSS-NomeTrilha       PIC X(24).
       77  WSS-Recriar          PIC X(01).
       77  WSS-MctGravado       PIC X(01).
       77  WSS-fim-arquivo      PIC X(01) VALUE "N".
           88 WSS-NAO-HA-MAIS-LINHAS  VALUE "S".
       77  WSS-QtdLidas         PIC 9(7) VALUE ZEROS.
       77  WSS-QtdGravadas      PIC 9(7) VALUE ZEROS.
       77  WSS-QtdIgnoradas     PIC 9(7) VALUE ZEROS.

       PROCEDURE DIVISION.
       Inicio.
           DISPLAY "Trilha a carregar (branco = AUDITORIA44): "
           ACCEPT WSS-NomeTrilha
           IF WSS-NomeTrilha = SPACES
               MOVE "AUDITORIA44" TO WSS-NomeTrilha
           END-IF
           DISPLAY "Recriar o MOVCONTAS vazio antes da carga (S/N): "
           ACCEPT WSS-Recriar

           OPEN INPUT TRILHA-FILE
           IF WSS-FS-TRILHA NOT = "00"
               DISPLAY "Arquivo " WSS-NomeTrilha " nao encontrado. "
                       "Status: " WSS-FS-TRILHA
               GO TO Encerramento
           END-IF

           IF WSS-Recriar = "S" OR WSS-Recriar = "s"
               OPEN OUTPUT MOVCONTA-FILE
               IF WSS-FS-MOVCONTA NOT = "00"
                   DISPLAY "Nao foi possivel criar o MOVCONTAS. "
                           "Status: " WSS-FS-MOVCONTA
                   CLOSE TRILHA-FILE
                   GO TO Encerramento
               END-IF
               CLOSE MOVCONTA-FILE
           END-IF

           READ TRILHA-FILE
               AT END SET WSS-NAO-HA-MAIS-LINHAS TO TRUE
           END-READ

           PERFORM UNTIL WSS-NAO-HA-MAIS-LINHAS
               ADD 1 TO WSS-QtdLidas
               CALL "GRAVAMCT" USING WSS-REG-TRILHA WSS-MctGravado
               IF WSS-MctGravado = "S"
                   ADD 1 TO WSS-QtdGravadas
               ELSE
                   ADD 1 TO WSS-QtdIgnoradas
               END-IF
               READ TRILHA-FILE
                   AT END SET WSS-NAO-HA-MAIS-LINHAS TO TRUE
               END-READ
           END-PERFORM

           CLOSE TRILHA-FILE

           DISPLAY "------ CARGA DO MOVCONTAS ------"
           DISPLAY "Trilha.............: " WSS-NomeTrilha
           DISPLAY "Linhas lidas.......: " WSS-QtdLidas
           DISPLAY "Movimentos gravados: " WSS-QtdGravadas
           DISPLAY "Linhas ignoradas...: " WSS-QtdIgnoradas
           IF WSS-QtdIgnoradas > ZEROS
               DISPLAY "(linhas sem codigo ou data numericos, ou "
                       "recusadas pelo GRAVAMCT)"
           END-IF.

       Encerramento.
           DISPLAY SPACE
           display "Obrigado volte sempre!!! "
           DISPLAY SPACE

           ACCEPT OMITTED.
           EXIT PROGRAM.
           STOP RUN.
      *wrun32 exerc-44-cmov
