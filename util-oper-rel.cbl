       PROGRAM-ID. UTIL-OPER-REL.
       AUTHOR. JOAO_PAULO.

      * Relatorio de atividade por operador: varre a trilha
      * AUDITORIA33 e percorre o historico MOVCONTAS (copia
      * indexada da AUDITORIA44) pela chave de operador, contando
      * os lancamentos com o carimbo OPERADOR de cada um. Linhas
      * anteriores ao sign-on, sem carimbo, aparecem como SEM
      * OPERADOR.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           SELECT AUD33-FILE ASSIGN TO "AUDITORIA33"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WSS-FS-AUD33.
           SELECT MOVCONTA-FILE ASSIGN TO "MOVCONTAS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MCT-CHAVE
               ALTERNATE RECORD KEY IS MCT-OPERADOR
                   WITH DUPLICATES
               FILE STATUS IS WSS-FS-MOVCONTA.

       DATA DIVISION.
       FILE SECTION.
       FD  AUD33-FILE.
       01  WSS-REG-AUD33        PIC X(80).

       FD  MOVCONTA-FILE.
           COPY "MOVCONTA.CPY".

       WORKING-STORAGE SECTION.
       77  WSS-FS-AUD33         PIC X(02).
       77  WSS-FS-MOVCONTA      PIC X(02).
       77  WSS-fim-arquivo      PIC X(01).
           88 WSS-NAO-HA-MAIS-LINHAS  VALUE "S".
       77  WSS-Linha            PIC X(120).
               CLOSE AUD33-FILE
           END-IF.

      * Operador em branco (linha sem carimbo) vem antes dos
      * carimbados na chave alternada.
       VarrerAuditoria44.
           OPEN INPUT MOVCONTA-FILE
           IF WSS-FS-MOVCONTA NOT = "00"
               DISPLAY "Historico MOVCONTAS indisponivel. Status: "
                       WSS-FS-MOVCONTA
           ELSE
               MOVE "N" TO WSS-fim-arquivo
               MOVE LOW-VALUES TO MCT-OPERADOR
               START MOVCONTA-FILE KEY NOT < MCT-OPERADOR
                   INVALID KEY SET WSS-NAO-HA-MAIS-LINHAS TO TRUE
               END-START
               PERFORM UNTIL WSS-NAO-HA-MAIS-LINHAS
                   READ MOVCONTA-FILE NEXT RECORD
                       AT END SET WSS-NAO-HA-MAIS-LINHAS TO TRUE
                   END-READ
                   IF NOT WSS-NAO-HA-MAIS-LINHAS
                       IF MCT-OPERADOR IS NUMERIC
                           MOVE MCT-OPERADOR TO WSS-OperadorLido
                           PERFORM AcumularOperador
                           ADD 1 TO atv-qtd44 (WSS-IndOpe)
                       ELSE
                           ADD 1 TO WSS-SemCarimbo44
                       END-IF
                   END-IF
               END-PERFORM
               CLOSE MOVCONTA-FILE
           END-IF.

      * Procura o carimbo "OPERADOR: nnn" em qualquer posicao da
