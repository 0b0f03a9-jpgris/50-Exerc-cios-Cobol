       PROGRAM-ID. Exerc-44-Dor.
       AUTHOR. JOAO_PAULO.

      * Deteccao de contas dormentes: procura no historico
      * indexado MOVCONTAS (copia da trilha AUDITORIA44) movimento
      * de cada conta ativa a partir da data de corte - so a
      * conta sem nenhum tem os movimentos antigos lidos para
      * achar o ultimo -, lista as contas ativas sem
      * movimento ha mais meses que o parametro informado - com
      * saldo e dados do titular, a lista que o compliance pede
      * todo trimestre - e, se o operador confirmar, marca essas
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MOVCONTA-FILE ASSIGN TO "MOVCONTAS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MCT-CHAVE
               ALTERNATE RECORD KEY IS MCT-OPERADOR
                   WITH DUPLICATES
               FILE STATUS IS WSS-FS-MOVCONTA.
           SELECT CLIENTES-FILE ASSIGN TO "CLIENTES"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL

       DATA DIVISION.
       FILE SECTION.
       FD  MOVCONTA-FILE.
           COPY "MOVCONTA.CPY".

       FD  CLIENTES-FILE.
           COPY "CLIENTE.CPY".

       WORKING-STORAGE SECTION.
       77  WSS-FS-MOVCONTA      PIC X(02).
       77  WSS-FS-CLIENTES      PIC X(02).
       77  WSS-LogPrograma      PIC X(12) VALUE "EXERC-44-DOR".
       77  WSS-LogEvento        PIC X(01).
           88 WSS-NAO-HA-MAIS-LINHAS  VALUE "S".
       77  WSS-fim-clientes     PIC X(01) VALUE "N".
           88 WSS-NAO-HA-MAIS-CLIENTES  VALUE "S".
       77  WSS-UltimoMov        PIC 9(8).
       77  WSS-QtdDormentes     PIC 9(4) VALUE ZEROS.
       77  WSS-QtdMarcadas      PIC 9(4) VALUE ZEROS.
       77  WSS-SaldoEd          PIC -zzz,zzz,zz9.99.
       77  WSS-TemHistorico     PIC X(01).

       PROCEDURE DIVISION.
       Inicio.
                   "(S/N): "
           ACCEPT WSS-Marcar

           MOVE "S" TO WSS-TemHistorico
           OPEN INPUT MOVCONTA-FILE
           IF WSS-FS-MOVCONTA NOT = "00"
               DISPLAY "Historico MOVCONTAS indisponivel (status "
                       WSS-FS-MOVCONTA "). Vale a data de abertura "
                       "das contas."
               MOVE "N" TO WSS-TemHistorico
           END-IF

           OPEN I-O CLIENTES-FILE
           MOVE "CLIENTES" TO WSS-TfsArquivo
               END-READ
           END-PERFORM
           CLOSE CLIENTES-FILE
           IF WSS-TemHistorico = "S"
               CLOSE MOVCONTA-FILE
           END-IF

           DISPLAY SPACE
           DISPLAY "Contas dormentes encontradas: "
           EXIT PROGRAM.
           STOP RUN.

      * Primeiro procura movimento a partir do corte; so a conta
      * sem nenhum le os anteriores para mostrar o ultimo.
       BuscarUltimoMovimento.
           MOVE CLI-ABERTURA TO WSS-UltimoMov
           IF WSS-TemHistorico = "N"
               GO TO BuscarUltimoMovimento-Fim
           END-IF
           MOVE CLI-CODIGO TO MCT-CONTA
           MOVE WSS-DataCorte TO MCT-DATA
           MOVE ZEROS TO MCT-HORA
           MOVE ZEROS TO MCT-SEQ
           MOVE "N" TO WSS-fim-arquivo
           START MOVCONTA-FILE KEY NOT < MCT-CHAVE
               INVALID KEY SET WSS-NAO-HA-MAIS-LINHAS TO TRUE
           END-START
           IF NOT WSS-NAO-HA-MAIS-LINHAS
               READ MOVCONTA-FILE NEXT RECORD
                   AT END SET WSS-NAO-HA-MAIS-LINHAS TO TRUE
               END-READ
           END-IF
           IF NOT WSS-NAO-HA-MAIS-LINHAS
              AND MCT-CONTA = CLI-CODIGO
               MOVE MCT-DATA TO WSS-UltimoMov
               GO TO BuscarUltimoMovimento-Fim
           END-IF

           MOVE CLI-CODIGO TO MCT-CONTA
           MOVE ZEROS TO MCT-DATAHORA
           MOVE ZEROS TO MCT-SEQ
           MOVE "N" TO WSS-fim-arquivo
           START MOVCONTA-FILE KEY NOT < MCT-CHAVE
               INVALID KEY SET WSS-NAO-HA-MAIS-LINHAS TO TRUE
           END-START
           PERFORM UNTIL WSS-NAO-HA-MAIS-LINHAS
               READ MOVCONTA-FILE NEXT RECORD
                   AT END SET WSS-NAO-HA-MAIS-LINHAS TO TRUE
               END-READ
               IF NOT WSS-NAO-HA-MAIS-LINHAS
                   IF MCT-CONTA NOT = CLI-CODIGO
                       SET WSS-NAO-HA-MAIS-LINHAS TO TRUE
                   ELSE
                       IF MCT-DATA > WSS-UltimoMov
                           MOVE MCT-DATA TO WSS-UltimoMov
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.
       BuscarUltimoMovimento-Fim.
           EXIT.

       AvaliarConta.
           PERFORM BuscarUltimoMovimento THRU BuscarUltimoMovimento-Fim
           IF WSS-UltimoMov < WSS-DataCorte
               ADD 1 TO WSS-QtdDormentes
               MOVE CLI-SALDO TO WSS-SaldoEd
