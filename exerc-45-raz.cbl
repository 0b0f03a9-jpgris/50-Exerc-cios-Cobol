       IDENTIFICATION DIVISION.
       PROGRAM-ID. Exerc-45-Raz.
       AUTHOR. JOAO_PAULO.

      * Razao de uma conta do PLANOCONTAS na competencia: saldo
      * anterior, cada lancamento do DIARIOCTB no mes (data,
      * numero, historico, origem e referencia, debito ou
      * credito) com o saldo acumulado, e o saldo final, com D
      * ou C conforme o lado. Sai na tela e no spool IMPRESSAO
      * (IMPRIME); o saldo final bate com o do balancete
      * (exerc-45-bal) da mesma competencia.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DIARIO-FILE ASSIGN TO "DIARIOCTB"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WSS-FS-DIARIO.
           SELECT PLANOCTA-FILE ASSIGN TO "PLANOCONTAS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS PCT-CONTA
               FILE STATUS IS WSS-FS-PLANOCTA.

       DATA DIVISION.
       FILE SECTION.
       FD  DIARIO-FILE.
           COPY "LANCCTB.CPY".

       FD  PLANOCTA-FILE.
           COPY "PLANOCTA.CPY".

       WORKING-STORAGE SECTION.
       77  WSS-FS-DIARIO        PIC X(02).
       77  WSS-FS-PLANOCTA      PIC X(02).
       77  WSS-fim-arquivo      PIC X(01).
           88 WSS-NAO-HA-MAIS-LANCAMENTOS  VALUE "S".

       77  WSS-ImpComando       PIC X(1).
       77  WSS-ImpTexto         PIC X(80).
       77  WSS-ImpColunas       PIC X(80).

       77  WSS-CodigoConta      PIC 9(6).
       77  WSS-Competencia      PIC 9(6).
       77  WSS-Hoje             PIC 9(8).
       77  WSS-QtdLancamentos   PIC 9(5) VALUE ZEROS.

       77  WSS-SaldoAnterior    PIC S9(11)V99 VALUE ZEROS.
       77  WSS-Saldo            PIC S9(11)V99 VALUE ZEROS.
       77  WSS-TotalDebitos     PIC 9(11)V99 VALUE ZEROS.
       77  WSS-TotalCreditos    PIC 9(11)V99 VALUE ZEROS.
       77  WSS-Lado             PIC X(01).
       77  WSS-ValorEd          PIC zzz,zzz,zz9.99.
       77  WSS-SaldoEd          PIC zzz,zzz,zz9.99.
       77  WSS-DebitosEd        PIC zzz,zzz,zz9.99.
       77  WSS-CreditosEd       PIC zzz,zzz,zz9.99.

       PROCEDURE DIVISION.
       Inicio.
           DISPLAY "Conta: "
           ACCEPT WSS-CodigoConta
           DISPLAY "Competencia (AAAAMM, 0 = mes corrente): "
           ACCEPT WSS-Competencia
           IF WSS-Competencia = ZEROS
               ACCEPT WSS-Hoje FROM DATE YYYYMMDD
               MOVE WSS-Hoje (1:6) TO WSS-Competencia
           END-IF

           OPEN INPUT PLANOCTA-FILE
           IF WSS-FS-PLANOCTA NOT = "00"
               DISPLAY "PLANOCONTAS indisponivel. Status: "
                       WSS-FS-PLANOCTA
               GO TO FimPrograma
           END-IF
           MOVE WSS-CodigoConta TO PCT-CONTA
           READ PLANOCTA-FILE
               INVALID KEY
                   MOVE "CONTA FORA DO PLANO" TO PCT-NOME
           END-READ
           CLOSE PLANOCTA-FILE

           OPEN INPUT DIARIO-FILE
           IF WSS-FS-DIARIO NOT = "00"
               DISPLAY "DIARIOCTB nao encontrado. Status: "
                       WSS-FS-DIARIO
               GO TO FimPrograma
           END-IF

      * Primeira passada: saldo de tudo o que veio antes do mes.
           MOVE "N" TO WSS-fim-arquivo
           READ DIARIO-FILE
               AT END SET WSS-NAO-HA-MAIS-LANCAMENTOS TO TRUE
           END-READ
           PERFORM UNTIL WSS-NAO-HA-MAIS-LANCAMENTOS
               IF LCT-CONTA = WSS-CodigoConta
                  AND LCT-DATA (1:6) < WSS-Competencia
                   IF LCT-DEBITO
                       ADD LCT-VALOR TO WSS-SaldoAnterior
                   ELSE
                       SUBTRACT LCT-VALOR FROM WSS-SaldoAnterior
                   END-IF
               END-IF
               READ DIARIO-FILE
                   AT END SET WSS-NAO-HA-MAIS-LANCAMENTOS TO TRUE
               END-READ
           END-PERFORM
           CLOSE DIARIO-FILE

           MOVE "P" TO WSS-ImpComando
           MOVE "EXERC-45-RAZ" TO WSS-ImpTexto
           CALL "IMPRIME" USING WSS-ImpComando WSS-ImpTexto
                WSS-ImpColunas
           MOVE "A" TO WSS-ImpComando
           MOVE SPACES TO WSS-ImpTexto
           STRING "RAZAO DA CONTA " WSS-CodigoConta " "
                  PCT-NOME " - " WSS-Competencia
                  DELIMITED BY SIZE INTO WSS-ImpTexto
           END-STRING
           MOVE SPACES TO WSS-ImpColunas
           STRING "DATA     NUMERO HISTORICO        ORIGEM     "
                  "          VALOR DC         SALDO"
                  DELIMITED BY SIZE INTO WSS-ImpColunas
           END-STRING
           CALL "IMPRIME" USING WSS-ImpComando WSS-ImpTexto
                WSS-ImpColunas
           DISPLAY "------ " WSS-ImpTexto
           DISPLAY WSS-ImpColunas

           MOVE WSS-SaldoAnterior TO WSS-Saldo
           PERFORM LadoDoSaldo
           MOVE "D" TO WSS-ImpComando
           MOVE "SALDO ANTERIOR" TO WSS-ImpTexto
           MOVE WSS-SaldoEd TO WSS-ImpTexto (63:14)
           MOVE WSS-Lado TO WSS-ImpTexto (77:1)
           CALL "IMPRIME" USING WSS-ImpComando WSS-ImpTexto
                WSS-ImpColunas
           DISPLAY WSS-ImpTexto

      * Segunda passada: os lancamentos do mes, na ordem do
      * diario, com o saldo acumulado.
           OPEN INPUT DIARIO-FILE
           MOVE "N" TO WSS-fim-arquivo
           READ DIARIO-FILE
               AT END SET WSS-NAO-HA-MAIS-LANCAMENTOS TO TRUE
           END-READ
           PERFORM UNTIL WSS-NAO-HA-MAIS-LANCAMENTOS
               IF LCT-CONTA = WSS-CodigoConta
                  AND LCT-DATA (1:6) = WSS-Competencia
                   PERFORM EmitirLancamento
               END-IF
               READ DIARIO-FILE
                   AT END SET WSS-NAO-HA-MAIS-LANCAMENTOS TO TRUE
               END-READ
           END-PERFORM
           CLOSE DIARIO-FILE

           PERFORM LadoDoSaldo
           MOVE WSS-TotalDebitos TO WSS-DebitosEd
           MOVE WSS-TotalCreditos TO WSS-CreditosEd
           MOVE "T" TO WSS-ImpComando
           MOVE SPACES TO WSS-ImpTexto
           STRING "D " WSS-DebitosEd " C " WSS-CreditosEd
                  " SALDO " WSS-SaldoEd WSS-Lado
                  DELIMITED BY SIZE INTO WSS-ImpTexto
           END-STRING
           CALL "IMPRIME" USING WSS-ImpComando WSS-ImpTexto
                WSS-ImpColunas
           DISPLAY "Lancamentos no mes: " WSS-QtdLancamentos
           DISPLAY "Debitos...........: " WSS-DebitosEd
           DISPLAY "Creditos..........: " WSS-CreditosEd
           DISPLAY "Saldo final.......: " WSS-SaldoEd " " WSS-Lado
           DISPLAY "Razao gravado no spool IMPRESSAO.".

       FimPrograma.
           DISPLAY SPACE
           display "Obrigado volte sempre!!! "
           DISPLAY SPACE

           ACCEPT OMITTED.
           EXIT PROGRAM.
           STOP RUN.

       EmitirLancamento.
           ADD 1 TO WSS-QtdLancamentos
           IF LCT-DEBITO
               ADD LCT-VALOR TO WSS-Saldo
               ADD LCT-VALOR TO WSS-TotalDebitos
           ELSE
               SUBTRACT LCT-VALOR FROM WSS-Saldo
               ADD LCT-VALOR TO WSS-TotalCreditos
           END-IF
           PERFORM LadoDoSaldo
           MOVE LCT-VALOR TO WSS-ValorEd
           MOVE "D" TO WSS-ImpComando
           MOVE SPACES TO WSS-ImpTexto
           STRING LCT-DATA " " LCT-NUMERO " "
                  LCT-HISTORICO (1:16) " "
                  LCT-ORIGEM WSS-ValorEd " " LCT-DC " "
                  WSS-SaldoEd WSS-Lado
                  DELIMITED BY SIZE INTO WSS-ImpTexto
           END-STRING
           CALL "IMPRIME" USING WSS-ImpComando WSS-ImpTexto
                WSS-ImpColunas
           DISPLAY WSS-ImpTexto
           DISPLAY "         " LCT-TIPO " " LCT-REFERENCIA.

      * Saldo sem sinal na edicao; o lado vai em D ou C.
       LadoDoSaldo.
           MOVE WSS-Saldo TO WSS-SaldoEd
           IF WSS-Saldo < ZEROS
               MOVE "C" TO WSS-Lado
           ELSE
               MOVE "D" TO WSS-Lado
           END-IF.
      *wrun32 exerc-45-raz
