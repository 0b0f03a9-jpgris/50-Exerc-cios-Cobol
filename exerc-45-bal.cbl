       IDENTIFICATION DIVISION.
       PROGRAM-ID. Exerc-45-Bal.
       AUTHOR. JOAO_PAULO.

      * Balancete de verificacao do mes: para cada conta do
      * PLANOCONTAS, o saldo anterior (lancamentos do DIARIOCTB
      * antes da competencia), os debitos e creditos do mes e o
      * saldo atual, com D ou C conforme o lado do saldo. No
      * fim, a prova: total de debitos igual ao de creditos do
      * mes e soma dos saldos devedores igual a dos credores.
      * Sai na tela e no spool IMPRESSAO (IMPRIME). Competencia
      * zero e o mes corrente, para rodar no fechamento.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DIARIO-FILE ASSIGN TO "DIARIOCTB"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WSS-FS-DIARIO.
           SELECT PLANOCTA-FILE ASSIGN TO "PLANOCONTAS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
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
           88 WSS-NAO-HA-MAIS-REGISTROS  VALUE "S".

       77  WSS-LogPrograma      PIC X(12) VALUE "EXERC-45-BAL".
       77  WSS-LogEvento        PIC X(01).
       77  WSS-LogLidos         PIC 9(7) VALUE ZEROS.
       77  WSS-LogGravados      PIC 9(7) VALUE ZEROS.
       77  WSS-LogRejeitados    PIC 9(7) VALUE ZEROS.
       77  WSS-LogRetorno       PIC X(02) VALUE "OK".
       77  WSS-TfsPrograma      PIC X(12) VALUE "exerc-45-bal".
       77  WSS-TfsArquivo       PIC X(12).
       77  WSS-TfsOperacao      PIC X(10).

       77  WSS-ImpComando       PIC X(1).
       77  WSS-ImpTexto         PIC X(80).
       77  WSS-ImpColunas       PIC X(80).

       77  WSS-Competencia      PIC 9(6).
       77  WSS-Hoje             PIC 9(8).

       77  WSS-IndCta           PIC 9(3).
       77  WSS-QtdContas        PIC 9(3) VALUE ZEROS.
       77  WSS-AchouConta       PIC X(01).
       01  TABELA-CONTAS.
           05  CONTA-BALANCETE OCCURS 500 TIMES.
               10  cta-conta          PIC 9(6).
               10  cta-nome           PIC X(30).
               10  cta-anterior       PIC S9(11)V99.
               10  cta-debitos        PIC 9(11)V99.
               10  cta-creditos       PIC 9(11)V99.

       77  WSS-SaldoAtual       PIC S9(11)V99.
       77  WSS-LadoAnterior     PIC X(01).
       77  WSS-LadoAtual        PIC X(01).
       77  WSS-TotalDebitos     PIC 9(11)V99 VALUE ZEROS.
       77  WSS-TotalCreditos    PIC 9(11)V99 VALUE ZEROS.
       77  WSS-SaldosDevedores  PIC 9(11)V99 VALUE ZEROS.
       77  WSS-SaldosCredores   PIC 9(11)V99 VALUE ZEROS.
       77  WSS-AnteriorEd       PIC zzz,zzz,zz9.99.
       77  WSS-DebitosEd        PIC zzz,zzz,zz9.99.
       77  WSS-CreditosEd       PIC zzz,zzz,zz9.99.
       77  WSS-AtualEd          PIC zzz,zzz,zz9.99.

       PROCEDURE DIVISION.
       Inicio.
           MOVE "I" TO WSS-LogEvento
           CALL "GRAVALOG" USING WSS-LogPrograma WSS-LogEvento
                WSS-LogLidos WSS-LogGravados WSS-LogRejeitados
                WSS-LogRetorno

           DISPLAY "Competencia do balancete (AAAAMM, 0 = mes "
                   "corrente): "
           ACCEPT WSS-Competencia
           IF WSS-Competencia = ZEROS
               ACCEPT WSS-Hoje FROM DATE YYYYMMDD
               MOVE WSS-Hoje (1:6) TO WSS-Competencia
           END-IF

           OPEN INPUT PLANOCTA-FILE
           MOVE "PLANOCONTAS" TO WSS-TfsArquivo
           MOVE "OPEN INPUT" TO WSS-TfsOperacao
           CALL "TRATAFS" USING WSS-TfsPrograma
                WSS-TfsArquivo WSS-TfsOperacao WSS-FS-PLANOCTA
           IF WSS-FS-PLANOCTA NOT = "00"
               MOVE "ER" TO WSS-LogRetorno
               GO TO GravarFimLog
           END-IF
           MOVE "N" TO WSS-fim-arquivo
           READ PLANOCTA-FILE
               AT END SET WSS-NAO-HA-MAIS-REGISTROS TO TRUE
           END-READ
           PERFORM UNTIL WSS-NAO-HA-MAIS-REGISTROS
               IF WSS-QtdContas < 500
                   ADD 1 TO WSS-QtdContas
                   MOVE PCT-CONTA TO cta-conta (WSS-QtdContas)
                   MOVE PCT-NOME TO cta-nome (WSS-QtdContas)
                   MOVE ZEROS TO cta-anterior (WSS-QtdContas)
                   MOVE ZEROS TO cta-debitos (WSS-QtdContas)
                   MOVE ZEROS TO cta-creditos (WSS-QtdContas)
               ELSE
                   DISPLAY "Limite de 500 contas atingido. Conta "
                           PCT-CONTA " fora do balancete."
               END-IF
               READ PLANOCTA-FILE
                   AT END SET WSS-NAO-HA-MAIS-REGISTROS TO TRUE
               END-READ
           END-PERFORM
           CLOSE PLANOCTA-FILE

           OPEN INPUT DIARIO-FILE
           MOVE "DIARIOCTB" TO WSS-TfsArquivo
           CALL "TRATAFS" USING WSS-TfsPrograma
                WSS-TfsArquivo WSS-TfsOperacao WSS-FS-DIARIO
           IF WSS-FS-DIARIO NOT = "00"
               MOVE "ER" TO WSS-LogRetorno
               GO TO GravarFimLog
           END-IF
           MOVE "N" TO WSS-fim-arquivo
           READ DIARIO-FILE
               AT END SET WSS-NAO-HA-MAIS-REGISTROS TO TRUE
           END-READ
           PERFORM UNTIL WSS-NAO-HA-MAIS-REGISTROS
               IF LCT-DATA (1:6) NOT > WSS-Competencia
                   ADD 1 TO WSS-LogLidos
                   PERFORM AcumularLancamento
               END-IF
               READ DIARIO-FILE
                   AT END SET WSS-NAO-HA-MAIS-REGISTROS TO TRUE
               END-READ
           END-PERFORM
           CLOSE DIARIO-FILE

           PERFORM EmitirBalancete
           IF WSS-TotalDebitos NOT = WSS-TotalCreditos
              OR WSS-SaldosDevedores NOT = WSS-SaldosCredores
               DISPLAY "ERRO: balancete nao fecha. Confira o "
                       "DIARIOCTB."
               MOVE "ER" TO WSS-LogRetorno
           END-IF.

       GravarFimLog.
           MOVE "F" TO WSS-LogEvento
           CALL "GRAVALOG" USING WSS-LogPrograma WSS-LogEvento
                WSS-LogLidos WSS-LogGravados WSS-LogRejeitados
                WSS-LogRetorno.

       Encerramento.
           DISPLAY SPACE
           display "Obrigado volte sempre!!! "
           DISPLAY SPACE

           ACCEPT OMITTED.
           EXIT PROGRAM.
           STOP RUN.

      * Lancamento em conta que saiu do plano continua no
      * balancete, como fora do plano, para a prova fechar.
       AcumularLancamento.
           MOVE "N" TO WSS-AchouConta
           PERFORM VARYING WSS-IndCta FROM 1 BY 1
                   UNTIL WSS-IndCta > WSS-QtdContas
                      OR WSS-AchouConta = "S"
               IF cta-conta (WSS-IndCta) = LCT-CONTA
                   MOVE "S" TO WSS-AchouConta
                   SUBTRACT 1 FROM WSS-IndCta
               END-IF
           END-PERFORM
           IF WSS-AchouConta = "N"
               IF WSS-QtdContas < 500
                   ADD 1 TO WSS-QtdContas
                   MOVE WSS-QtdContas TO WSS-IndCta
                   MOVE LCT-CONTA TO cta-conta (WSS-IndCta)
                   MOVE "CONTA FORA DO PLANO" TO cta-nome (WSS-IndCta)
                   MOVE ZEROS TO cta-anterior (WSS-IndCta)
                   MOVE ZEROS TO cta-debitos (WSS-IndCta)
                   MOVE ZEROS TO cta-creditos (WSS-IndCta)
                   MOVE "S" TO WSS-AchouConta
               ELSE
                   ADD 1 TO WSS-LogRejeitados
               END-IF
           END-IF
           IF WSS-AchouConta = "S"
               IF LCT-DATA (1:6) < WSS-Competencia
                   IF LCT-DEBITO
                       ADD LCT-VALOR TO cta-anterior (WSS-IndCta)
                   ELSE
                       SUBTRACT LCT-VALOR FROM cta-anterior (WSS-IndCta)
                   END-IF
               ELSE
                   IF LCT-DEBITO
                       ADD LCT-VALOR TO cta-debitos (WSS-IndCta)
                       ADD LCT-VALOR TO WSS-TotalDebitos
                   ELSE
                       ADD LCT-VALOR TO cta-creditos (WSS-IndCta)
                       ADD LCT-VALOR TO WSS-TotalCreditos
                   END-IF
               END-IF
           END-IF.

       EmitirBalancete.
           MOVE "P" TO WSS-ImpComando
           MOVE "EXERC-45-BAL" TO WSS-ImpTexto
           CALL "IMPRIME" USING WSS-ImpComando WSS-ImpTexto
                WSS-ImpColunas
           MOVE "A" TO WSS-ImpComando
           MOVE SPACES TO WSS-ImpTexto
           STRING "BALANCETE DE VERIFICACAO - COMPETENCIA "
                  WSS-Competencia
                  DELIMITED BY SIZE INTO WSS-ImpTexto
           END-STRING
           MOVE SPACES TO WSS-ImpColunas
           STRING "CONTA  NOME              ANTERIOR       "
                  " DEBITOS      CREDITOS         ATUAL"
                  DELIMITED BY SIZE INTO WSS-ImpColunas
           END-STRING
           CALL "IMPRIME" USING WSS-ImpComando WSS-ImpTexto
                WSS-ImpColunas

           DISPLAY "------ BALANCETE DE VERIFICACAO "
                   WSS-Competencia " ------"
           DISPLAY WSS-ImpColunas
           PERFORM VARYING WSS-IndCta FROM 1 BY 1
                   UNTIL WSS-IndCta > WSS-QtdContas
               PERFORM EmitirConta
           END-PERFORM

           MOVE WSS-TotalDebitos TO WSS-DebitosEd
           MOVE WSS-TotalCreditos TO WSS-CreditosEd
           DISPLAY "Debitos do mes.....: " WSS-DebitosEd
           DISPLAY "Creditos do mes....: " WSS-CreditosEd
           MOVE "D" TO WSS-ImpComando
           MOVE SPACES TO WSS-ImpTexto
           STRING "TOTAIS DO MES D " WSS-DebitosEd
                  " C " WSS-CreditosEd
                  DELIMITED BY SIZE INTO WSS-ImpTexto
           END-STRING
           CALL "IMPRIME" USING WSS-ImpComando WSS-ImpTexto
                WSS-ImpColunas
           MOVE WSS-SaldosDevedores TO WSS-DebitosEd
           MOVE WSS-SaldosCredores TO WSS-CreditosEd
           DISPLAY "Saldos devedores...: " WSS-DebitosEd
           DISPLAY "Saldos credores....: " WSS-CreditosEd
           MOVE "T" TO WSS-ImpComando
           MOVE SPACES TO WSS-ImpTexto
           STRING "SALDOS      D " WSS-DebitosEd
                  " C " WSS-CreditosEd
                  DELIMITED BY SIZE INTO WSS-ImpTexto
           END-STRING
           CALL "IMPRIME" USING WSS-ImpComando WSS-ImpTexto
                WSS-ImpColunas
           DISPLAY "Balancete gravado no spool IMPRESSAO.".

      * Conta sem saldo e sem movimento nao sai no balancete.
       EmitirConta.
           COMPUTE WSS-SaldoAtual = cta-anterior (WSS-IndCta)
                   + cta-debitos (WSS-IndCta)
                   - cta-creditos (WSS-IndCta)
           IF cta-anterior (WSS-IndCta) NOT = ZEROS
              OR cta-debitos (WSS-IndCta) NOT = ZEROS
              OR cta-creditos (WSS-IndCta) NOT = ZEROS
               IF cta-anterior (WSS-IndCta) < ZEROS
                   MOVE "C" TO WSS-LadoAnterior
               ELSE
                   MOVE "D" TO WSS-LadoAnterior
               END-IF
               IF WSS-SaldoAtual < ZEROS
                   MOVE "C" TO WSS-LadoAtual
                   SUBTRACT WSS-SaldoAtual FROM WSS-SaldosCredores
               ELSE
                   MOVE "D" TO WSS-LadoAtual
                   ADD WSS-SaldoAtual TO WSS-SaldosDevedores
               END-IF
               MOVE cta-anterior (WSS-IndCta) TO WSS-AnteriorEd
               MOVE cta-debitos (WSS-IndCta) TO WSS-DebitosEd
               MOVE cta-creditos (WSS-IndCta) TO WSS-CreditosEd
               MOVE WSS-SaldoAtual TO WSS-AtualEd
               MOVE "D" TO WSS-ImpComando
               MOVE SPACES TO WSS-ImpTexto
               STRING cta-conta (WSS-IndCta) " "
                      cta-nome (WSS-IndCta) (1:12)
                      WSS-AnteriorEd WSS-LadoAnterior
                      WSS-DebitosEd WSS-CreditosEd
                      WSS-AtualEd WSS-LadoAtual
                      DELIMITED BY SIZE INTO WSS-ImpTexto
               END-STRING
               CALL "IMPRIME" USING WSS-ImpComando WSS-ImpTexto
                    WSS-ImpColunas
               DISPLAY WSS-ImpTexto
               ADD 1 TO WSS-LogGravados
           END-IF.
      *wrun32 exerc-45-bal
