      * EMPRESTIMOS e, para cada parcela aberta com vencimento
      * alcancado, debita o valor da conta do tomador em CLIENTES
      * (trilha AUDITORIA44, operacao EP, operador 000) e marca a
      * parcela como paga com a data. Conta com limite de cheque
      * especial (LIMITESCHQ) paga a parcela ate o limite. Conta
      * bloqueada, inexistente ou sem saldo deixa a parcela em
      * aberto - ela aparece no relatorio de inadimplencia do
      * exerc-44-emp ate ser coberta. Parcela paga depois do
      * vencimento leva multa e juros de mora por dia de atraso
      * (MORAPARAM vigente), gravados na parcela e lancados na
      * AUDITORIA44 em linha propria, operacao EM. Parcela de
      * emprestimo consignado (com matricula) fica para o
      * desconto na folha do exerc-43-fol. Roda na corrente do
      * BATCH-NOTURNO. Parcela que vence em fim de semana ou
      * feriado do CALENDARIO vence no dia util seguinte
      * (DIAUTIL): so e debitada nele, e sem atraso.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           SELECT AUDITORIA-FILE ASSIGN TO "AUDITORIA44"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WSS-FS-AUDITORIA.
           SELECT MORA-FILE ASSIGN TO "MORAPARAM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WSS-FS-MORA.

       DATA DIVISION.
       FILE SECTION.
       FD  AUDITORIA-FILE.
       01  WSS-REG-AUDITORIA         PIC X(120).

       FD  MORA-FILE.
           COPY "MORAPAR.CPY".

       WORKING-STORAGE SECTION.
       77  WSS-FS-EMPREST       PIC X(02).
       77  WSS-FS-CLIENTES      PIC X(02).
       77  WSS-FS-AUDITORIA     PIC X(02).
       77  WSS-MctGravado       PIC X(01).
       77  WSS-FS-MORA          PIC X(02).
       77  WSS-LogPrograma      PIC X(12) VALUE "EXERC-44-PAR".
       77  WSS-LogEvento        PIC X(01).
       77  WSS-LogLidos         PIC 9(7) VALUE ZEROS.
       77  WSS-TfsOperacao      PIC X(10).

       77  WSS-DataHoje         PIC 9(8).
       77  WSS-VencUtil         PIC 9(8).
       77  WSS-SentidoDiaUtil   PIC X(01) VALUE "P".
       77  WSS-fim-emprest      PIC X(01) VALUE "N".
           88 WSS-NAO-HA-MAIS-PARCELAS  VALUE "S".
       77  WSS-QtdDebitadas     PIC 9(4) VALUE ZEROS.
       77  WSS-TotalDebitado    PIC 9(9)V99 VALUE ZEROS.
       77  WSS-TotalEd          PIC zzz,zzz,zz9.99.
       77  WSS-ValorMovimento   PIC 9(7)V99.
       77  WSS-LimiteConta      PIC 9(7)V99.
       77  WSS-Disponivel       PIC S9(9)V99.
       77  WSS-Operador         PIC 9(3) VALUE ZEROS.
       77  WSS-OpAudit          PIC X(02).
       77  WSS-fim-mora         PIC X(01).
           88 WSS-NAO-HA-MAIS-MORA  VALUE "S".
       77  WSS-MoraCarregada    PIC X(01) VALUE "N".
       77  WSS-PctMulta         PIC 9(2)V99 VALUE ZEROS.
       77  WSS-PctMoraDia       PIC 9(1)V9(4) VALUE ZEROS.
       77  WSS-VigenciaMora     PIC 9(8) VALUE ZEROS.
       77  WSS-DiasAtraso       PIC 9(5).
       77  WSS-MultaParcela     PIC 9(7)V99.
       77  WSS-MoraParcela      PIC 9(7)V99.
       77  WSS-Encargos         PIC 9(7)V99.
       77  WSS-TotalDevido      PIC 9(9)V99.
       77  WSS-QtdComEncargos   PIC 9(4) VALUE ZEROS.
       77  WSS-TotalEncargos    PIC 9(9)V99 VALUE ZEROS.
       01  WSS-DataHoraLancamento.
           05  WSS-DataHoraLancamento-DT PIC 9(8).
           05  WSS-DataHoraLancamento-HR PIC 9(6).
                WSS-LogRetorno

           ACCEPT WSS-DataHoje FROM DATE YYYYMMDD
           PERFORM CarregarEncargos
           IF WSS-MoraCarregada = "N"
               DISPLAY "Nenhuma multa/mora vigente em MORAPARAM. "
                       "Parcelas em atraso sem encargos."
           END-IF

           OPEN I-O EMPREST-FILE
           IF WSS-FS-EMPREST = "35"
                       ADD 1 TO WSS-LogLidos
                       IF EMP-ABERTA
                          AND EMP-VENCIMENTO NOT > WSS-DataHoje
                          AND EMP-MATRICULA = ZEROS
                           CALL "DIAUTIL" USING WSS-SentidoDiaUtil
                                EMP-VENCIMENTO WSS-VencUtil
                           IF WSS-VencUtil NOT > WSS-DataHoje
                               PERFORM DebitarParcela
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           DISPLAY "Parcelas em aberto...: " WSS-QtdEmAberto
           MOVE WSS-TotalDebitado TO WSS-TotalEd
           DISPLAY "Total debitado.......: " WSS-TotalEd
           DISPLAY "Pagas com encargos...: " WSS-QtdComEncargos
           MOVE WSS-TotalEncargos TO WSS-TotalEd
           DISPLAY "Multa e mora.........: " WSS-TotalEd

           MOVE WSS-QtdDebitadas TO WSS-LogGravados
           MOVE WSS-QtdEmAberto TO WSS-LogRejeitados.
                           EMP-PARCELA ": conta " EMP-CONTA
                           " nao encontrada. Parcela em aberto."
               NOT INVALID KEY
                   PERFORM CalcularEncargos
                   COMPUTE WSS-TotalDevido =
                           EMP-VLRPARCELA + WSS-Encargos
                   CALL "LIMCHEQ" USING CLI-CODIGO WSS-LimiteConta
                   COMPUTE WSS-Disponivel =
                           CLI-SALDO + WSS-LimiteConta
                   EVALUATE TRUE
                       WHEN CLI-BLOQUEADA
                           ADD 1 TO WSS-QtdEmAberto
                                   " parcela " EMP-PARCELA
                                   ": conta bloqueada. Parcela "
                                   "em aberto."
                       WHEN WSS-TotalDevido > WSS-Disponivel
                           ADD 1 TO WSS-QtdEmAberto
                           DISPLAY "Contrato " EMP-NUMERO
                                   " parcela " EMP-PARCELA
                                   ": saldo insuficiente. "
                                   "Parcela em aberto."
                       WHEN OTHER
                           SUBTRACT WSS-TotalDevido FROM CLI-SALDO
                           REWRITE CLIENTE-REG
                           MOVE "REWRITE" TO WSS-TfsOperacao
                           MOVE "CLIENTES" TO WSS-TfsArquivo
                                WSS-FS-CLIENTES
                           MOVE "P" TO EMP-SITUACAO
                           MOVE WSS-DataHoje TO EMP-DTPAGTO
                           MOVE WSS-MultaParcela TO EMP-MULTA
                           MOVE WSS-MoraParcela TO EMP-MORA
                           REWRITE EMPREST-REG
                           MOVE "REWRITE" TO WSS-TfsOperacao
                           MOVE "EMPRESTIMOS" TO WSS-TfsArquivo
                           CALL "TRATAFS" USING WSS-TfsPrograma
                                WSS-TfsArquivo WSS-TfsOperacao
                                WSS-FS-EMPREST
                           MOVE EMP-VLRPARCELA TO WSS-ValorMovimento
                           MOVE "EP" TO WSS-OpAudit
                           PERFORM RegistrarAuditoria44
                           IF WSS-Encargos > ZEROS
                               MOVE WSS-Encargos
                                    TO WSS-ValorMovimento
                               MOVE "EM" TO WSS-OpAudit
                               PERFORM RegistrarAuditoria44
                               ADD 1 TO WSS-QtdComEncargos
                               ADD WSS-Encargos TO WSS-TotalEncargos
                           END-IF
                           ADD 1 TO WSS-QtdDebitadas
                           ADD EMP-VLRPARCELA
                               TO WSS-TotalDebitado
                   END-EVALUATE
           END-READ.

      * Multa unica sobre a parcela e mora por dia corrido desde
      * o vencimento (ja levado ao dia util); a parcela paga no
      * proprio vencimento nao tem encargo.
       CalcularEncargos.
           MOVE ZEROS TO WSS-MultaParcela WSS-MoraParcela
                         WSS-Encargos
           IF WSS-VencUtil < WSS-DataHoje
               COMPUTE WSS-DiasAtraso =
                       FUNCTION INTEGER-OF-DATE (WSS-DataHoje) -
                       FUNCTION INTEGER-OF-DATE (WSS-VencUtil)
               COMPUTE WSS-MultaParcela ROUNDED =
                       EMP-VLRPARCELA * WSS-PctMulta / 100
               COMPUTE WSS-MoraParcela ROUNDED =
                       EMP-VLRPARCELA * WSS-PctMoraDia / 100
                       * WSS-DiasAtraso
               COMPUTE WSS-Encargos =
                       WSS-MultaParcela + WSS-MoraParcela
           END-IF.

       CarregarEncargos.
           OPEN INPUT MORA-FILE
           IF WSS-FS-MORA = "35"
               CONTINUE
           ELSE
               MOVE "N" TO WSS-fim-mora
               READ MORA-FILE
                   AT END SET WSS-NAO-HA-MAIS-MORA TO TRUE
               END-READ
               PERFORM UNTIL WSS-NAO-HA-MAIS-MORA
                   IF MRP-VIGENCIA NOT > WSS-DataHoje
                      AND MRP-APROVADA
                      AND MRP-VIGENCIA NOT < WSS-VigenciaMora
                       MOVE MRP-MULTA TO WSS-PctMulta
                       MOVE MRP-JUROSDIA TO WSS-PctMoraDia
                       MOVE MRP-VIGENCIA TO WSS-VigenciaMora
                       MOVE "S" TO WSS-MoraCarregada
                   END-IF
                   READ MORA-FILE
                       AT END SET WSS-NAO-HA-MAIS-MORA TO TRUE
                   END-READ
               END-PERFORM
               CLOSE MORA-FILE
           END-IF.

       RegistrarAuditoria44.
           ACCEPT WSS-DataHoraLancamento-DT FROM DATE YYYYMMDD
           ACCEPT WSS-DataHoraLancamento-T8 FROM TIME
           MOVE WSS-DataHoraLancamento-T8 (1:6)
                TO WSS-DataHoraLancamento-HR
           MOVE SPACES TO WSS-REG-AUDITORIA
           STRING "CLIENTE: "              DELIMITED BY SIZE
                  EMP-CONTA                DELIMITED BY SIZE
                  " RENDIMENTO: "          DELIMITED BY SIZE
                  "00000000000"            DELIMITED BY SIZE
                  " OP: "                  DELIMITED BY SIZE
                  WSS-OpAudit              DELIMITED BY SIZE
                  " OPERADOR: "            DELIMITED BY SIZE
                  WSS-Operador             DELIMITED BY SIZE
                  INTO WSS-REG-AUDITORIA
           END-STRING
           WRITE WSS-REG-AUDITORIA
           CALL "GRAVAMCT" USING WSS-REG-AUDITORIA WSS-MctGravado.
      *wrun32 exerc-44-par
