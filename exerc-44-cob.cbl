      * saldo minimo e de idade da conta (CLI-ABERTURA). Conta
      * bloqueada nao e debitada; conta cujo saldo nao cobre a
      * tarifa e debitada ate zerar e apontada como cobranca
      * parcial - com limite de cheque especial (LIMITESCHQ) o
      * debito vai ate o fim do limite. Cada debito sai na
      * trilha AUDITORIA44 (operacao TA, operador 000) e o resumo
      * de receita do mes em TARIFASMES.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       77  WSS-FS-CLIENTES      PIC X(02).
       77  WSS-FS-TARIFA        PIC X(02).
       77  WSS-FS-AUDITORIA     PIC X(02).
       77  WSS-MctGravado       PIC X(01).
       77  WSS-FS-RESUMO        PIC X(02).
       77  WSS-LogPrograma      PIC X(12) VALUE "EXERC-44-COB".
       77  WSS-LogEvento        PIC X(01).
               10  trv-carregada     PIC X(01).
       77  WSS-IdadeMeses       PIC 9(5).
       77  WSS-ValorDebitado    PIC 9(7)V99.
       77  WSS-LimiteConta      PIC 9(7)V99.
       77  WSS-Disponivel       PIC S9(9)V99.
       77  WSS-ValorMovimento   PIC 9(7)V99.
       77  WSS-QtdCobradas      PIC 9(4) VALUE ZEROS.
       77  WSS-QtdIsentas       PIC 9(4) VALUE ZEROS.
                   GO TO CobrarConta-Fim
               END-IF
           END-IF
           CALL "LIMCHEQ" USING CLI-CODIGO WSS-LimiteConta
           COMPUTE WSS-Disponivel = CLI-SALDO + WSS-LimiteConta
           IF WSS-Disponivel NOT < trv-valor (CLI-TIPOCONTA)
               MOVE trv-valor (CLI-TIPOCONTA)
                    TO WSS-ValorDebitado
               ADD 1 TO WSS-QtdCobradas
           ELSE
               MOVE ZEROS TO WSS-ValorDebitado
               IF WSS-Disponivel > ZEROS
                   MOVE WSS-Disponivel TO WSS-ValorDebitado
               END-IF
               ADD 1 TO WSS-QtdParciais
               DISPLAY "Conta " CLI-CODIGO " com saldo menor que "
                       "a tarifa. Cobranca parcial de "
               PERFORM UNTIL WSS-NAO-HA-MAIS-TARIFAS
                   IF TAR-TIPOCONTA >= 1 AND TAR-TIPOCONTA <= 3
                      AND TAR-VIGENCIA NOT > WSS-DataHoje
                      AND TAR-APROVADA
                      AND TAR-VIGENCIA NOT <
                          trv-vigencia (TAR-TIPOCONTA)
                       MOVE TAR-VALOR
                  WSS-Operador             DELIMITED BY SIZE
                  INTO WSS-REG-AUDITORIA
           END-STRING
           WRITE WSS-REG-AUDITORIA
           CALL "GRAVAMCT" USING WSS-REG-AUDITORIA WSS-MctGravado.
      *wrun32 exerc-44-cob
