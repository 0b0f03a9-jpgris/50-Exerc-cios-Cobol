
      * Encerramento de conta CLIENTES: confere que a conta nao e
      * origem nem destino de ordem permanente vigente
      * (ORDENSPERM), nao tem deposito a prazo ativo (TERMODEPS)
      * e nao esta devedora no cheque especial,
      * credita o juro pro-rata dos dias corridos do mes pela taxa
      * vigente de TAXASPARAM, paga o saldo restante ao titular,
      * grava o registro de encerramento com data e motivo na
      * arquivo morto CONTASENC, removendo-a de CLIENTES - assim
      * ela sai sozinha do credito mensal (Exerc-44-Jur) e do
      * controle de fechamento (Exerc-44-Ctl).
      * Competencia de investimento ja fechada (PERIODOS, servico
      * PERFECH) nao recebe movimento; a tentativa vai ao SEGLOG.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       77  WSS-FS-ORDENS        PIC X(02).
       77  WSS-FS-TERMO         PIC X(02).
       77  WSS-FS-AUDITORIA     PIC X(02).
       77  WSS-MctGravado       PIC X(01).
       77  WSS-FS-MORTO         PIC X(02).
       77  WSS-FS-TAXAS         PIC X(02).
       77  WSS-TfsPrograma      PIC X(12) VALUE "exerc-44-enc".

       77  WSS-Continuar        PIC X(01) VALUE "S".
       77  WSS-DataHoje         PIC 9(8).
       77  WSS-PerOperacao      PIC X(01) VALUE "V".
       77  WSS-PerSubsistema    PIC X(02) VALUE "IN".
       77  WSS-PerSituacao      PIC X(01).
       77  WSS-Operador         PIC 9(3).
       77  WSS-OperadorValido   PIC X(01).
       77  WSS-CodigoConta      PIC 9(6).
               GO TO Despedida
           END-IF
           ACCEPT WSS-DataHoje FROM DATE YYYYMMDD
           CALL "PERFECH" USING WSS-PerOperacao WSS-PerSubsistema
                WSS-DataHoje WSS-Operador WSS-TfsPrograma
                WSS-PerSituacao
           IF WSS-PerSituacao = "F"
               DISPLAY "Competencia " WSS-DataHoje (1:6) " de "
                       "investimento ja fechada. Procure o "
                       "supervisor."
               GO TO Despedida
           END-IF
           PERFORM CarregarTaxas
           OPEN I-O CLIENTES-FILE
           MOVE "CLIENTES" TO WSS-TfsArquivo
                       "exerc-44-dep."
               GO TO EncerrarConta-Fim
           END-IF
           IF CLI-SALDO < ZEROS
               DISPLAY "Conta devedora no cheque especial. Cubra "
                       "o saldo negativo antes de encerrar."
               GO TO EncerrarConta-Fim
           END-IF
           DISPLAY "Titular: " CLI-NOME
           MOVE CLI-SALDO TO WSS-SaldoEd
           DISPLAY "Saldo atual: " WSS-SaldoEd
               PERFORM UNTIL WSS-NAO-HA-MAIS-TAXAS
                   IF TAX-TIPOCONTA >= 1 AND TAX-TIPOCONTA <= 3
                      AND TAX-VIGENCIA NOT > WSS-DataHoje
                      AND TAX-APROVADA
                      AND TAX-VIGENCIA NOT <
                          vig-vigencia (TAX-TIPOCONTA)
                       MOVE TAX-PERCENTUAL
                  WSS-MotivoInformado      DELIMITED BY SIZE
                  INTO WSS-REG-AUDITORIA
           END-STRING
           WRITE WSS-REG-AUDITORIA
           CALL "GRAVAMCT" USING WSS-REG-AUDITORIA WSS-MctGravado.
      *wrun32 exerc-44-enc
