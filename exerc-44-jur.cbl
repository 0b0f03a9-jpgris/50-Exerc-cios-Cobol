      * a conta recebe o liquido, JUROSPOST e AUDITORIA44 guardam
      * bruto, imposto e liquido, e o resumo mensal de retencao
      * para a contabilidade sai em IRRETIDOMES.
      * O rendimento e calculado sobre o saldo medio diario da
      * competencia (do dia 1 ao dia da rodada), refeito de tras
      * para frente a partir do CLI-SALDO com os movimentos da
      * conta na trilha AUDITORIA44; JUROSPOST guarda o saldo
      * medio usado. Na transicao a rodada pode ser feita do
      * jeito antigo, sobre o saldo do dia (base D).

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               10  vig-carregada     PIC X(01).
       01  WSS-FS-IR                 PIC X(02).
       01  WSS-FS-AUDITORIA          PIC X(02).
       01  WSS-MctGravado            PIC X(01).
       01  WSS-FS-RESUMOIR           PIC X(02).
       01  WSS-fim-ir                PIC X(01).
           88 WSS-NAO-HA-MAIS-ALIQUOTAS  VALUE "S".
               VALUE " IMPOSTO: ".
           05  RIR-IMPOSTO           PIC 9(11)V99.
       01  WSS-TaxaAplicada          PIC 9(3)V99.
       01  WSS-BaseRendimento        PIC X(01).
           88  WSS-BASE-SALDO-MEDIO      VALUE "M".
           88  WSS-BASE-SALDO-DIA        VALUE "D".
       01  WSS-SaldoMedio            PIC 9(9)V99.
       01  WSS-SaldoDiaRefeito       PIC S9(9)V99.
       01  WSS-SomaSaldosDia         PIC S9(11)V99.
       01  WSS-DiaRodada             PIC 9(2).
       01  WSS-IndDia                PIC 9(2).

      * Movimento liquido por dia da competencia de cada conta que
      * mexeu no mes, levantado da trilha AUDITORIA44 antes do
      * credito.
       01  WSS-fim-auditoria         PIC X(01) VALUE "N".
           88 WSS-NAO-HA-MAIS-MOVIMENTOS VALUE "S".
       01  WSS-IndMov                PIC 9(4).
       01  WSS-QtdContasMov          PIC 9(4) VALUE ZEROS.
       01  WSS-AchouMov              PIC X(01).
       01  TABELA-MOVIMENTO-MES.
           05  MOVIMENTO-MES OCCURS 1000 TIMES.
               10  mmv-conta         PIC 9(6).
               10  mmv-liquido       PIC S9(9)V99 OCCURS 31 TIMES.

       01  WSS-LINHA-AUD.
           05  FILLER           PIC X(09).
           05  AUD-CODIGO       PIC X(03).
           05  AUD-MARCA4       PIC X(01).
           05  FILLER           PIC X(10).
           05  AUD-DATAHORA     PIC X(14).
           05  AUD-DATAHORA-N REDEFINES AUD-DATAHORA.
               10  AUD-DATA     PIC 9(8).
               10  AUD-HORA     PIC 9(6).
           05  FILLER           PIC X(17).
           05  AUD-VALOR        PIC X(09).
           05  AUD-VALOR-N REDEFINES AUD-VALOR
                                PIC 9(7)V99.
           05  FILLER           PIC X(13).
           05  AUD-RENDIMENTO   PIC X(11).
           05  FILLER           PIC X(05).
           05  AUD-OP           PIC X(02).
           05  FILLER           PIC X(06).

       01  WSS-LINHA-AUD6 REDEFINES WSS-LINHA-AUD.
           05  FILLER           PIC X(09).
           05  AU6-CODIGO       PIC X(06).
           05  FILLER           PIC X(11).
           05  AU6-DATAHORA     PIC X(14).
           05  AU6-DATAHORA-N REDEFINES AU6-DATAHORA.
               10  AU6-DATA     PIC 9(8).
               10  AU6-HORA     PIC 9(6).
           05  FILLER           PIC X(17).
           05  AU6-VALOR        PIC X(09).
           05  AU6-VALOR-N REDEFINES AU6-VALOR
                                PIC 9(7)V99.
           05  FILLER           PIC X(13).
           05  AU6-RENDIMENTO   PIC X(11).
           05  FILLER           PIC X(05).
           05  AU6-OP           PIC X(02).
           05  FILLER           PIC X(03).

       01  WSS-CodigoLido            PIC 9(6).
       01  WSS-DataMov               PIC 9(8).
       01  WSS-OpMov                 PIC X(02).
       01  WSS-ValorMov              PIC 9(7)V99.
       01  WSS-ContaValida           PIC X(01).
       01  WSS-JurosConta            PIC 9(9)V99.
       01  WSS-SaldoAnterior         PIC S9(9)V99.
       01  WSS-DataHoje              PIC 9(8).
       01  WSS-QtdContas             PIC 9(4) VALUE ZEROS.
       01  WSS-QtdInvalidas          PIC 9(4) VALUE ZEROS.
           05  FILLER                PIC X(07) VALUE " DATA: ".
           05  JUR-DATA              PIC 9(8).
           05  FILLER                PIC X(10) VALUE " ANTERIOR:".
           05  JUR-ANTERIOR          PIC S9(9)V99.
           05  FILLER                PIC X(07) VALUE " JUROS:".
           05  JUR-JUROS             PIC 9(9)V99.
           05  FILLER                PIC X(04) VALUE " IR:".
           05  FILLER                PIC X(05) VALUE " LIQ:".
           05  JUR-LIQ               PIC 9(9)V99.
           05  FILLER                PIC X(07) VALUE " SALDO:".
           05  JUR-SALDO             PIC S9(9)V99.
           05  FILLER                PIC X(07) VALUE " MEDIO:".
           05  JUR-MEDIO             PIC 9(9)V99.
           05  FILLER                PIC X(06) VALUE " BASE:".
           05  JUR-BASE              PIC X(01).

       01  WSS-LINHA-TOTAL.
           05  FILLER                PIC X(23)
                WSS-LogRetorno

           ACCEPT WSS-DataHoje FROM DATE YYYYMMDD
           MOVE WSS-DataHoje (7:2) TO WSS-DiaRodada
           DISPLAY "Base do rendimento (M = saldo medio da "
                   "competencia, D = saldo do dia): "
           ACCEPT WSS-BaseRendimento
           IF WSS-BaseRendimento = "d"
               MOVE "D" TO WSS-BaseRendimento
           END-IF
           IF NOT WSS-BASE-SALDO-DIA
               MOVE "M" TO WSS-BaseRendimento
           END-IF

           PERFORM CarregarTaxas
           PERFORM CarregarAliquotasIR
               GO TO Encerramento
           END-IF

           IF WSS-BASE-SALDO-MEDIO
               PERFORM LevantarMovimentosMes
           ELSE
               DISPLAY "Rodada de transicao: rendimento sobre o "
                       "saldo do dia."
           END-IF

           OPEN EXTEND JUROS-FILE
           IF WSS-FS-JUROS NOT = "00"
               CLOSE JUROS-FILE

           IF WSS-ContaValida = "S"
               MOVE CLI-SALDO TO WSS-SaldoAnterior
               IF WSS-BASE-SALDO-MEDIO
                   PERFORM CalcularSaldoMedio
               ELSE
                   PERFORM SaldoDoDiaComoBase
               END-IF
               COMPUTE WSS-JurosConta ROUNDED =
                       WSS-SaldoMedio * (WSS-TaxaAplicada / 100)
      * Retencao na fonte: a aliquota vigente do tipo sai do juro
      * bruto e so o liquido entra no saldo.
               IF irv-carregada (CLI-TIPOCONTA) = "S"
       CreditarConta-Fim.
           EXIT.

      * Saldo de cada dia da competencia refeito de tras para
      * frente: o fim do dia da rodada e o CLI-SALDO e cada dia
      * anterior desconta o movimento liquido do dia seguinte.
      * Dia com saldo refeito negativo (trilha incompleta) entra
      * como zero.
       CalcularSaldoMedio.
           MOVE "N" TO WSS-AchouMov
           PERFORM VARYING WSS-IndMov FROM 1 BY 1
                   UNTIL WSS-IndMov > WSS-QtdContasMov
                      OR WSS-AchouMov = "S"
               IF mmv-conta (WSS-IndMov) = CLI-CODIGO
                   MOVE "S" TO WSS-AchouMov
                   SUBTRACT 1 FROM WSS-IndMov
               END-IF
           END-PERFORM
           IF WSS-AchouMov = "N"
               PERFORM SaldoDoDiaComoBase
           ELSE
               MOVE CLI-SALDO TO WSS-SaldoDiaRefeito
               MOVE ZEROS TO WSS-SomaSaldosDia
               PERFORM VARYING WSS-IndDia FROM WSS-DiaRodada BY -1
                       UNTIL WSS-IndDia < 1
                   IF WSS-SaldoDiaRefeito > ZEROS
                       ADD WSS-SaldoDiaRefeito TO WSS-SomaSaldosDia
                   END-IF
                   SUBTRACT mmv-liquido (WSS-IndMov WSS-IndDia)
                       FROM WSS-SaldoDiaRefeito
               END-PERFORM
               COMPUTE WSS-SaldoMedio ROUNDED =
                       WSS-SomaSaldosDia / WSS-DiaRodada
           END-IF.

      * Conta devedora no cheque especial nao rende.
       SaldoDoDiaComoBase.
           IF CLI-SALDO > ZEROS
               MOVE CLI-SALDO TO WSS-SaldoMedio
           ELSE
               MOVE ZEROS TO WSS-SaldoMedio
           END-IF.

       LevantarMovimentosMes.
           OPEN INPUT AUDITORIA-FILE
           IF WSS-FS-AUDITORIA = "35"
               DISPLAY "Trilha AUDITORIA44 nao encontrada. Saldo "
                       "medio igual ao saldo do dia."
           ELSE
               MOVE "N" TO WSS-fim-auditoria
               READ AUDITORIA-FILE
                   AT END SET WSS-NAO-HA-MAIS-MOVIMENTOS TO TRUE
               END-READ
               PERFORM UNTIL WSS-NAO-HA-MAIS-MOVIMENTOS
                   MOVE WSS-REG-AUDITORIA TO WSS-LINHA-AUD
                   PERFORM ExtrairCampos
                   IF WSS-CodigoLido > ZEROS
                      AND WSS-DataMov (1:6) = WSS-DataHoje (1:6)
                      AND WSS-DataMov NOT > WSS-DataHoje
                       PERFORM GuardarMovimentoDia
                   END-IF
                   READ AUDITORIA-FILE
                       AT END SET WSS-NAO-HA-MAIS-MOVIMENTOS TO TRUE
                   END-READ
               END-PERFORM
               CLOSE AUDITORIA-FILE
           END-IF.

       ExtrairCampos.
           MOVE ZEROS TO WSS-CodigoLido
           MOVE ZEROS TO WSS-DataMov
           MOVE ZEROS TO WSS-ValorMov
           MOVE SPACES TO WSS-OpMov
           IF AUD-MARCA4 = SPACE
               IF AUD-CODIGO IS NUMERIC
                  AND AUD-DATAHORA (1:8) IS NUMERIC
                   MOVE AUD-CODIGO TO WSS-CodigoLido
                   MOVE AUD-DATA TO WSS-DataMov
                   MOVE AUD-OP TO WSS-OpMov
                   IF AUD-VALOR IS NUMERIC
                       MOVE AUD-VALOR-N TO WSS-ValorMov
                   END-IF
               END-IF
           ELSE
               IF AU6-CODIGO IS NUMERIC
                  AND AU6-DATAHORA (1:8) IS NUMERIC
                   MOVE AU6-CODIGO TO WSS-CodigoLido
                   MOVE AU6-DATA TO WSS-DataMov
                   MOVE AU6-OP TO WSS-OpMov
                   IF AU6-VALOR IS NUMERIC
                       MOVE AU6-VALOR-N TO WSS-ValorMov
                   END-IF
               END-IF
           END-IF.

      * Mesmos sinais do extrato (exerc-44-ext): SA, TS, TA, EP,
      * LQ, AE, EM, AP, EC e JC debitam, o resto credita.
       GuardarMovimentoDia.
           MOVE "N" TO WSS-AchouMov
           PERFORM VARYING WSS-IndMov FROM 1 BY 1
                   UNTIL WSS-IndMov > WSS-QtdContasMov
                      OR WSS-AchouMov = "S"
               IF mmv-conta (WSS-IndMov) = WSS-CodigoLido
                   MOVE "S" TO WSS-AchouMov
                   SUBTRACT 1 FROM WSS-IndMov
               END-IF
           END-PERFORM
           IF WSS-AchouMov = "N"
               IF WSS-QtdContasMov = 1000
                   DISPLAY "Limite de 1000 contas com movimento "
                           "atingido. Conta " WSS-CodigoLido
                           " rende sobre o saldo do dia."
               ELSE
                   ADD 1 TO WSS-QtdContasMov
                   MOVE WSS-QtdContasMov TO WSS-IndMov
                   MOVE WSS-CodigoLido TO mmv-conta (WSS-IndMov)
                   PERFORM VARYING WSS-IndDia FROM 1 BY 1
                           UNTIL WSS-IndDia > 31
                       MOVE ZEROS TO mmv-liquido (WSS-IndMov
                                                  WSS-IndDia)
                   END-PERFORM
                   MOVE "S" TO WSS-AchouMov
               END-IF
           END-IF
           IF WSS-AchouMov = "S"
               MOVE WSS-DataMov (7:2) TO WSS-IndDia
               EVALUATE WSS-OpMov
                   WHEN "SA"
                   WHEN "TS"
                   WHEN "TA"
                   WHEN "EP"
                   WHEN "LQ"
                   WHEN "AE"
                   WHEN "EM"
                   WHEN "AP"
                   WHEN "EC"
                   WHEN "JC"
                       SUBTRACT WSS-ValorMov
                           FROM mmv-liquido (WSS-IndMov WSS-IndDia)
                   WHEN OTHER
                       ADD WSS-ValorMov
                           TO mmv-liquido (WSS-IndMov WSS-IndDia)
               END-EVALUATE
           END-IF.

       CarregarTaxas.
           PERFORM VARYING WSS-IndTaxa FROM 1 BY 1
                   UNTIL WSS-IndTaxa > 3
               PERFORM UNTIL WSS-NAO-HA-MAIS-TAXAS
                   IF TAX-TIPOCONTA >= 1 AND TAX-TIPOCONTA <= 3
                      AND TAX-VIGENCIA NOT > WSS-DataHoje
                      AND TAX-APROVADA
                      AND TAX-VIGENCIA NOT <
                          vig-vigencia (TAX-TIPOCONTA)
                       MOVE TAX-PERCENTUAL
           MOVE WSS-ImpostoConta TO JUR-IR
           MOVE WSS-JurosLiquido TO JUR-LIQ
           MOVE CLI-SALDO TO JUR-SALDO
           MOVE WSS-SaldoMedio TO JUR-MEDIO
           MOVE WSS-BaseRendimento TO JUR-BASE
           MOVE SPACES TO WSS-REG-JUROS
           MOVE WSS-LINHA-JUROS TO WSS-REG-JUROS
           WRITE WSS-REG-JUROS.
                  WSS-Operador             DELIMITED BY SIZE
                  INTO WSS-REG-AUDITORIA
           END-STRING
           WRITE WSS-REG-AUDITORIA
           CALL "GRAVAMCT" USING WSS-REG-AUDITORIA WSS-MctGravado.

       CarregarAliquotasIR.
           PERFORM VARYING WSS-IndTaxa FROM 1 BY 1
               PERFORM UNTIL WSS-NAO-HA-MAIS-ALIQUOTAS
                   IF IRT-TIPOCONTA >= 1 AND IRT-TIPOCONTA <= 3
                      AND IRT-VIGENCIA NOT > WSS-DataHoje
                      AND IRT-APROVADA
                      AND IRT-VIGENCIA NOT <
                          irv-vigencia (IRT-TIPOCONTA)
                       MOVE IRT-PERCENTUAL
