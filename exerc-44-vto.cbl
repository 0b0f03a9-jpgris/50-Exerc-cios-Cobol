      * principal mais o rendimento composto contratado pelos
      * meses do prazo, marca o deposito como vencido e pago e
      * grava a trilha AUDITORIA44 (operacao RV, operador 000).
      * Roda na corrente do BATCH-NOTURNO. Deposito que vence em
      * fim de semana ou feriado do CALENDARIO e pago no dia util
      * seguinte (DIAUTIL); o rendimento segue o prazo contratado.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       77  WSS-FS-TERMO         PIC X(02).
       77  WSS-FS-CLIENTES      PIC X(02).
       77  WSS-FS-AUDITORIA     PIC X(02).
       77  WSS-MctGravado       PIC X(01).
       77  WSS-LogPrograma      PIC X(12) VALUE "EXERC-44-VTO".
       77  WSS-LogEvento        PIC X(01).
       77  WSS-LogLidos         PIC 9(7) VALUE ZEROS.
       77  WSS-TfsOperacao      PIC X(10).

       77  WSS-DataHoje         PIC 9(8).
       77  WSS-VencUtil         PIC 9(8).
       77  WSS-SentidoDiaUtil   PIC X(01) VALUE "P".
       77  WSS-fim-termo        PIC X(01) VALUE "N".
           88 WSS-NAO-HA-MAIS-DEPOSITOS  VALUE "S".
       77  WSS-MesesPrazo       PIC 9(4).
                   NOT AT END
                       ADD 1 TO WSS-LogLidos
                       IF TDP-ATIVA
                           CALL "DIAUTIL" USING WSS-SentidoDiaUtil
                                TDP-VENCIMENTO WSS-VencUtil
                           IF WSS-VencUtil NOT > WSS-DataHoje
                               PERFORM PagarDeposito
                           ELSE
                               ADD 1 TO WSS-QtdPendentes
                  WSS-Operador             DELIMITED BY SIZE
                  INTO WSS-REG-AUDITORIA
           END-STRING
           WRITE WSS-REG-AUDITORIA
           CALL "GRAVAMCT" USING WSS-REG-AUDITORIA WSS-MctGravado.
      *wrun32 exerc-44-vto
