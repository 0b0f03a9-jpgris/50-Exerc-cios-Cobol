      * ordem; destino indisponivel estorna o debito), gravando a
      * trilha AUDITORIA44 com operador 000 (batch). No fim sai o
      * resumo de executadas, puladas e expiradas. Roda na
      * corrente do BATCH-NOTURNO. Conta com limite de cheque
      * especial (LIMITESCHQ) cobre a ordem ate o limite. Dia da
      * ordem que cai em fim de semana ou feriado do CALENDARIO
      * passa para o dia util seguinte (DIAUTIL), mesmo que ja
      * seja no mes seguinte; a ordem nao roda em dia nao util.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       77  WSS-FS-ORDENS        PIC X(02).
       77  WSS-FS-CLIENTES      PIC X(02).
       77  WSS-FS-AUDITORIA     PIC X(02).
       77  WSS-MctGravado       PIC X(01).
       77  WSS-LogPrograma      PIC X(12) VALUE "EXERC-44-TRF".
       77  WSS-LogEvento        PIC X(01).
       77  WSS-LogLidos         PIC 9(7) VALUE ZEROS.
       77  WSS-TfsOperacao      PIC X(10).

       77  WSS-DataHoje         PIC 9(8).
       01  WSS-DataAgenda       PIC 9(8).
       01  FILLER REDEFINES WSS-DataAgenda.
           05  WSS-AgendaAno       PIC 9(4).
           05  WSS-AgendaMes       PIC 9(2).
           05  WSS-AgendaDia       PIC 9(2).
       77  WSS-AgendaUtil       PIC 9(8).
       77  WSS-SentidoDiaUtil   PIC X(01) VALUE "P".
       77  WSS-ExecutaHoje      PIC X(01).
       77  WSS-fim-arquivo      PIC X(01) VALUE "N".
           88 WSS-NAO-HA-MAIS-ORDENS  VALUE "S".
       77  WSS-QtdExecutadas    PIC 9(4) VALUE ZEROS.
       77  WSS-TotalEd          PIC zzz,zzz,zz9.99.
       77  WSS-CodigoConta      PIC 9(6).
       77  WSS-ValorMovimento   PIC 9(7)V99.
       77  WSS-LimiteConta      PIC 9(7)V99.
       77  WSS-Disponivel       PIC S9(9)V99.
       77  WSS-OpAudit          PIC X(02).
       77  WSS-Operador         PIC 9(3) VALUE ZEROS.
       01  WSS-DataHoraLancamento.
                WSS-LogRetorno

           ACCEPT WSS-DataHoje FROM DATE YYYYMMDD

           OPEN INPUT ORDENS-FILE
           IF WSS-FS-ORDENS = "35"
                       "exerc-44-ord."
               GO TO TratarOrdem-Fim
           END-IF
           PERFORM ConferirAgenda
           IF WSS-ExecutaHoje = "N"
               GO TO TratarOrdem-Fim
           END-IF
           MOVE ODP-VALOR TO WSS-ValorMovimento
       TratarOrdem-Fim.
           EXIT.

      * A ordem roda hoje quando o dia util do seu dia neste mes,
      * ou no mes anterior (dia do fim do mes levado para o mes
      * seguinte), e hoje.
       ConferirAgenda.
           MOVE "N" TO WSS-ExecutaHoje
           MOVE WSS-DataHoje TO WSS-DataAgenda
           MOVE ODP-DIAMES TO WSS-AgendaDia
           CALL "DIAUTIL" USING WSS-SentidoDiaUtil WSS-DataAgenda
                WSS-AgendaUtil
           IF WSS-AgendaUtil = WSS-DataHoje
               MOVE "S" TO WSS-ExecutaHoje
           END-IF
           IF WSS-AgendaMes = 1
               MOVE 12 TO WSS-AgendaMes
               SUBTRACT 1 FROM WSS-AgendaAno
           ELSE
               SUBTRACT 1 FROM WSS-AgendaMes
           END-IF
           CALL "DIAUTIL" USING WSS-SentidoDiaUtil WSS-DataAgenda
                WSS-AgendaUtil
           IF WSS-AgendaUtil = WSS-DataHoje
               MOVE "S" TO WSS-ExecutaHoje
           END-IF.

       DebitarOrigem.
           MOVE ODP-ORIGEM TO CLI-CODIGO
           READ CLIENTES-FILE
                   DISPLAY "Ordem " ODP-ORIGEM " -> " ODP-DESTINO
                           " PULADA: origem nao cadastrada."
               NOT INVALID KEY
                   CALL "LIMCHEQ" USING CLI-CODIGO WSS-LimiteConta
                   COMPUTE WSS-Disponivel =
                           CLI-SALDO + WSS-LimiteConta
                   EVALUATE TRUE
                       WHEN CLI-BLOQUEADA
                           ADD 1 TO WSS-QtdPuladas
                           DISPLAY "Ordem " ODP-ORIGEM " -> "
                                   ODP-DESTINO " PULADA: origem "
                                   "bloqueada."
                       WHEN WSS-ValorMovimento > WSS-Disponivel
                           ADD 1 TO WSS-QtdPuladas
                           DISPLAY "Ordem " ODP-ORIGEM " -> "
                                   ODP-DESTINO " PULADA: saldo "
                  WSS-Operador             DELIMITED BY SIZE
                  INTO WSS-REG-AUDITORIA
           END-STRING
           WRITE WSS-REG-AUDITORIA
           CALL "GRAVAMCT" USING WSS-REG-AUDITORIA WSS-MctGravado.
      *wrun32 exerc-44-trf
