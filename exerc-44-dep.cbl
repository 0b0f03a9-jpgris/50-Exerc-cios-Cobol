      * rendimento) e lista os vencimentos proximos. O credito
      * automatico no vencimento e do batch exerc-44-vto. Cada
      * movimento sai na trilha AUDITORIA44 (AP aplicacao, RA
      * resgate antecipado, com o rendimento pago ja sem a
      * penalidade no campo RENDIMENTO, como no RV do vencimento).
      * Competencia de investimento ja fechada (PERIODOS, servico
      * PERFECH) nao recebe movimento; a tentativa vai ao SEGLOG.
      * Vencimento informado em fim de semana ou feriado do
      * CALENDARIO passa para o dia util seguinte (DIAUTIL).

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       77  WSS-FS-TERMO         PIC X(02).
       77  WSS-FS-CLIENTES      PIC X(02).
       77  WSS-FS-AUDITORIA     PIC X(02).
       77  WSS-MctGravado       PIC X(01).
       77  WSS-TfsPrograma      PIC X(12) VALUE "exerc-44-dep".
       77  WSS-TfsArquivo       PIC X(12).
       77  WSS-TfsOperacao      PIC X(10).
       77  WSS-Continuar        PIC X(01) VALUE "S".
       77  WSS-OpcaoMenu        PIC 9.
       77  WSS-DataHoje         PIC 9(8).
       77  WSS-PerOperacao      PIC X(01) VALUE "V".
       77  WSS-PerSubsistema    PIC X(02) VALUE "IN".
       77  WSS-PerSituacao      PIC X(01).
       77  WSS-DataValida       PIC X(01).
       77  WSS-MotivoData       PIC X(30).
       77  WSS-Operador         PIC 9(3).
       77  WSS-ValorAplicar     PIC 9(9)V99.
       77  WSS-TaxaInformada    PIC 9(3)V99.
       77  WSS-VencInformado    PIC 9(8).
       77  WSS-VencUtil         PIC 9(8).
       77  WSS-SentidoDiaUtil   PIC X(01) VALUE "P".
       77  WSS-PenalInformada   PIC 9(2)V99.
       77  WSS-MesesCorridos    PIC 9(4).
       77  WSS-Rendimento       PIC 9(9)V99.
       77  WSS-Penalidade       PIC 9(9)V99.
       77  WSS-ValorResgate     PIC 9(9)V99.
       77  WSS-ValorMovimento   PIC 9(7)V99.
       77  WSS-RendAudit        PIC 9(9)V99.
       77  WSS-OpAudit          PIC X(02).
       77  WSS-HorizonteDias    PIC 9(3).
       77  WSS-DataLimite       PIC 9(8).
               GO TO Encerramento
           END-IF
           ACCEPT WSS-DataHoje FROM DATE YYYYMMDD
           CALL "PERFECH" USING WSS-PerOperacao WSS-PerSubsistema
                WSS-DataHoje WSS-Operador WSS-TfsPrograma
                WSS-PerSituacao
           IF WSS-PerSituacao = "F"
               DISPLAY "Competencia " WSS-DataHoje (1:6) " de "
                       "investimento ja fechada. Procure o "
                       "supervisor."
               GO TO Encerramento
           END-IF
           OPEN I-O TERMO-FILE
           IF WSS-FS-TERMO = "35"
               OPEN OUTPUT TERMO-FILE
               DISPLAY "Vencimento invalido. Aplicacao recusada."
               GO TO CompletarAbertura-Fim
           END-IF
           CALL "DIAUTIL" USING WSS-SentidoDiaUtil WSS-VencInformado
                WSS-VencUtil
           IF WSS-VencUtil NOT = WSS-VencInformado
               DISPLAY "Vencimento " WSS-VencInformado " nao e dia "
                       "util; passa para " WSS-VencUtil "."
               MOVE WSS-VencUtil TO WSS-VencInformado
           END-IF
           DISPLAY "Penalidade de resgate antecipado (% do "
                   "rendimento, ex: 50.00): "
           ACCEPT WSS-PenalInformada
               NOT INVALID KEY
                   MOVE WSS-ValorAplicar TO WSS-ValorMovimento
                   MOVE "AP" TO WSS-OpAudit
                   MOVE ZEROS TO WSS-RendAudit
                   PERFORM RegistrarAuditoria44
                   DISPLAY "Deposito " TDP-NUMERO " aberto com "
                           "vencimento em " TDP-VENCIMENTO "."
                        WSS-FS-TERMO
                   MOVE WSS-ValorResgate TO WSS-ValorMovimento
                   MOVE "RA" TO WSS-OpAudit
                   COMPUTE WSS-RendAudit =
                           WSS-Rendimento - WSS-Penalidade
                   PERFORM RegistrarAuditoria44
                   MOVE WSS-Penalidade TO WSS-ValorEd
                   DISPLAY "Penalidade aplicada: " WSS-ValorEd
                  " VALORINVESTIDO: "      DELIMITED BY SIZE
                  WSS-ValorMovimento       DELIMITED BY SIZE
                  " RENDIMENTO: "          DELIMITED BY SIZE
                  WSS-RendAudit            DELIMITED BY SIZE
                  " OP: "                  DELIMITED BY SIZE
                  WSS-OpAudit              DELIMITED BY SIZE
                  " OPERADOR: "            DELIMITED BY SIZE
                  WSS-Operador             DELIMITED BY SIZE
                  INTO WSS-REG-AUDITORIA
           END-STRING
           WRITE WSS-REG-AUDITORIA
           CALL "GRAVAMCT" USING WSS-REG-AUDITORIA WSS-MctGravado.
      *wrun32 exerc-44-dep
