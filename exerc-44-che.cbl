       IDENTIFICATION DIVISION.
       PROGRAM-ID. Exerc-44-Che.
       AUTHOR. JOAO_PAULO.

      * Cobranca mensal dos juros do cheque especial: percorre o
      * arquivo indexado CLIENTES, refaz o saldo de cada dia da
      * competencia (do dia 1 ao dia da rodada) de tras para frente
      * a partir do CLI-SALDO com os movimentos da trilha
      * AUDITORIA44, como o credito de rendimento (exerc-44-jur),
      * e cobra sobre o saldo devedor medio a taxa mensal vigente
      * em CHEQUEPARAM (exerc-44-lim). O juro sai do CLI-SALDO e
      * entra na trilha AUDITORIA44 com a operacao JC. Conta que
      * ja tem JC na competencia nao e cobrada de novo.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CLIENTES-FILE ASSIGN TO "CLIENTES"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS CLI-CODIGO
               FILE STATUS IS WSS-FS-CLIENTES.
           SELECT PARAM-FILE ASSIGN TO "CHEQUEPARAM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WSS-FS-PARAM.
           SELECT AUDITORIA-FILE ASSIGN TO "AUDITORIA44"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WSS-FS-AUDITORIA.

       DATA DIVISION.
       FILE SECTION.
       FD  CLIENTES-FILE.
           COPY "CLIENTE.CPY".

       FD  PARAM-FILE.
           COPY "CHQPAR.CPY".

       FD  AUDITORIA-FILE.
       01  WSS-REG-AUDITORIA         PIC X(120).

       WORKING-STORAGE SECTION.
       77  WSS-FS-CLIENTES      PIC X(02).
       77  WSS-FS-PARAM         PIC X(02).
       77  WSS-FS-AUDITORIA     PIC X(02).
       77  WSS-MctGravado       PIC X(01).
       77  WSS-LogPrograma      PIC X(12) VALUE "EXERC-44-CHE".
       77  WSS-LogEvento        PIC X(01).
       77  WSS-LogLidos         PIC 9(7) VALUE ZEROS.
       77  WSS-LogGravados      PIC 9(7) VALUE ZEROS.
       77  WSS-LogRejeitados    PIC 9(7) VALUE ZEROS.
       77  WSS-LogRetorno       PIC X(02) VALUE "OK".
       77  WSS-TfsPrograma      PIC X(12) VALUE "exerc-44-che".
       77  WSS-TfsArquivo       PIC X(12).
       77  WSS-TfsOperacao      PIC X(10).

       77  WSS-LckOperacao      PIC X(1).
       77  WSS-LckNome          PIC X(12) VALUE "CLIENTES".
       77  WSS-LckOcupado       PIC X(1).
       77  WSS-LckDetentor      PIC X(12).
       77  WSS-LckDesde         PIC X(5).

       77  WSS-DataHoje         PIC 9(8).
       77  WSS-DiaRodada        PIC 9(2).
       77  WSS-IndDia           PIC 9(2).
       77  WSS-fim-clientes     PIC X(01) VALUE "N".
           88 WSS-NAO-HA-MAIS-CLIENTES  VALUE "S".
       77  WSS-fim-param        PIC X(01) VALUE "N".
           88 WSS-NAO-HA-MAIS-PARAMETROS VALUE "S".
       77  WSS-ParamCarregado   PIC X(01) VALUE "N".
       77  WSS-TaxaMensal       PIC 9(2)V99 VALUE ZEROS.
       77  WSS-VigenciaTaxa     PIC 9(8) VALUE ZEROS.
       77  WSS-TaxaEd           PIC z9.99.

       77  WSS-SaldoDiaRefeito  PIC S9(9)V99.
       77  WSS-SomaDevedor      PIC 9(11)V99.
       77  WSS-DevedorMedio     PIC 9(9)V99.
       77  WSS-JurosConta       PIC 9(7)V99.
       77  WSS-QtdCobradas      PIC 9(4) VALUE ZEROS.
       77  WSS-QtdJaCobradas    PIC 9(4) VALUE ZEROS.
       77  WSS-TotalJuros       PIC 9(9)V99 VALUE ZEROS.
       77  WSS-TotalEd          PIC zzz,zzz,zz9.99.
       77  WSS-JurosEd          PIC zzz,zzz,zz9.99.
       77  WSS-MedioEd          PIC zzz,zzz,zz9.99.
       77  WSS-Operador         PIC 9(3) VALUE ZEROS.
       01  WSS-DataHoraLancamento.
           05  WSS-DataHoraLancamento-DT PIC 9(8).
           05  WSS-DataHoraLancamento-HR PIC 9(6).
       77  WSS-DataHoraLancamento-T8 PIC 9(8).

      * Movimento liquido por dia da competencia de cada conta que
      * mexeu no mes, levantado da trilha AUDITORIA44 antes da
      * cobranca; mmv-cobrado marca a conta que ja tem JC no mes.
       77  WSS-fim-auditoria    PIC X(01) VALUE "N".
           88 WSS-NAO-HA-MAIS-MOVIMENTOS VALUE "S".
       77  WSS-IndMov           PIC 9(4).
       77  WSS-QtdContasMov     PIC 9(4) VALUE ZEROS.
       77  WSS-AchouMov         PIC X(01).
       01  TABELA-MOVIMENTO-MES.
           05  MOVIMENTO-MES OCCURS 1000 TIMES.
               10  mmv-conta         PIC 9(6).
               10  mmv-cobrado       PIC X(01).
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

       77  WSS-CodigoLido       PIC 9(6).
       77  WSS-DataMov          PIC 9(8).
       77  WSS-OpMov            PIC X(02).
       77  WSS-ValorMov         PIC 9(7)V99.

       PROCEDURE DIVISION.
       Inicio.
           MOVE "I" TO WSS-LogEvento
           CALL "GRAVALOG" USING WSS-LogPrograma WSS-LogEvento
                WSS-LogLidos WSS-LogGravados WSS-LogRejeitados
                WSS-LogRetorno

           ACCEPT WSS-DataHoje FROM DATE YYYYMMDD
           MOVE WSS-DataHoje (7:2) TO WSS-DiaRodada
           PERFORM CarregarParametros
           IF WSS-ParamCarregado = "N"
               DISPLAY "Nenhuma taxa vigente em CHEQUEPARAM. "
                       "Lance no exerc-44-lim antes da cobranca."
               GO TO GravarFimLog
           END-IF
           MOVE WSS-TaxaMensal TO WSS-TaxaEd
           DISPLAY "Taxa mensal do cheque especial: " WSS-TaxaEd
                   "% (vigencia " WSS-VigenciaTaxa ")"

      * O batch toma a trava do CLIENTES para o exerc-44 nao
      * mexer nas contas no meio da cobranca.
           MOVE "L" TO WSS-LckOperacao
           CALL "RUNLOCK" USING WSS-LckOperacao WSS-LckNome
                WSS-LogPrograma WSS-LckOcupado WSS-LckDetentor
                WSS-LckDesde
           IF WSS-LckOcupado = "S"
               DISPLAY "CLIENTES em uso por " WSS-LckDetentor
                       " desde " WSS-LckDesde ". Rodada abortada."
               MOVE "ER" TO WSS-LogRetorno
               GO TO GravarFimLog
           END-IF

           OPEN I-O CLIENTES-FILE
           MOVE "CLIENTES" TO WSS-TfsArquivo
           MOVE "OPEN I-O" TO WSS-TfsOperacao
           CALL "TRATAFS" USING WSS-TfsPrograma
                WSS-TfsArquivo WSS-TfsOperacao WSS-FS-CLIENTES
           IF WSS-FS-CLIENTES NOT = "00"
               DISPLAY "Arquivo CLIENTES indisponivel. Status: "
                       WSS-FS-CLIENTES
               MOVE "ER" TO WSS-LogRetorno
               GO TO DevolverTrava
           END-IF

           PERFORM LevantarMovimentosMes

           OPEN EXTEND AUDITORIA-FILE
           IF WSS-FS-AUDITORIA NOT = "00"
               CLOSE AUDITORIA-FILE
               OPEN OUTPUT AUDITORIA-FILE
           END-IF

           READ CLIENTES-FILE
               AT END SET WSS-NAO-HA-MAIS-CLIENTES TO TRUE
           END-READ
           PERFORM UNTIL WSS-NAO-HA-MAIS-CLIENTES
               ADD 1 TO WSS-LogLidos
               PERFORM CobrarConta THRU CobrarConta-Fim
               READ CLIENTES-FILE
                   AT END SET WSS-NAO-HA-MAIS-CLIENTES TO TRUE
               END-READ
           END-PERFORM

           CLOSE CLIENTES-FILE
           CLOSE AUDITORIA-FILE

           DISPLAY "------ JUROS DO CHEQUE ESPECIAL ------"
           DISPLAY "Contas cobradas......: " WSS-QtdCobradas
           DISPLAY "Ja cobradas no mes...: " WSS-QtdJaCobradas
           MOVE WSS-TotalJuros TO WSS-TotalEd
           DISPLAY "Total de juros.......: " WSS-TotalEd

           MOVE WSS-QtdCobradas TO WSS-LogGravados
           MOVE WSS-QtdJaCobradas TO WSS-LogRejeitados.

       DevolverTrava.
           MOVE "U" TO WSS-LckOperacao
           CALL "RUNLOCK" USING WSS-LckOperacao WSS-LckNome
                WSS-LogPrograma WSS-LckOcupado WSS-LckDetentor
                WSS-LckDesde.

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

      * Saldo de cada dia refeito de tras para frente: o fim do dia
      * da rodada e o CLI-SALDO e cada dia anterior desconta o
      * movimento liquido do dia seguinte. So os dias negativos
      * somam no saldo devedor; a media divide pelos dias corridos
      * da competencia.
       CobrarConta.
           MOVE "N" TO WSS-AchouMov
           PERFORM VARYING WSS-IndMov FROM 1 BY 1
                   UNTIL WSS-IndMov > WSS-QtdContasMov
                      OR WSS-AchouMov = "S"
               IF mmv-conta (WSS-IndMov) = CLI-CODIGO
                   MOVE "S" TO WSS-AchouMov
                   SUBTRACT 1 FROM WSS-IndMov
               END-IF
           END-PERFORM

           IF WSS-AchouMov = "S"
               IF mmv-cobrado (WSS-IndMov) = "S"
                   ADD 1 TO WSS-QtdJaCobradas
                   DISPLAY "Conta " CLI-CODIGO " ja cobrada na "
                           "competencia."
                   GO TO CobrarConta-Fim
               END-IF
           END-IF

           MOVE ZEROS TO WSS-SomaDevedor
           IF WSS-AchouMov = "N"
               IF CLI-SALDO < ZEROS
                   COMPUTE WSS-SomaDevedor =
                           (ZEROS - CLI-SALDO) * WSS-DiaRodada
               END-IF
           ELSE
               MOVE CLI-SALDO TO WSS-SaldoDiaRefeito
               PERFORM VARYING WSS-IndDia FROM WSS-DiaRodada BY -1
                       UNTIL WSS-IndDia < 1
                   IF WSS-SaldoDiaRefeito < ZEROS
                       SUBTRACT WSS-SaldoDiaRefeito
                           FROM WSS-SomaDevedor
                   END-IF
                   SUBTRACT mmv-liquido (WSS-IndMov WSS-IndDia)
                       FROM WSS-SaldoDiaRefeito
               END-PERFORM
           END-IF
           IF WSS-SomaDevedor = ZEROS
               GO TO CobrarConta-Fim
           END-IF

           COMPUTE WSS-DevedorMedio ROUNDED =
                   WSS-SomaDevedor / WSS-DiaRodada
           COMPUTE WSS-JurosConta ROUNDED =
                   WSS-DevedorMedio * (WSS-TaxaMensal / 100)
           IF WSS-JurosConta = ZEROS
               GO TO CobrarConta-Fim
           END-IF

           SUBTRACT WSS-JurosConta FROM CLI-SALDO
           REWRITE CLIENTE-REG
               INVALID KEY
                   DISPLAY "Erro ao regravar a conta " CLI-CODIGO
                           ". Status: " WSS-FS-CLIENTES
               NOT INVALID KEY
                   ADD 1 TO WSS-QtdCobradas
                   ADD WSS-JurosConta TO WSS-TotalJuros
                   PERFORM RegistrarAuditoria44
                   MOVE WSS-DevedorMedio TO WSS-MedioEd
                   MOVE WSS-JurosConta TO WSS-JurosEd
                   DISPLAY "Conta " CLI-CODIGO " devedor medio "
                           WSS-MedioEd " juros " WSS-JurosEd
           END-REWRITE
           MOVE "REWRITE" TO WSS-TfsOperacao
           MOVE "CLIENTES" TO WSS-TfsArquivo
           CALL "TRATAFS" USING WSS-TfsPrograma
                WSS-TfsArquivo WSS-TfsOperacao WSS-FS-CLIENTES.

       CobrarConta-Fim.
           EXIT.

       CarregarParametros.
           OPEN INPUT PARAM-FILE
           IF WSS-FS-PARAM = "35"
               CONTINUE
           ELSE
               MOVE "N" TO WSS-fim-param
               READ PARAM-FILE
                   AT END SET WSS-NAO-HA-MAIS-PARAMETROS TO TRUE
               END-READ
               PERFORM UNTIL WSS-NAO-HA-MAIS-PARAMETROS
                   IF CHQ-VIGENCIA NOT > WSS-DataHoje
                      AND CHQ-APROVADA
                      AND CHQ-VIGENCIA NOT < WSS-VigenciaTaxa
                       MOVE CHQ-TAXAMENSAL TO WSS-TaxaMensal
                       MOVE CHQ-VIGENCIA TO WSS-VigenciaTaxa
                       MOVE "S" TO WSS-ParamCarregado
                   END-IF
                   READ PARAM-FILE
                       AT END SET WSS-NAO-HA-MAIS-PARAMETROS TO TRUE
                   END-READ
               END-PERFORM
               CLOSE PARAM-FILE
           END-IF.

       LevantarMovimentosMes.
           OPEN INPUT AUDITORIA-FILE
           IF WSS-FS-AUDITORIA = "35"
               DISPLAY "Trilha AUDITORIA44 nao encontrada. Saldo "
                       "devedor igual ao saldo do dia."
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
                           " cobra sobre o saldo do dia."
               ELSE
                   ADD 1 TO WSS-QtdContasMov
                   MOVE WSS-QtdContasMov TO WSS-IndMov
                   MOVE WSS-CodigoLido TO mmv-conta (WSS-IndMov)
                   MOVE "N" TO mmv-cobrado (WSS-IndMov)
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
                   WHEN "JC"
                       MOVE "S" TO mmv-cobrado (WSS-IndMov)
                       SUBTRACT WSS-ValorMov
                           FROM mmv-liquido (WSS-IndMov WSS-IndDia)
                   WHEN "SA"
                   WHEN "TS"
                   WHEN "TA"
                   WHEN "EP"
                   WHEN "LQ"
                   WHEN "AE"
                   WHEN "EM"
                   WHEN "AP"
                   WHEN "EC"
                       SUBTRACT WSS-ValorMov
                           FROM mmv-liquido (WSS-IndMov WSS-IndDia)
                   WHEN OTHER
                       ADD WSS-ValorMov
                           TO mmv-liquido (WSS-IndMov WSS-IndDia)
               END-EVALUATE
           END-IF.

      * Mesma trilha dos movimentos do exerc-44, operacao JC, com o
      * juro debitado no valor; operador 000 identifica o batch.
       RegistrarAuditoria44.
           ACCEPT WSS-DataHoraLancamento-DT FROM DATE YYYYMMDD
           ACCEPT WSS-DataHoraLancamento-T8 FROM TIME
           MOVE WSS-DataHoraLancamento-T8 (1:6)
                TO WSS-DataHoraLancamento-HR
           MOVE SPACES TO WSS-REG-AUDITORIA
           STRING "CLIENTE: "              DELIMITED BY SIZE
                  CLI-CODIGO               DELIMITED BY SIZE
                  " DATAHORA: "            DELIMITED BY SIZE
                  WSS-DataHoraLancamento   DELIMITED BY SIZE
                  " VALORINVESTIDO: "      DELIMITED BY SIZE
                  WSS-JurosConta           DELIMITED BY SIZE
                  " RENDIMENTO: "          DELIMITED BY SIZE
                  "00000000000"            DELIMITED BY SIZE
                  " OP: "                  DELIMITED BY SIZE
                  "JC"                     DELIMITED BY SIZE
                  " OPERADOR: "            DELIMITED BY SIZE
                  WSS-Operador             DELIMITED BY SIZE
                  INTO WSS-REG-AUDITORIA
           END-STRING
           WRITE WSS-REG-AUDITORIA
           CALL "GRAVAMCT" USING WSS-REG-AUDITORIA WSS-MctGravado.
      *wrun32 exerc-44-che
