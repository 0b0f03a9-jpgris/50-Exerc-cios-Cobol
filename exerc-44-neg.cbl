       IDENTIFICATION DIVISION.
       PROGRAM-ID. Exerc-44-Neg.
       AUTHOR. JOAO_PAULO.

      * Contas devedoras no cheque especial: percorre CLIENTES,
      * guarda as contas com saldo negativo e o limite ativo de
      * cada uma (servico LIMCHEQ) e aponta as que passaram do
      * limite e as que estao no negativo sem interrupcao ha mais
      * dias que CHQ-DIASALERTA (CHEQUEPARAM, exerc-44-lim).
      * O inicio do trecho negativo sai da trilha AUDITORIA44 em
      * duas passadas: a primeira soma o movimento liquido de cada
      * conta devedora, o que da o saldo antes da trilha; a segunda
      * refaz o saldo movimento a movimento e guarda a data em que
      * ele ficou negativo pela ultima vez. Conta que ja nasceu
      * devedora na trilha conta desde a abertura.

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
       77  WSS-fim-clientes     PIC X(01) VALUE "N".
           88 WSS-NAO-HA-MAIS-CLIENTES  VALUE "S".
       77  WSS-fim-param        PIC X(01) VALUE "N".
           88 WSS-NAO-HA-MAIS-PARAMETROS VALUE "S".
       77  WSS-fim-auditoria    PIC X(01).
           88 WSS-NAO-HA-MAIS-MOVIMENTOS VALUE "S".

       77  WSS-DataHoje         PIC 9(8).
       77  WSS-DiasAlerta       PIC 9(3) VALUE ZEROS.
       77  WSS-VigenciaParam    PIC 9(8) VALUE ZEROS.
       77  WSS-LimiteConta      PIC 9(7)V99.
       77  WSS-Passada          PIC 9(1).

       77  WSS-IndNeg           PIC 9(4).
       77  WSS-QtdNegativas     PIC 9(4) VALUE ZEROS.
       77  WSS-AchouConta       PIC X(01).
       01  TABELA-NEGATIVAS.
           05  CONTA-NEGATIVA OCCURS 1000 TIMES.
               10  neg-codigo         PIC 9(6).
               10  neg-nome           PIC X(30).
               10  neg-abertura       PIC 9(8).
               10  neg-saldo          PIC S9(9)V99.
               10  neg-limite         PIC 9(7)V99.
               10  neg-liquido        PIC S9(11)V99.
               10  neg-corrente       PIC S9(11)V99.
               10  neg-inicio         PIC 9(8).
               10  neg-dias           PIC 9(5).

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
       77  WSS-ValorSinal       PIC S9(9)V99.

       77  WSS-QtdAcimaLimite   PIC 9(4) VALUE ZEROS.
       77  WSS-QtdPersistentes  PIC 9(4) VALUE ZEROS.
       77  WSS-Excesso          PIC S9(9)V99.
       77  WSS-SaldoEd          PIC -zzz,zzz,zz9.99.
       77  WSS-LimiteEd         PIC zzz,zzz,zz9.99.
       77  WSS-ExcessoEd        PIC zzz,zzz,zz9.99.
       77  WSS-DiasEd           PIC zzzz9.

       PROCEDURE DIVISION.
       Inicio.
           ACCEPT WSS-DataHoje FROM DATE YYYYMMDD
           PERFORM CarregarParametros

           OPEN INPUT CLIENTES-FILE
           IF WSS-FS-CLIENTES NOT = "00"
               DISPLAY "Arquivo CLIENTES indisponivel. Status: "
                       WSS-FS-CLIENTES
               GO TO Encerramento
           END-IF
           READ CLIENTES-FILE
               AT END SET WSS-NAO-HA-MAIS-CLIENTES TO TRUE
           END-READ
           PERFORM UNTIL WSS-NAO-HA-MAIS-CLIENTES
               IF CLI-SALDO < ZEROS
                   PERFORM GuardarNegativa THRU GuardarNegativa-Fim
               END-IF
               READ CLIENTES-FILE
                   AT END SET WSS-NAO-HA-MAIS-CLIENTES TO TRUE
               END-READ
           END-PERFORM
           CLOSE CLIENTES-FILE

           IF WSS-QtdNegativas = ZEROS
               DISPLAY "Nenhuma conta com saldo negativo."
               GO TO Encerramento
           END-IF

           PERFORM VARYING WSS-Passada FROM 1 BY 1
                   UNTIL WSS-Passada > 2
               PERFORM PercorrerTrilha
               IF WSS-Passada = 1
                   PERFORM SaldoAntesDaTrilha
               END-IF
           END-PERFORM
           PERFORM ApurarDiasNegativos

           PERFORM ListarAcimaDoLimite
           PERFORM ListarPersistentes.

       Encerramento.
           DISPLAY SPACE
           display "Obrigado volte sempre!!! "
           DISPLAY SPACE

           ACCEPT OMITTED.
           EXIT PROGRAM.
           STOP RUN.

       GuardarNegativa.
           IF WSS-QtdNegativas = 1000
               DISPLAY "Limite de 1000 contas devedoras atingido. "
                       "Conta " CLI-CODIGO " fora do relatorio."
               GO TO GuardarNegativa-Fim
           END-IF
           ADD 1 TO WSS-QtdNegativas
           MOVE WSS-QtdNegativas TO WSS-IndNeg
           CALL "LIMCHEQ" USING CLI-CODIGO WSS-LimiteConta
           MOVE CLI-CODIGO TO neg-codigo (WSS-IndNeg)
           MOVE CLI-NOME TO neg-nome (WSS-IndNeg)
           MOVE CLI-ABERTURA TO neg-abertura (WSS-IndNeg)
           MOVE CLI-SALDO TO neg-saldo (WSS-IndNeg)
           MOVE WSS-LimiteConta TO neg-limite (WSS-IndNeg)
           MOVE ZEROS TO neg-liquido (WSS-IndNeg)
           MOVE ZEROS TO neg-corrente (WSS-IndNeg)
           MOVE ZEROS TO neg-inicio (WSS-IndNeg)
           MOVE ZEROS TO neg-dias (WSS-IndNeg).
       GuardarNegativa-Fim.
           EXIT.

       CarregarParametros.
           OPEN INPUT PARAM-FILE
           IF WSS-FS-PARAM = "35"
               DISPLAY "Aviso: CHEQUEPARAM nao encontrado. Todas as "
                       "contas devedoras entram no alerta de prazo."
           ELSE
               MOVE "N" TO WSS-fim-param
               READ PARAM-FILE
                   AT END SET WSS-NAO-HA-MAIS-PARAMETROS TO TRUE
               END-READ
               PERFORM UNTIL WSS-NAO-HA-MAIS-PARAMETROS
                   IF CHQ-VIGENCIA NOT > WSS-DataHoje
                      AND CHQ-APROVADA
                      AND CHQ-VIGENCIA NOT < WSS-VigenciaParam
                       MOVE CHQ-DIASALERTA TO WSS-DiasAlerta
                       MOVE CHQ-VIGENCIA TO WSS-VigenciaParam
                   END-IF
                   READ PARAM-FILE
                       AT END SET WSS-NAO-HA-MAIS-PARAMETROS TO TRUE
                   END-READ
               END-PERFORM
               CLOSE PARAM-FILE
           END-IF.

      * Passada 1 soma o liquido da conta em neg-liquido; passada 2
      * refaz o saldo em neg-corrente e marca em neg-inicio o dia
      * em que ele ficou negativo (zera quando volta a positivo).
       PercorrerTrilha.
           OPEN INPUT AUDITORIA-FILE
           IF WSS-FS-AUDITORIA = "35"
               CONTINUE
           ELSE
               MOVE "N" TO WSS-fim-auditoria
               READ AUDITORIA-FILE
                   AT END SET WSS-NAO-HA-MAIS-MOVIMENTOS TO TRUE
               END-READ
               PERFORM UNTIL WSS-NAO-HA-MAIS-MOVIMENTOS
                   MOVE WSS-REG-AUDITORIA TO WSS-LINHA-AUD
                   PERFORM ExtrairCampos
                   IF WSS-CodigoLido > ZEROS
                       PERFORM AplicarMovimento
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
       AplicarMovimento.
           MOVE "N" TO WSS-AchouConta
           PERFORM VARYING WSS-IndNeg FROM 1 BY 1
                   UNTIL WSS-IndNeg > WSS-QtdNegativas
                      OR WSS-AchouConta = "S"
               IF neg-codigo (WSS-IndNeg) = WSS-CodigoLido
                   MOVE "S" TO WSS-AchouConta
                   SUBTRACT 1 FROM WSS-IndNeg
               END-IF
           END-PERFORM
           IF WSS-AchouConta = "S"
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
                       COMPUTE WSS-ValorSinal = ZEROS - WSS-ValorMov
                   WHEN OTHER
                       MOVE WSS-ValorMov TO WSS-ValorSinal
               END-EVALUATE
               IF WSS-Passada = 1
                   ADD WSS-ValorSinal TO neg-liquido (WSS-IndNeg)
               ELSE
                   ADD WSS-ValorSinal TO neg-corrente (WSS-IndNeg)
                   IF neg-corrente (WSS-IndNeg) < ZEROS
                       IF neg-inicio (WSS-IndNeg) = ZEROS
                           MOVE WSS-DataMov TO neg-inicio (WSS-IndNeg)
                       END-IF
                   ELSE
                       MOVE ZEROS TO neg-inicio (WSS-IndNeg)
                   END-IF
               END-IF
           END-IF.

      * Saldo de cada conta antes do primeiro movimento da trilha;
      * se ja era devedor, o trecho negativo vem da abertura.
       SaldoAntesDaTrilha.
           PERFORM VARYING WSS-IndNeg FROM 1 BY 1
                   UNTIL WSS-IndNeg > WSS-QtdNegativas
               COMPUTE neg-corrente (WSS-IndNeg) =
                       neg-saldo (WSS-IndNeg) - neg-liquido (WSS-IndNeg)
               IF neg-corrente (WSS-IndNeg) < ZEROS
                   MOVE neg-abertura (WSS-IndNeg)
                        TO neg-inicio (WSS-IndNeg)
               END-IF
           END-PERFORM.

      * Trilha que nao fecha com o saldo (conta sem movimento ou
      * trilha truncada) tambem conta desde a abertura.
       ApurarDiasNegativos.
           PERFORM VARYING WSS-IndNeg FROM 1 BY 1
                   UNTIL WSS-IndNeg > WSS-QtdNegativas
               IF neg-inicio (WSS-IndNeg) = ZEROS
                  OR neg-inicio (WSS-IndNeg) > WSS-DataHoje
                   MOVE neg-abertura (WSS-IndNeg)
                        TO neg-inicio (WSS-IndNeg)
               END-IF
               IF neg-inicio (WSS-IndNeg) IS NUMERIC
                  AND neg-inicio (WSS-IndNeg) > 19000000
                   COMPUTE neg-dias (WSS-IndNeg) =
                      FUNCTION INTEGER-OF-DATE (WSS-DataHoje) -
                      FUNCTION INTEGER-OF-DATE (neg-inicio (WSS-IndNeg))
               ELSE
                   MOVE ZEROS TO neg-dias (WSS-IndNeg)
               END-IF
           END-PERFORM.

       ListarAcimaDoLimite.
           DISPLAY "------ CONTAS ACIMA DO LIMITE ------"
           PERFORM VARYING WSS-IndNeg FROM 1 BY 1
                   UNTIL WSS-IndNeg > WSS-QtdNegativas
               COMPUTE WSS-Excesso = ZEROS - neg-saldo (WSS-IndNeg)
                       - neg-limite (WSS-IndNeg)
               IF WSS-Excesso > ZEROS
                   ADD 1 TO WSS-QtdAcimaLimite
                   MOVE neg-saldo (WSS-IndNeg) TO WSS-SaldoEd
                   MOVE neg-limite (WSS-IndNeg) TO WSS-LimiteEd
                   MOVE WSS-Excesso TO WSS-ExcessoEd
                   DISPLAY "Conta " neg-codigo (WSS-IndNeg) " "
                           neg-nome (WSS-IndNeg)
                   DISPLAY "  saldo " WSS-SaldoEd " limite "
                           WSS-LimiteEd " excesso " WSS-ExcessoEd
               END-IF
           END-PERFORM
           DISPLAY "Contas acima do limite......: "
                   WSS-QtdAcimaLimite.

       ListarPersistentes.
           DISPLAY SPACE
           MOVE WSS-DiasAlerta TO WSS-DiasEd
           DISPLAY "------ NEGATIVAS HA MAIS DE " WSS-DiasEd
                   " DIAS ------"
           PERFORM VARYING WSS-IndNeg FROM 1 BY 1
                   UNTIL WSS-IndNeg > WSS-QtdNegativas
               IF neg-dias (WSS-IndNeg) > WSS-DiasAlerta
                   ADD 1 TO WSS-QtdPersistentes
                   MOVE neg-saldo (WSS-IndNeg) TO WSS-SaldoEd
                   MOVE neg-dias (WSS-IndNeg) TO WSS-DiasEd
                   DISPLAY "Conta " neg-codigo (WSS-IndNeg) " "
                           neg-nome (WSS-IndNeg)
                   DISPLAY "  saldo " WSS-SaldoEd " negativa desde "
                           neg-inicio (WSS-IndNeg) " ("
                           WSS-DiasEd " dias)"
               END-IF
           END-PERFORM
           DISPLAY "Contas negativas no prazo...: "
                   WSS-QtdPersistentes
           DISPLAY "Contas com saldo negativo...: "
                   WSS-QtdNegativas.
      *wrun32 exerc-44-neg
