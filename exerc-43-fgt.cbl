       IDENTIFICATION DIVISION.
       PROGRAM-ID. Exerc-43-Fgt.
       AUTHOR. JOAO_PAULO.

      * Encargos do empregador sobre a folha, passo seguinte ao
      * exerc-43-fol na janela noturna (BATCHSEQ): para a
      * competencia corrente soma, por matricula, o bruto da
      * folha no GANHOSANO (tipos FO, HE e CO - salario, horas
      * extras e adicionais e comissao), calcula o deposito de
      * FGTS de 8% e grava o arquivo de deposito FGTSDEP (header,
      * um detalhe por funcionario, trailer com a quantidade e os
      * totais de base e de deposito). Sobre o mesmo bruto
      * provisiona as ferias (1/12 mais o terco constitucional)
      * e o decimo terceiro (1/12) no PROVFOLHA e emite o
      * relatorio de provisoes com o periodo aquisitivo do
      * FERIASCTL (avos ja adquiridos), o provisionado do mes, o
      * estornado desde a ultima provisao (ferias e decimo
      * terceiro pagos pelo exerc-43 ou na rescisao) e o saldo.
      * Competencia ja provisionada nao provisiona de novo: a
      * reexecucao so regrava o FGTSDEP e o relatorio. Sem
      * lancamento da folha na competencia o passo termina com
      * erro, para a corrente parar antes dos que dependem dele.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT GANHOS-FILE ASSIGN TO "GANHOSANO"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WSS-FS-GANHOS.
           SELECT FUNCIONARIOS-FILE ASSIGN TO "FUNCIONARIOS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FUN-MATRICULA
               FILE STATUS IS WSS-FS-FUNCIONARIOS.
           SELECT FERIAS-FILE ASSIGN TO "FERIASCTL"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FER-MATRICULA
               FILE STATUS IS WSS-FS-FERIAS.
           SELECT PROVISAO-FILE ASSIGN TO "PROVFOLHA"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PRV-MATRICULA
               FILE STATUS IS WSS-FS-PROVISAO.
           SELECT FGTS-FILE ASSIGN TO "FGTSDEP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WSS-FS-FGTS.

       DATA DIVISION.
       FILE SECTION.
       FD  GANHOS-FILE.
           COPY "GANHOS.CPY".

       FD  FUNCIONARIOS-FILE.
           COPY "FUNCION.CPY".

       FD  FERIAS-FILE.
           COPY "FERIAS.CPY".

       FD  PROVISAO-FILE.
           COPY "PROVFOL.CPY".

       FD  FGTS-FILE.
       01  FGTS-REG             PIC X(80).

       WORKING-STORAGE SECTION.
       77  WSS-FS-GANHOS        PIC X(02).
       77  WSS-FS-FUNCIONARIOS  PIC X(02).
       77  WSS-FS-FERIAS        PIC X(02).
       77  WSS-FeriasDisponivel PIC X(01) VALUE "N".
       77  WSS-FS-PROVISAO      PIC X(02).
       77  WSS-FS-FGTS          PIC X(02).
       77  WSS-LogPrograma      PIC X(12) VALUE "EXERC-43-FGT".
       77  WSS-LogEvento        PIC X(01).
       77  WSS-LogLidos         PIC 9(7) VALUE ZEROS.
       77  WSS-LogGravados      PIC 9(7) VALUE ZEROS.
       77  WSS-LogRejeitados    PIC 9(7) VALUE ZEROS.
       77  WSS-LogRetorno       PIC X(02) VALUE "OK".
       77  WSS-TfsPrograma      PIC X(12) VALUE "exerc-43-fgt".
       77  WSS-TfsArquivo       PIC X(12).
       77  WSS-TfsOperacao      PIC X(10).
       77  WSS-fim-arquivo      PIC X(01) VALUE "N".
           88 WSS-NAO-HA-MAIS-GANHOS  VALUE "S".
       77  WSS-DataHoje         PIC 9(8).
       77  WSS-Competencia      PIC 9(6).
       77  WSS-PctFgts          PIC 9(2)V99 VALUE 8.00.
       77  WSS-ValorFgts        PIC 9(9)V99.
       77  WSS-ProvFerias       PIC 9(7)V99.
       77  WSS-ProvDecimo       PIC 9(7)V99.
       77  WSS-JaProvisionado   PIC X(01).
       77  WSS-Avos             PIC S9(3).
       77  WSS-QtdFgts          PIC 9(6) VALUE ZEROS.
       77  WSS-QtdProvisionados PIC 9(5) VALUE ZEROS.
       77  WSS-QtdJaProvisionados PIC 9(5) VALUE ZEROS.
       77  WSS-QtdSemPeriodo    PIC 9(5) VALUE ZEROS.
       77  WSS-TotalBase        PIC 9(11)V99 VALUE ZEROS.
       77  WSS-TotalFgts        PIC 9(11)V99 VALUE ZEROS.
       77  WSS-TotalProvFerias  PIC 9(11)V99 VALUE ZEROS.
       77  WSS-TotalProvDecimo  PIC 9(11)V99 VALUE ZEROS.
       77  WSS-TotalEstFerias   PIC 9(11)V99 VALUE ZEROS.
       77  WSS-TotalEstDecimo   PIC 9(11)V99 VALUE ZEROS.
       77  WSS-TotalSaldoFerias PIC 9(11)V99 VALUE ZEROS.
       77  WSS-TotalSaldoDecimo PIC 9(11)V99 VALUE ZEROS.
       77  WSS-ValorEd          PIC zzzzzzzzz9.99.
       77  WSS-ValorEd2         PIC zzzzzzzzz9.99.
       77  WSS-ValorEd3         PIC zzzzzzzzz9.99.

       01  FILLER.
           05  WSS-CompetAno       PIC 9(4).
           05  WSS-CompetMes       PIC 9(2).
       01  FILLER.
           05  WSS-AquisAno        PIC 9(4).
           05  WSS-AquisMes        PIC 9(2).

       77  WSS-IndBase          PIC 9(4).
       77  WSS-QtdBases         PIC 9(4) VALUE ZEROS.
       77  WSS-AchouBase        PIC X(01).
       01  TABELA-BASES.
           05  BASE-MATRICULA OCCURS 1000 TIMES.
               10  bas-matricula     PIC 9(5).
               10  bas-bruto         PIC 9(9)V99.

       01  WSS-FGTS-HEADER.
           05  FILLER              PIC X(01) VALUE "0".
           05  hdr-data            PIC 9(8).
           05  FILLER              PIC X(05) VALUE "FGTS ".
           05  hdr-competencia     PIC 9(6).
           05  FILLER              PIC X(60) VALUE SPACES.
       01  WSS-FGTS-DETALHE.
           05  FILLER              PIC X(01) VALUE "1".
           05  det-matricula       PIC 9(5).
           05  det-nome            PIC X(30).
           05  det-base            PIC 9(9)V99.
           05  det-deposito        PIC 9(9)V99.
           05  FILLER              PIC X(22) VALUE SPACES.
       01  WSS-FGTS-TRAILER.
           05  FILLER              PIC X(01) VALUE "9".
           05  trl-quantidade      PIC 9(6).
           05  trl-total-base      PIC 9(11)V99.
           05  trl-total-deposito  PIC 9(11)V99.
           05  FILLER              PIC X(47) VALUE SPACES.

       PROCEDURE DIVISION.
       Inicio.
           MOVE "I" TO WSS-LogEvento
           CALL "GRAVALOG" USING WSS-LogPrograma WSS-LogEvento
                WSS-LogLidos WSS-LogGravados WSS-LogRejeitados
                WSS-LogRetorno

           ACCEPT WSS-DataHoje FROM DATE YYYYMMDD
           COMPUTE WSS-Competencia = WSS-DataHoje / 100
           MOVE WSS-Competencia (1:4) TO WSS-CompetAno
           MOVE WSS-Competencia (5:2) TO WSS-CompetMes

           PERFORM CarregarBases
           IF WSS-QtdBases = ZEROS
               DISPLAY "Nenhum lancamento da folha de "
                       WSS-Competencia " no GANHOSANO. Rode o "
                       "exerc-43-fol antes."
               MOVE "ER" TO WSS-LogRetorno
               MOVE "F" TO WSS-LogEvento
               CALL "GRAVALOG" USING WSS-LogPrograma WSS-LogEvento
                    WSS-LogLidos WSS-LogGravados WSS-LogRejeitados
                    WSS-LogRetorno
               GO TO Encerramento
           END-IF

           OPEN INPUT FUNCIONARIOS-FILE
           MOVE "FUNCIONARIOS" TO WSS-TfsArquivo
           MOVE "OPEN INPUT" TO WSS-TfsOperacao
           CALL "TRATAFS" USING WSS-TfsPrograma
                WSS-TfsArquivo WSS-TfsOperacao WSS-FS-FUNCIONARIOS
           IF WSS-FS-FUNCIONARIOS NOT = "00"
               DISPLAY "Cadastro FUNCIONARIOS indisponivel. Status: "
                       WSS-FS-FUNCIONARIOS
               MOVE "ER" TO WSS-LogRetorno
               MOVE "F" TO WSS-LogEvento
               CALL "GRAVALOG" USING WSS-LogPrograma WSS-LogEvento
                    WSS-LogLidos WSS-LogGravados WSS-LogRejeitados
                    WSS-LogRetorno
               GO TO Encerramento
           END-IF

           OPEN I-O PROVISAO-FILE
           IF WSS-FS-PROVISAO = "35"
               OPEN OUTPUT PROVISAO-FILE
               CLOSE PROVISAO-FILE
               OPEN I-O PROVISAO-FILE
           END-IF
           IF WSS-FS-PROVISAO NOT = "00"
               DISPLAY "Nao foi possivel abrir PROVFOLHA. Status: "
                       WSS-FS-PROVISAO
               CLOSE FUNCIONARIOS-FILE
               MOVE "ER" TO WSS-LogRetorno
               MOVE "F" TO WSS-LogEvento
               CALL "GRAVALOG" USING WSS-LogPrograma WSS-LogEvento
                    WSS-LogLidos WSS-LogGravados WSS-LogRejeitados
                    WSS-LogRetorno
               GO TO Encerramento
           END-IF

           OPEN INPUT FERIAS-FILE
           IF WSS-FS-FERIAS = "00"
               MOVE "S" TO WSS-FeriasDisponivel
           ELSE
               DISPLAY "Controle FERIASCTL indisponivel (status "
                       WSS-FS-FERIAS "). Relatorio sem periodo "
                       "aquisitivo."
           END-IF

           OPEN OUTPUT FGTS-FILE
           MOVE WSS-DataHoje TO hdr-data
           MOVE WSS-Competencia TO hdr-competencia
           WRITE FGTS-REG FROM WSS-FGTS-HEADER

           DISPLAY "------ PROVISOES DE FERIAS E 13o - "
                   WSS-Competencia " ------"
           PERFORM ProcessarMatricula
               VARYING WSS-IndBase FROM 1 BY 1
               UNTIL WSS-IndBase > WSS-QtdBases

           MOVE WSS-QtdFgts TO trl-quantidade
           MOVE WSS-TotalBase TO trl-total-base
           MOVE WSS-TotalFgts TO trl-total-deposito
           WRITE FGTS-REG FROM WSS-FGTS-TRAILER

           CLOSE FGTS-FILE
           CLOSE FUNCIONARIOS-FILE
           CLOSE PROVISAO-FILE
           IF WSS-FeriasDisponivel = "S"
               CLOSE FERIAS-FILE
           END-IF

           DISPLAY "------ TOTAIS DAS PROVISOES ------"
           MOVE WSS-TotalProvFerias TO WSS-ValorEd
           MOVE WSS-TotalEstFerias TO WSS-ValorEd2
           MOVE WSS-TotalSaldoFerias TO WSS-ValorEd3
           DISPLAY "Ferias + 1/3: provisao R$ " WSS-ValorEd
                   " estorno R$ " WSS-ValorEd2
                   " saldo R$ " WSS-ValorEd3
           MOVE WSS-TotalProvDecimo TO WSS-ValorEd
           MOVE WSS-TotalEstDecimo TO WSS-ValorEd2
           MOVE WSS-TotalSaldoDecimo TO WSS-ValorEd3
           DISPLAY "13o salario.: provisao R$ " WSS-ValorEd
                   " estorno R$ " WSS-ValorEd2
                   " saldo R$ " WSS-ValorEd3
           DISPLAY "Matriculas provisionadas: " WSS-QtdProvisionados
           IF WSS-QtdJaProvisionados > ZEROS
               DISPLAY "Ja provisionadas antes..: "
                       WSS-QtdJaProvisionados
           END-IF
           IF WSS-QtdSemPeriodo > ZEROS
               DISPLAY "Sem periodo no FERIASCTL: " WSS-QtdSemPeriodo
                       " (rode a geracao no exerc-43-fer)"
           END-IF

           DISPLAY "------ DEPOSITO DE FGTS " WSS-Competencia
                   " ------"
           DISPLAY "Funcionarios no deposito: " WSS-QtdFgts
           MOVE WSS-TotalBase TO WSS-ValorEd
           DISPLAY "Base de calculo.........: R$ " WSS-ValorEd
           MOVE WSS-TotalFgts TO WSS-ValorEd
           DISPLAY "FGTS a depositar (8%)...: R$ " WSS-ValorEd
           DISPLAY "Deposito gravado em FGTSDEP."

           MOVE WSS-QtdFgts TO WSS-LogGravados
           MOVE "F" TO WSS-LogEvento
           CALL "GRAVALOG" USING WSS-LogPrograma WSS-LogEvento
                WSS-LogLidos WSS-LogGravados WSS-LogRejeitados
                WSS-LogRetorno
           .

       Encerramento.
           DISPLAY SPACE
           display "Obrigado volte sempre!!! "
           DISPLAY SPACE

           ACCEPT OMITTED.
           EXIT PROGRAM.
           STOP RUN.

      * Bruto da competencia por matricula: salario (FO), horas
      * extras e adicionais (HE) e comissao (CO) do exerc-43-fol.
       CarregarBases.
           OPEN INPUT GANHOS-FILE
           IF WSS-FS-GANHOS NOT = "00"
               DISPLAY "Arquivo GANHOSANO indisponivel. Status: "
                       WSS-FS-GANHOS
           ELSE
               READ GANHOS-FILE
                   AT END SET WSS-NAO-HA-MAIS-GANHOS TO TRUE
               END-READ
               PERFORM UNTIL WSS-NAO-HA-MAIS-GANHOS
                   ADD 1 TO WSS-LogLidos
                   IF GAN-COMPETENCIA = WSS-Competencia
                      AND (GAN-TIPO = "FO" OR GAN-TIPO = "HE"
                           OR GAN-TIPO = "CO")
                       PERFORM AcumularBase
                   END-IF
                   READ GANHOS-FILE
                       AT END SET WSS-NAO-HA-MAIS-GANHOS TO TRUE
                   END-READ
               END-PERFORM
               CLOSE GANHOS-FILE
           END-IF.

       AcumularBase.
           MOVE "N" TO WSS-AchouBase
           PERFORM VARYING WSS-IndBase FROM 1 BY 1
                   UNTIL WSS-IndBase > WSS-QtdBases
                      OR WSS-AchouBase = "S"
               IF bas-matricula (WSS-IndBase) = GAN-MATRICULA
                   MOVE "S" TO WSS-AchouBase
                   ADD GAN-BRUTO TO bas-bruto (WSS-IndBase)
               END-IF
           END-PERFORM
           IF WSS-AchouBase = "N"
               IF WSS-QtdBases = 1000
                   DISPLAY "Limite de 1000 matriculas atingido. "
                           "Matricula " GAN-MATRICULA " fora."
                   ADD 1 TO WSS-LogRejeitados
               ELSE
                   ADD 1 TO WSS-QtdBases
                   MOVE GAN-MATRICULA TO bas-matricula (WSS-QtdBases)
                   MOVE GAN-BRUTO TO bas-bruto (WSS-QtdBases)
               END-IF
           END-IF.

       ProcessarMatricula.
           MOVE bas-matricula (WSS-IndBase) TO FUN-MATRICULA
           READ FUNCIONARIOS-FILE
               INVALID KEY
                   MOVE SPACES TO FUN-NOME
                   DISPLAY "Matricula " FUN-MATRICULA
                           " nao encontrada em FUNCIONARIOS."
           END-READ

           COMPUTE WSS-ValorFgts ROUNDED =
                   bas-bruto (WSS-IndBase) * WSS-PctFgts / 100
           MOVE FUN-MATRICULA TO det-matricula
           MOVE FUN-NOME TO det-nome
           MOVE bas-bruto (WSS-IndBase) TO det-base
           MOVE WSS-ValorFgts TO det-deposito
           WRITE FGTS-REG FROM WSS-FGTS-DETALHE
           ADD 1 TO WSS-QtdFgts
           ADD bas-bruto (WSS-IndBase) TO WSS-TotalBase
           ADD WSS-ValorFgts TO WSS-TotalFgts

           PERFORM ProvisionarMatricula.

      * Provisao do mes sobre o bruto: ferias com o terco
      * (4/3 de 1/12) e decimo terceiro (1/12). O registro do
      * PROVFOLHA guarda a ultima competencia provisionada.
       ProvisionarMatricula.
           COMPUTE WSS-ProvFerias ROUNDED =
                   bas-bruto (WSS-IndBase) * 4 / 36
           COMPUTE WSS-ProvDecimo ROUNDED =
                   bas-bruto (WSS-IndBase) / 12
           MOVE "N" TO WSS-JaProvisionado
           MOVE FUN-MATRICULA TO PRV-MATRICULA
           READ PROVISAO-FILE
               INVALID KEY
                   MOVE FUN-MATRICULA TO PRV-MATRICULA
                   MOVE ZEROS TO PRV-COMPETENCIA
                   MOVE ZEROS TO PRV-SALDO-FERIAS PRV-SALDO-DECIMO
                                 PRV-ESTORNO-FERIAS PRV-ESTORNO-DECIMO
                   MOVE WSS-Competencia TO PRV-COMPETENCIA
                   ADD WSS-ProvFerias TO PRV-SALDO-FERIAS
                   ADD WSS-ProvDecimo TO PRV-SALDO-DECIMO
                   WRITE PROVFOL-REG
                       INVALID KEY
                           DISPLAY "Erro ao gravar PROVFOLHA. "
                                   "Status: " WSS-FS-PROVISAO
                   END-WRITE
               NOT INVALID KEY
                   IF PRV-COMPETENCIA NOT < WSS-Competencia
                       MOVE "S" TO WSS-JaProvisionado
                   ELSE
                       MOVE WSS-Competencia TO PRV-COMPETENCIA
                       ADD WSS-ProvFerias TO PRV-SALDO-FERIAS
                       ADD WSS-ProvDecimo TO PRV-SALDO-DECIMO
                   END-IF
           END-READ

           IF WSS-JaProvisionado = "S"
               MOVE ZEROS TO WSS-ProvFerias
               MOVE ZEROS TO WSS-ProvDecimo
               ADD 1 TO WSS-QtdJaProvisionados
           ELSE
               ADD 1 TO WSS-QtdProvisionados
           END-IF

           PERFORM MostrarProvisao

           IF WSS-JaProvisionado = "N"
              AND PRV-COMPETENCIA = WSS-Competencia
               ADD PRV-ESTORNO-FERIAS TO WSS-TotalEstFerias
               ADD PRV-ESTORNO-DECIMO TO WSS-TotalEstDecimo
               MOVE ZEROS TO PRV-ESTORNO-FERIAS
               MOVE ZEROS TO PRV-ESTORNO-DECIMO
               REWRITE PROVFOL-REG
                   INVALID KEY
                       CONTINUE
               END-REWRITE
           END-IF
           ADD WSS-ProvFerias TO WSS-TotalProvFerias
           ADD WSS-ProvDecimo TO WSS-TotalProvDecimo
           ADD PRV-SALDO-FERIAS TO WSS-TotalSaldoFerias
           ADD PRV-SALDO-DECIMO TO WSS-TotalSaldoDecimo.

      * Avos de ferias: meses do periodo aquisitivo corrente do
      * FERIASCTL ate a competencia, no maximo 12.
       MostrarProvisao.
           DISPLAY "Matricula " FUN-MATRICULA " " FUN-NOME
           MOVE ZEROS TO WSS-Avos
           IF WSS-FeriasDisponivel = "S"
               MOVE FUN-MATRICULA TO FER-MATRICULA
               READ FERIAS-FILE
                   INVALID KEY
                       ADD 1 TO WSS-QtdSemPeriodo
                       DISPLAY "  Sem periodo aquisitivo no "
                               "FERIASCTL."
                   NOT INVALID KEY
                     IF FER-AQUIS-INI = ZEROS
                       ADD 1 TO WSS-QtdSemPeriodo
                       DISPLAY "  Sem periodo aquisitivo no "
                               "FERIASCTL."
                     ELSE
                       MOVE FER-AQUIS-INI (1:4) TO WSS-AquisAno
                       MOVE FER-AQUIS-INI (5:2) TO WSS-AquisMes
                       COMPUTE WSS-Avos =
                               (WSS-CompetAno * 12 + WSS-CompetMes)
                             - (WSS-AquisAno * 12 + WSS-AquisMes) + 1
                       IF WSS-Avos < 0
                           MOVE ZEROS TO WSS-Avos
                       END-IF
                       IF WSS-Avos > 12
                           MOVE 12 TO WSS-Avos
                       END-IF
                       DISPLAY "  Periodo aquisitivo " FER-AQUIS-INI
                               " a " FER-AQUIS-FIM ": " WSS-Avos
                               "/12 avos"
                     END-IF
               END-READ
           END-IF
           MOVE WSS-ProvFerias TO WSS-ValorEd
           MOVE PRV-ESTORNO-FERIAS TO WSS-ValorEd2
           MOVE PRV-SALDO-FERIAS TO WSS-ValorEd3
           DISPLAY "  Ferias + 1/3: mes R$ " WSS-ValorEd
                   " estorno R$ " WSS-ValorEd2
                   " saldo R$ " WSS-ValorEd3
           MOVE WSS-ProvDecimo TO WSS-ValorEd
           MOVE PRV-ESTORNO-DECIMO TO WSS-ValorEd2
           MOVE PRV-SALDO-DECIMO TO WSS-ValorEd3
           DISPLAY "  13o salario.: mes R$ " WSS-ValorEd
                   " estorno R$ " WSS-ValorEd2
                   " saldo R$ " WSS-ValorEd3
           IF WSS-JaProvisionado = "S"
               DISPLAY "  Competencia ja provisionada."
           END-IF.
      *wrun32 exerc-43-fgt
