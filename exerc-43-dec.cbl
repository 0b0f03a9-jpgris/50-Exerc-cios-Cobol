       IDENTIFICATION DIVISION.
       PROGRAM-ID. Exerc-43-Dec.
       AUTHOR. JOAO_PAULO.

      * Decimo terceiro em lote, nas duas parcelas da lei, para
      * todo o cadastro FUNCIONARIOS. Os avos sao contados da
      * FUN-ADMISSAO: 12 para quem entrou antes do ano; no ano da
      * admissao, os meses ate dezembro, contando o da admissao
      * se nele houve 15 dias ou mais de trabalho. Desligados
      * (exerc-43-des) ficam fora. Primeira parcela (ate 30/11,
      * de fevereiro a novembro): metade do decimo terceiro
      * proporcional, sem descontos; quem ja recebeu DT no ano
      * fica fora. Segunda parcela (ate 20/12, so em dezembro):
      * INSS e IRRF calculados sobre o decimo terceiro inteiro
      * (servico CALCTRIB, tabelas do TRIBPARAM) e descontados do
      * saldo, que e o inteiro menos os DT ja pagos no ano no
      * GANHOSANO; quem nao tem saldo fica fora, o que torna a
      * rodada repetida inofensiva. Cada pagamento grava um
      * contracheque tipo D1 ou D2 no HOLERITES, para a remessa
      * bancaria (exerc-43-rem), e um DT no GANHOSANO, e estorna
      * a provisao de decimo terceiro do PROVFOLHA (exerc-43-fgt)
      * ate o bruto pago. Competencia de folha ja fechada
      * (PERIODOS, servico PERFECH) nao e paga: a rodada termina
      * com erro e a tentativa vai ao SEGLOG.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FUNCIONARIOS-FILE ASSIGN TO "FUNCIONARIOS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS FUN-MATRICULA
               FILE STATUS IS WSS-FS-FUNCIONARIOS.
           SELECT HOLERITES-FILE ASSIGN TO "HOLERITES"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WSS-FS-HOLERITES.
           SELECT GANHOS-FILE ASSIGN TO "GANHOSANO"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WSS-FS-GANHOS.
           SELECT PROVISAO-FILE ASSIGN TO "PROVFOLHA"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PRV-MATRICULA
               FILE STATUS IS WSS-FS-PROVISAO.

       DATA DIVISION.
       FILE SECTION.
       FD  FUNCIONARIOS-FILE.
           COPY "FUNCION.CPY".

       FD  HOLERITES-FILE.
           COPY "HOLERITE.CPY".

       FD  GANHOS-FILE.
           COPY "GANHOS.CPY".

       FD  PROVISAO-FILE.
           COPY "PROVFOL.CPY".

       WORKING-STORAGE SECTION.
       77  WSS-FS-FUNCIONARIOS  PIC X(02).
       77  WSS-FS-HOLERITES     PIC X(02).
       77  WSS-FS-GANHOS        PIC X(02).
       77  WSS-FS-PROVISAO      PIC X(02).
       77  WSS-ProvisaoDisponivel PIC X(01) VALUE "N".
       77  WSS-LogPrograma      PIC X(12) VALUE "EXERC-43-DEC".
       77  WSS-LogEvento        PIC X(01).
       77  WSS-LogLidos         PIC 9(7) VALUE ZEROS.
       77  WSS-LogGravados      PIC 9(7) VALUE ZEROS.
       77  WSS-LogRejeitados    PIC 9(7) VALUE ZEROS.
       77  WSS-LogRetorno       PIC X(02) VALUE "OK".
       77  WSS-TfsPrograma      PIC X(12) VALUE "exerc-43-dec".
       77  WSS-TfsArquivo       PIC X(12).
       77  WSS-TfsOperacao      PIC X(10).
       77  WSS-fim-arquivo      PIC X(01) VALUE "N".
           88 WSS-NAO-HA-MAIS-FUNCIONARIOS  VALUE "S".
       77  WSS-fim-ganhos       PIC X(01) VALUE "N".
           88 WSS-NAO-HA-MAIS-GANHOS  VALUE "S".
       77  WSS-Operador         PIC 9(3).
       77  WSS-OperadorValido   PIC X(01).
       77  WSS-Competencia      PIC 9(6).
       77  WSS-Parcela          PIC X(01).
           88 WSS-PRIMEIRA-PARCELA  VALUE "1".
           88 WSS-SEGUNDA-PARCELA   VALUE "2".
       77  WSS-TipoHolerite     PIC X(02).
       77  WSS-PerOperacao      PIC X(01) VALUE "V".
       77  WSS-PerSubsistema    PIC X(02) VALUE "FO".
       77  WSS-PerSituacao      PIC X(01).

       01  WSS-DataHoje         PIC 9(8).
       01  FILLER REDEFINES WSS-DataHoje.
           05  WSS-AnoHoje         PIC 9(4).
           05  WSS-MesHoje         PIC 9(2).
           05  WSS-DiaHoje         PIC 9(2).
       01  WSS-DataAdmissao     PIC 9(8).
       01  FILLER REDEFINES WSS-DataAdmissao.
           05  WSS-AnoAdmissao     PIC 9(4).
           05  WSS-MesAdmissao     PIC 9(2).
           05  WSS-DiaAdmissao     PIC 9(2).
       77  WSS-DataProxMes      PIC 9(8).
       77  WSS-IntAdmissao      PIC 9(7).
       77  WSS-DiasMesAdmissao  PIC 9(3).
       77  WSS-Avos             PIC 9(2).
       77  WSS-AnoGanho         PIC 9(4).

       77  WSS-Dependentes      PIC 9(2).
       77  WSS-TabelaOk         PIC X(01).
       77  WSS-Inss             PIC 9(7)V99.
       77  WSS-Irrf             PIC 9(7)V99.
       77  WSS-Desconto         PIC 9(7)V99.
       77  WSS-ValorDecimo      PIC 9(7)V99.
       77  WSS-JaPago           PIC 9(7)V99.
       77  WSS-ValorParcela     PIC 9(7)V99.
       77  WSS-Liquido          PIC 9(7)V99.
       77  WSS-ValorEstorno     PIC 9(7)V99.

       77  WSS-QtdDtPagos       PIC 9(4) VALUE ZEROS.
       77  WSS-IndDt            PIC 9(4).
       77  WSS-AchouDt          PIC X(01).
       01  TABELA-DT-PAGOS.
           05  DT-PAGO-ANO OCCURS 2000 TIMES.
               10  dtp-matricula     PIC 9(5).
               10  dtp-bruto         PIC 9(7)V99.

       77  WSS-QtdPagos         PIC 9(5) VALUE ZEROS.
       77  WSS-QtdDesligados    PIC 9(5) VALUE ZEROS.
       77  WSS-QtdJaPagos       PIC 9(5) VALUE ZEROS.
       77  WSS-QtdSemAvos       PIC 9(5) VALUE ZEROS.
       77  WSS-QtdRejeitados    PIC 9(5) VALUE ZEROS.
       77  WSS-TotalBruto       PIC 9(9)V99 VALUE ZEROS.
       77  WSS-TotalInss        PIC 9(9)V99 VALUE ZEROS.
       77  WSS-TotalIrrf        PIC 9(9)V99 VALUE ZEROS.
       77  WSS-TotalLiquido     PIC 9(9)V99 VALUE ZEROS.
       77  WSS-TotalEstorno     PIC 9(9)V99 VALUE ZEROS.
       77  WSS-TotalEd          PIC zzzzzzzz9.99.
       77  WSS-ValorEd          PIC zzzzzz9.99.

       PROCEDURE DIVISION.
       Inicio.
           CALL "OPERSIGN" USING WSS-Operador WSS-OperadorValido
           IF WSS-OperadorValido NOT = "S"
               DISPLAY "Sem operador identificado. Encerrando."
               GO TO Encerramento
           END-IF

           MOVE "I" TO WSS-LogEvento
           CALL "GRAVALOG" USING WSS-LogPrograma WSS-LogEvento
                WSS-LogLidos WSS-LogGravados WSS-LogRejeitados
                WSS-LogRetorno

           ACCEPT WSS-DataHoje FROM DATE YYYYMMDD
           COMPUTE WSS-Competencia = WSS-DataHoje / 100
           CALL "PERFECH" USING WSS-PerOperacao WSS-PerSubsistema
                WSS-DataHoje WSS-Operador WSS-LogPrograma
                WSS-PerSituacao
           IF WSS-PerSituacao = "F"
               DISPLAY "Competencia " WSS-Competencia " da folha ja "
                       "fechada. Decimo terceiro nao pago."
               MOVE "ER" TO WSS-LogRetorno
               PERFORM GravarFimLog
               GO TO Encerramento
           END-IF

           DISPLAY "Parcela do decimo terceiro (1 primeira, "
                   "2 segunda): "
           ACCEPT WSS-Parcela
           IF NOT WSS-PRIMEIRA-PARCELA AND NOT WSS-SEGUNDA-PARCELA
               DISPLAY "Parcela invalida. Encerrando."
               MOVE "ER" TO WSS-LogRetorno
               PERFORM GravarFimLog
               GO TO Encerramento
           END-IF
           IF WSS-PRIMEIRA-PARCELA
              AND (WSS-MesHoje = 1 OR WSS-MesHoje = 12)
               DISPLAY "A primeira parcela e paga de fevereiro a "
                       "novembro. Em dezembro rode a segunda, que "
                       "paga o que faltar."
               MOVE "ER" TO WSS-LogRetorno
               PERFORM GravarFimLog
               GO TO Encerramento
           END-IF
           IF WSS-SEGUNDA-PARCELA AND WSS-MesHoje NOT = 12
               DISPLAY "A segunda parcela so e paga em dezembro."
               MOVE "ER" TO WSS-LogRetorno
               PERFORM GravarFimLog
               GO TO Encerramento
           END-IF
           IF WSS-PRIMEIRA-PARCELA
               MOVE "D1" TO WSS-TipoHolerite
           ELSE
               MOVE "D2" TO WSS-TipoHolerite
               MOVE ZEROS TO WSS-ValorDecimo
               MOVE ZEROS TO WSS-Dependentes
               CALL "CALCTRIB" USING WSS-DataHoje WSS-ValorDecimo
                    WSS-Dependentes WSS-Inss WSS-Irrf WSS-TabelaOk
               IF WSS-TabelaOk NOT = "S"
                   DISPLAY "Sem tabela de INSS/IRRF vigente no "
                           "TRIBPARAM. Lance as tabelas no "
                           "exerc-43-trb antes da segunda parcela."
                   MOVE "ER" TO WSS-LogRetorno
                   PERFORM GravarFimLog
                   GO TO Encerramento
               END-IF
           END-IF

           PERFORM CarregarDtPagos

           OPEN INPUT FUNCIONARIOS-FILE
           MOVE "FUNCIONARIOS" TO WSS-TfsArquivo
           MOVE "OPEN INPUT" TO WSS-TfsOperacao
           CALL "TRATAFS" USING WSS-TfsPrograma
                WSS-TfsArquivo WSS-TfsOperacao WSS-FS-FUNCIONARIOS
           IF WSS-FS-FUNCIONARIOS NOT = "00"
               DISPLAY "Cadastro FUNCIONARIOS indisponivel. Status: "
                       WSS-FS-FUNCIONARIOS
               MOVE "ER" TO WSS-LogRetorno
               PERFORM GravarFimLog
               GO TO Encerramento
           END-IF

           OPEN EXTEND HOLERITES-FILE
           IF WSS-FS-HOLERITES NOT = "00"
               CLOSE HOLERITES-FILE
               OPEN OUTPUT HOLERITES-FILE
           END-IF
           IF WSS-FS-HOLERITES NOT = "00"
               DISPLAY "Nao foi possivel gravar em HOLERITES. "
                       "Status: " WSS-FS-HOLERITES
               CLOSE FUNCIONARIOS-FILE
               MOVE "ER" TO WSS-LogRetorno
               PERFORM GravarFimLog
               GO TO Encerramento
           END-IF
           OPEN EXTEND GANHOS-FILE
           IF WSS-FS-GANHOS NOT = "00"
               CLOSE GANHOS-FILE
               OPEN OUTPUT GANHOS-FILE
           END-IF
           OPEN I-O PROVISAO-FILE
           IF WSS-FS-PROVISAO = "00"
               MOVE "S" TO WSS-ProvisaoDisponivel
           ELSE
               DISPLAY "Provisoes PROVFOLHA indisponiveis (status "
                       WSS-FS-PROVISAO "). Provisao de decimo "
                       "terceiro nao sera estornada."
           END-IF

           DISPLAY "------ DECIMO TERCEIRO " WSS-AnoHoje
                   " - PARCELA " WSS-TipoHolerite " ------"
           READ FUNCIONARIOS-FILE
               AT END SET WSS-NAO-HA-MAIS-FUNCIONARIOS TO TRUE
           END-READ

           PERFORM UNTIL WSS-NAO-HA-MAIS-FUNCIONARIOS
               ADD 1 TO WSS-LogLidos
               IF FUN-DESLIGADO
                   ADD 1 TO WSS-QtdDesligados
               ELSE
                   PERFORM ProcessarFuncionario
                      THRU ProcessarFuncionario-Fim
               END-IF
               READ FUNCIONARIOS-FILE
                   AT END SET WSS-NAO-HA-MAIS-FUNCIONARIOS TO TRUE
               END-READ
               IF WSS-FS-FUNCIONARIOS NOT = "00"
                  AND WSS-FS-FUNCIONARIOS NOT = "10"
                   MOVE "READ" TO WSS-TfsOperacao
                   MOVE "FUNCIONARIOS" TO WSS-TfsArquivo
                   CALL "TRATAFS" USING WSS-TfsPrograma
                        WSS-TfsArquivo WSS-TfsOperacao
                        WSS-FS-FUNCIONARIOS
                   SET WSS-NAO-HA-MAIS-FUNCIONARIOS TO TRUE
               END-IF
           END-PERFORM

           CLOSE FUNCIONARIOS-FILE
           CLOSE HOLERITES-FILE
           CLOSE GANHOS-FILE
           IF WSS-ProvisaoDisponivel = "S"
               CLOSE PROVISAO-FILE
           END-IF

           DISPLAY "------ CONTROLE DO DECIMO TERCEIRO "
                   WSS-TipoHolerite " " WSS-Competencia " ------"
           DISPLAY "Pagamentos gravados.....: " WSS-QtdPagos
           MOVE WSS-TotalBruto TO WSS-TotalEd
           DISPLAY "Total bruto.............: R$ " WSS-TotalEd
           MOVE WSS-TotalInss TO WSS-TotalEd
           DISPLAY "  INSS retido...........: R$ " WSS-TotalEd
           MOVE WSS-TotalIrrf TO WSS-TotalEd
           DISPLAY "  IRRF retido...........: R$ " WSS-TotalEd
           MOVE WSS-TotalLiquido TO WSS-TotalEd
           DISPLAY "Total liquido...........: R$ " WSS-TotalEd
           MOVE WSS-TotalEstorno TO WSS-TotalEd
           DISPLAY "Provisao estornada......: R$ " WSS-TotalEd
           DISPLAY "Desligados fora.........: " WSS-QtdDesligados
           DISPLAY "Sem avos no ano.........: " WSS-QtdSemAvos
           IF WSS-PRIMEIRA-PARCELA
               DISPLAY "Com DT ja pago no ano...: " WSS-QtdJaPagos
           ELSE
               DISPLAY "Decimo ja quitado.......: " WSS-QtdJaPagos
           END-IF
           DISPLAY "Rejeitados..............: " WSS-QtdRejeitados
           IF WSS-QtdPagos > ZEROS
               DISPLAY "Gere a remessa no exerc-43-rem com a "
                       "competencia " WSS-Competencia " e o tipo "
                       WSS-TipoHolerite "."
           END-IF

           MOVE WSS-QtdPagos TO WSS-LogGravados
           MOVE WSS-QtdRejeitados TO WSS-LogRejeitados
           PERFORM GravarFimLog
           .

       Encerramento.
           DISPLAY SPACE
           display "Obrigado volte sempre!!! "
           DISPLAY SPACE

           ACCEPT OMITTED.
           EXIT PROGRAM.
           STOP RUN.

       GravarFimLog.
           MOVE "F" TO WSS-LogEvento
           CALL "GRAVALOG" USING WSS-LogPrograma WSS-LogEvento
                WSS-LogLidos WSS-LogGravados WSS-LogRejeitados
                WSS-LogRetorno.

      * DT ja lancados no GANHOSANO no ano corrente, somados por
      * matricula: parcela em lote anterior ou lancamento avulso
      * do exerc-43.
       CarregarDtPagos.
           OPEN INPUT GANHOS-FILE
           IF WSS-FS-GANHOS = "00"
               READ GANHOS-FILE
                   AT END SET WSS-NAO-HA-MAIS-GANHOS TO TRUE
               END-READ
               PERFORM UNTIL WSS-NAO-HA-MAIS-GANHOS
                   COMPUTE WSS-AnoGanho = GAN-COMPETENCIA / 100
                   IF GAN-TIPO = "DT" AND WSS-AnoGanho = WSS-AnoHoje
                       PERFORM GuardarDtPago
                   END-IF
                   READ GANHOS-FILE
                       AT END SET WSS-NAO-HA-MAIS-GANHOS TO TRUE
                   END-READ
               END-PERFORM
           END-IF
           CLOSE GANHOS-FILE.

       GuardarDtPago.
           PERFORM LocalizarDtPago
           IF WSS-AchouDt = "S"
               ADD GAN-BRUTO TO dtp-bruto (WSS-IndDt)
           ELSE
               IF WSS-QtdDtPagos = 2000
                   DISPLAY "Limite de 2000 matriculas com DT no ano. "
                           "Matricula " GAN-MATRICULA " ignorada."
               ELSE
                   ADD 1 TO WSS-QtdDtPagos
                   MOVE GAN-MATRICULA TO dtp-matricula (WSS-QtdDtPagos)
                   MOVE GAN-BRUTO TO dtp-bruto (WSS-QtdDtPagos)
               END-IF
           END-IF.

       LocalizarDtPago.
           MOVE "N" TO WSS-AchouDt
           PERFORM VARYING WSS-IndDt FROM 1 BY 1
                   UNTIL WSS-IndDt > WSS-QtdDtPagos
                      OR WSS-AchouDt = "S"
               IF dtp-matricula (WSS-IndDt) = GAN-MATRICULA
                   MOVE "S" TO WSS-AchouDt
                   SUBTRACT 1 FROM WSS-IndDt
               END-IF
           END-PERFORM.

       ProcessarFuncionario.
           PERFORM CalcularAvos
           IF WSS-Avos = ZEROS
               ADD 1 TO WSS-QtdSemAvos
               GO TO ProcessarFuncionario-Fim
           END-IF
           COMPUTE WSS-ValorDecimo ROUNDED =
                   FUN-SALARIO * WSS-Avos / 12

           MOVE FUN-MATRICULA TO GAN-MATRICULA
           PERFORM LocalizarDtPago
           MOVE ZEROS TO WSS-JaPago
           IF WSS-AchouDt = "S"
               MOVE dtp-bruto (WSS-IndDt) TO WSS-JaPago
           END-IF

           MOVE ZEROS TO WSS-Inss WSS-Irrf
           IF WSS-PRIMEIRA-PARCELA
               IF WSS-JaPago > ZEROS
                   ADD 1 TO WSS-QtdJaPagos
                   GO TO ProcessarFuncionario-Fim
               END-IF
               COMPUTE WSS-ValorParcela ROUNDED = WSS-ValorDecimo / 2
           ELSE
               IF WSS-JaPago NOT < WSS-ValorDecimo
                   ADD 1 TO WSS-QtdJaPagos
                   GO TO ProcessarFuncionario-Fim
               END-IF
               COMPUTE WSS-ValorParcela = WSS-ValorDecimo - WSS-JaPago
               MOVE FUN-DEPENDENTES TO WSS-Dependentes
               CALL "CALCTRIB" USING WSS-DataHoje WSS-ValorDecimo
                    WSS-Dependentes WSS-Inss WSS-Irrf WSS-TabelaOk
           END-IF
           COMPUTE WSS-Desconto = WSS-Inss + WSS-Irrf
           IF WSS-Desconto > WSS-ValorParcela
               MOVE WSS-Desconto TO WSS-ValorEd
               DISPLAY "Matricula " FUN-MATRICULA " " FUN-NOME
                       ": INSS/IRRF de R$ " WSS-ValorEd
                       " maiores que o saldo. Acerte no exerc-43."
               ADD 1 TO WSS-QtdRejeitados
               GO TO ProcessarFuncionario-Fim
           END-IF
           COMPUTE WSS-Liquido = WSS-ValorParcela - WSS-Desconto

           PERFORM GravarPagamento
           PERFORM EstornarProvisao

           MOVE WSS-ValorParcela TO WSS-ValorEd
           DISPLAY "Matricula " FUN-MATRICULA " " FUN-NOME " avos "
                   WSS-Avos " bruto " WSS-ValorEd
           MOVE WSS-Liquido TO WSS-ValorEd
           DISPLAY "          liquido " WSS-ValorEd
           ADD 1 TO WSS-QtdPagos
           ADD WSS-ValorParcela TO WSS-TotalBruto
           ADD WSS-Inss TO WSS-TotalInss
           ADD WSS-Irrf TO WSS-TotalIrrf
           ADD WSS-Liquido TO WSS-TotalLiquido.
       ProcessarFuncionario-Fim.
           EXIT.

      * Avos do ano pela admissao: antes do ano, 12; no ano, os
      * meses ate dezembro, sem o da admissao se nele houve
      * menos de 15 dias de trabalho.
       CalcularAvos.
           MOVE FUN-ADMISSAO TO WSS-DataAdmissao
           IF WSS-AnoAdmissao < WSS-AnoHoje
               MOVE 12 TO WSS-Avos
           ELSE
               IF FUN-ADMISSAO > WSS-DataHoje
                   MOVE ZEROS TO WSS-Avos
               ELSE
                   COMPUTE WSS-Avos = 13 - WSS-MesAdmissao
                   IF WSS-MesAdmissao = 12
                       COMPUTE WSS-DataProxMes =
                               (WSS-AnoAdmissao + 1) * 10000 + 101
                   ELSE
                       COMPUTE WSS-DataProxMes =
                               WSS-AnoAdmissao * 10000
                               + (WSS-MesAdmissao + 1) * 100 + 1
                   END-IF
                   COMPUTE WSS-IntAdmissao =
                           FUNCTION INTEGER-OF-DATE (FUN-ADMISSAO)
                   COMPUTE WSS-DiasMesAdmissao =
                           FUNCTION INTEGER-OF-DATE (WSS-DataProxMes)
                           - WSS-IntAdmissao
                   IF WSS-DiasMesAdmissao < 15
                       SUBTRACT 1 FROM WSS-Avos
                   END-IF
               END-IF
           END-IF.

       GravarPagamento.
           MOVE FUN-MATRICULA TO HOL-MATRICULA
           MOVE FUN-NOME TO HOL-NOME
           MOVE WSS-Competencia TO HOL-COMPETENCIA
           MOVE WSS-ValorParcela TO HOL-BRUTO
           MOVE WSS-Desconto TO HOL-DESCONTO
           MOVE WSS-Liquido TO HOL-LIQUIDO
           MOVE WSS-Operador TO HOL-OPERADOR
           MOVE SPACE TO HOL-SITUACAO
           MOVE ZEROS TO HOL-COMISSAO
           MOVE ZEROS TO HOL-CONSIGNADO
           MOVE WSS-Inss TO HOL-INSS
           MOVE WSS-Irrf TO HOL-IRRF
           MOVE ZEROS TO HOL-DIASFALTA
           MOVE ZEROS TO HOL-FALTAS
           MOVE SPACE TO HOL-TIPOLICENCA
           MOVE ZEROS TO HOL-DIASLICENCA
           MOVE ZEROS TO HOL-LICENCA
           MOVE WSS-TipoHolerite TO HOL-TIPO
           WRITE HOLERITE-REG
           MOVE "WRITE" TO WSS-TfsOperacao
           MOVE "HOLERITES" TO WSS-TfsArquivo
           CALL "TRATAFS" USING WSS-TfsPrograma
                WSS-TfsArquivo WSS-TfsOperacao WSS-FS-HOLERITES

           MOVE FUN-MATRICULA TO GAN-MATRICULA
           MOVE WSS-Competencia TO GAN-COMPETENCIA
           MOVE "DT" TO GAN-TIPO
           MOVE WSS-ValorParcela TO GAN-BRUTO
           MOVE WSS-Desconto TO GAN-DESCONTO
           MOVE WSS-Liquido TO GAN-LIQUIDO
           MOVE WSS-Inss TO GAN-INSS
           MOVE WSS-Irrf TO GAN-IRRF
           WRITE GANHOS-REG
           MOVE "WRITE" TO WSS-TfsOperacao
           MOVE "GANHOSANO" TO WSS-TfsArquivo
           CALL "TRATAFS" USING WSS-TfsPrograma
                WSS-TfsArquivo WSS-TfsOperacao WSS-FS-GANHOS.

      * O bruto pago sai do saldo de decimo terceiro provisionado
      * pelo exerc-43-fgt, como no DT avulso do exerc-43.
       EstornarProvisao.
           IF WSS-ProvisaoDisponivel = "S"
               MOVE FUN-MATRICULA TO PRV-MATRICULA
               READ PROVISAO-FILE
                   INVALID KEY CONTINUE
                   NOT INVALID KEY
                       MOVE PRV-SALDO-DECIMO TO WSS-ValorEstorno
                       IF WSS-ValorEstorno > WSS-ValorParcela
                           MOVE WSS-ValorParcela TO WSS-ValorEstorno
                       END-IF
                       SUBTRACT WSS-ValorEstorno FROM PRV-SALDO-DECIMO
                       ADD WSS-ValorEstorno TO PRV-ESTORNO-DECIMO
                       REWRITE PROVFOL-REG
                           INVALID KEY
                               DISPLAY "Erro ao regravar PROVFOLHA. "
                                       "Status: " WSS-FS-PROVISAO
                           NOT INVALID KEY
                               ADD WSS-ValorEstorno
                                   TO WSS-TotalEstorno
                       END-REWRITE
               END-READ
           END-IF.
      *wrun32 exerc-43-dec
