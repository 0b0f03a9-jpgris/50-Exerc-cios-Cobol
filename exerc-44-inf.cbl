       IDENTIFICATION DIVISION.
       PROGRAM-ID. Exerc-44-Inf.
       AUTHOR. JOAO_PAULO.

      * Informe anual de rendimentos por titular (CLI-DOCUMENTO)
      * para a declaracao de imposto: junta as contas de CLIENTES
      * e as encerradas no ano ou depois dele (CONTASENC) e, para
      * cada conta, traz do JUROSPOST os juros brutos e o IR
      * retido pelo Exerc-44-Jur no ano, do historico MOVCONTAS
      * (copia indexada da trilha AUDITORIA44, lido em cada conta
      * so a partir de 01/01 do ano) o rendimento dos depositos a
      * prazo pagos no ano (RV do exerc-44-vto, RA do
      * exerc-44-dep) e os saldos em 31/12 do
      * ano anterior e do ano, refeitos de tras para frente a
      * partir do saldo atual (zero na conta encerrada). Sai um
      * informe impresso por titular pelo IMPRIME e o resumo
      * INFORMEIR com o total de cada titular e o total retido do
      * ano conferido com o IRRETIDOMES enviado ao fisco.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CLIENTES-FILE ASSIGN TO "CLIENTES"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS CLI-CODIGO
               FILE STATUS IS WSS-FS-CLIENTES.
           SELECT ARQUIVO-MORTO ASSIGN TO "CONTASENC"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WSS-FS-MORTO.
           SELECT JUROS-FILE ASSIGN TO "JUROSPOST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WSS-FS-JUROS.
           SELECT RESUMO-IR-FILE ASSIGN TO "IRRETIDOMES"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WSS-FS-RESUMOIR.
           SELECT MOVCONTA-FILE ASSIGN TO "MOVCONTAS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MCT-CHAVE
               ALTERNATE RECORD KEY IS MCT-OPERADOR
                   WITH DUPLICATES
               FILE STATUS IS WSS-FS-MOVCONTA.
           SELECT INFORME-FILE ASSIGN TO "INFORMEIR"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WSS-FS-INFORME.

       DATA DIVISION.
       FILE SECTION.
       FD  CLIENTES-FILE.
           COPY "CLIENTE.CPY".

       FD  ARQUIVO-MORTO.
       01  MORTO-REG.
           05  ENC-CODIGO          PIC 9(6).
           05  ENC-NOME            PIC X(30).
           05  ENC-DOCUMENTO       PIC X(14).
           05  ENC-ABERTURA        PIC 9(8).
           05  ENC-TIPOCONTA       PIC 9(1).
           05  ENC-SALDOPAGO       PIC 9(9)V99.
           05  ENC-DATAENCERR      PIC 9(8).
           05  ENC-MOTIVO          PIC X(30).
           05  ENC-OPERADOR        PIC 9(3).

       FD  JUROS-FILE.
       01  WSS-REG-JUROS             PIC X(160).

       FD  RESUMO-IR-FILE.
       01  WSS-REG-RESUMOIR          PIC X(80).

       FD  MOVCONTA-FILE.
           COPY "MOVCONTA.CPY".

       FD  INFORME-FILE.
       01  WSS-REG-INFORME           PIC X(120).

       WORKING-STORAGE SECTION.
       77  WSS-FS-CLIENTES      PIC X(02).
       77  WSS-FS-MORTO         PIC X(02).
       77  WSS-FS-JUROS         PIC X(02).
       77  WSS-FS-RESUMOIR      PIC X(02).
       77  WSS-FS-MOVCONTA      PIC X(02).
       77  WSS-FS-INFORME       PIC X(02).
       77  WSS-LogPrograma      PIC X(12) VALUE "EXERC-44-INF".
       77  WSS-LogEvento        PIC X(01).
       77  WSS-LogLidos         PIC 9(7) VALUE ZEROS.
       77  WSS-LogGravados      PIC 9(7) VALUE ZEROS.
       77  WSS-LogRejeitados    PIC 9(7) VALUE ZEROS.
       77  WSS-LogRetorno       PIC X(02) VALUE "OK".

       77  WSS-fim-arquivo      PIC X(01).
           88 WSS-NAO-HA-MAIS-REGISTROS  VALUE "S".

       77  WSS-DataHoje         PIC 9(8).
       77  WSS-AnoInforme       PIC 9(4).
       77  WSS-AnoAnterior      PIC 9(4).
       77  WSS-InicioAno        PIC 9(8).
       77  WSS-FimAno           PIC 9(8).

      * Contas do informe: ativas e encerradas a partir do ano.
       77  WSS-IndCta           PIC 9(4).
       77  WSS-IndTroca         PIC 9(4).
       77  WSS-QtdContas        PIC 9(4) VALUE ZEROS.
       77  WSS-AchouConta       PIC X(01).
       77  WSS-Trocou           PIC X(01).
       01  TABELA-CONTAS-INF.
           05  CONTA-INF OCCURS 1500 TIMES.
               10  inf-documento      PIC X(14).
               10  inf-codigo         PIC 9(6).
               10  inf-nome           PIC X(30).
               10  inf-tipo           PIC 9(1).
               10  inf-saldoatual     PIC S9(9)V99.
               10  inf-encerr         PIC 9(8).
               10  inf-liqapos        PIC S9(11)V99.
               10  inf-liqano         PIC S9(11)V99.
               10  inf-bruto          PIC 9(9)V99.
               10  inf-ir             PIC 9(9)V99.
               10  inf-termo          PIC 9(9)V99.
       01  WSS-CONTA-TROCA           PIC X(129).

      * Leitura do JUROSPOST no layout gravado pelo Exerc-44-Jur;
      * linha antiga sem o campo IR entra com retencao zero.
       01  WSS-LINHA-JUROS.
           05  JUR-ROTULO            PIC X(07).
           05  JUR-CODIGO            PIC X(06).
           05  FILLER                PIC X(15).
           05  JUR-DATA              PIC X(08).
           05  JUR-DATA-N REDEFINES JUR-DATA PIC 9(8).
           05  FILLER                PIC X(28).
           05  JUR-JUROS             PIC X(11).
           05  JUR-JUROS-N REDEFINES JUR-JUROS PIC 9(9)V99.
           05  FILLER                PIC X(04).
           05  JUR-IR                PIC X(11).
           05  JUR-IR-N REDEFINES JUR-IR PIC 9(9)V99.
           05  FILLER                PIC X(70).

       01  WSS-LINHA-RESUMOIR.
           05  RIR-ROTULO            PIC X(12).
           05  RIR-COMPETENCIA       PIC X(06).
           05  FILLER                PIC X(38).
           05  RIR-IMPOSTO           PIC X(13).
           05  RIR-IMPOSTO-N REDEFINES RIR-IMPOSTO PIC 9(11)V99.
           05  FILLER                PIC X(11).

       77  WSS-CodigoLido       PIC 9(6).
       77  WSS-DataMov          PIC 9(8).
       77  WSS-OpMov            PIC X(02).
       77  WSS-ValorMov         PIC 9(7)V99.
       77  WSS-RendMov          PIC 9(9)V99.
       77  WSS-ValorSinal       PIC S9(9)V99.

       77  WSS-DocumentoAtual   PIC X(14).
       77  WSS-IndPrimeira      PIC 9(4).
       77  WSS-SaldoFimAno      PIC S9(11)V99.
       77  WSS-SaldoFimAnterior PIC S9(11)V99.
       77  WSS-TitBruto         PIC 9(11)V99.
       77  WSS-TitIR            PIC 9(11)V99.
       77  WSS-TitTermo         PIC 9(11)V99.
       77  WSS-TitSaldoAnt      PIC S9(11)V99.
       77  WSS-TitSaldoAno      PIC S9(11)V99.
       77  WSS-TotBruto         PIC 9(11)V99 VALUE ZEROS.
       77  WSS-TotIR            PIC 9(11)V99 VALUE ZEROS.
       77  WSS-TotTermo         PIC 9(11)V99 VALUE ZEROS.
       77  WSS-TotIRSemConta    PIC 9(11)V99 VALUE ZEROS.
       77  WSS-TotIRRetidoMes   PIC 9(11)V99 VALUE ZEROS.
       77  WSS-Diferenca        PIC S9(11)V99.
       77  WSS-QtdTitulares     PIC 9(4) VALUE ZEROS.
       77  WSS-TipoDescr        PIC X(16).

       77  WSS-ValorEd          PIC zzz,zzz,zz9.99.
       77  WSS-ValorEd2         PIC zzz,zzz,zz9.99.
       77  WSS-ValorEd3         PIC zzz,zzz,zz9.99.
       77  WSS-SaldoEd          PIC -zzz,zzz,zz9.99.
       77  WSS-SaldoEd2         PIC -zzz,zzz,zz9.99.

       77  WSS-ImpComando       PIC X(01).
       77  WSS-ImpTexto         PIC X(80).
       77  WSS-ImpColunas       PIC X(80).

       01  WSS-LINHA-INFORME.
           05  FILLER                PIC X(08) VALUE "INFORME ".
           05  INR-ANO               PIC 9(4).
           05  FILLER                PIC X(06) VALUE " DOC: ".
           05  INR-DOCUMENTO         PIC X(14).
           05  FILLER                PIC X(08) VALUE " BRUTO: ".
           05  INR-BRUTO             PIC 9(11)V99.
           05  FILLER                PIC X(05) VALUE " IR: ".
           05  INR-IR                PIC 9(11)V99.
           05  FILLER                PIC X(08) VALUE " TERMO: ".
           05  INR-TERMO             PIC 9(11)V99.

       01  WSS-LINHA-TOTAL.
           05  FILLER                PIC X(14)
               VALUE "TOTAL INFORME ".
           05  TOT-ANO               PIC 9(4).
           05  FILLER                PIC X(13)
               VALUE " TITULARES: ".
           05  TOT-TITULARES         PIC 9(4).
           05  FILLER                PIC X(05) VALUE " IR: ".
           05  TOT-IR                PIC 9(11)V99.
           05  FILLER                PIC X(14)
               VALUE " IRRETIDOMES: ".
           05  TOT-IRRETIDOMES       PIC 9(11)V99.
           05  FILLER                PIC X(12)
               VALUE " SEM CONTA: ".
           05  TOT-SEMCONTA          PIC 9(11)V99.

       PROCEDURE DIVISION.
       Inicio.
           MOVE "I" TO WSS-LogEvento
           CALL "GRAVALOG" USING WSS-LogPrograma WSS-LogEvento
                WSS-LogLidos WSS-LogGravados WSS-LogRejeitados
                WSS-LogRetorno

           ACCEPT WSS-DataHoje FROM DATE YYYYMMDD
           DISPLAY "Ano-calendario do informe (AAAA, 0 = ano "
                   "anterior): "
           ACCEPT WSS-AnoInforme
           IF WSS-AnoInforme = ZEROS
               MOVE WSS-DataHoje (1:4) TO WSS-AnoInforme
               SUBTRACT 1 FROM WSS-AnoInforme
           END-IF
           COMPUTE WSS-AnoAnterior = WSS-AnoInforme - 1
           MOVE WSS-AnoInforme TO WSS-InicioAno (1:4)
           MOVE "0101" TO WSS-InicioAno (5:4)
           MOVE WSS-AnoInforme TO WSS-FimAno (1:4)
           MOVE "1231" TO WSS-FimAno (5:4)

           OPEN INPUT CLIENTES-FILE
           IF WSS-FS-CLIENTES NOT = "00"
               DISPLAY "Arquivo CLIENTES indisponivel. Status: "
                       WSS-FS-CLIENTES
               MOVE "ER" TO WSS-LogRetorno
               GO TO GravarFimLog
           END-IF
           MOVE "N" TO WSS-fim-arquivo
           READ CLIENTES-FILE
               AT END SET WSS-NAO-HA-MAIS-REGISTROS TO TRUE
           END-READ
           PERFORM UNTIL WSS-NAO-HA-MAIS-REGISTROS
               IF CLI-ABERTURA NOT > WSS-FimAno
                   PERFORM GuardarContaAtiva
               END-IF
               READ CLIENTES-FILE
                   AT END SET WSS-NAO-HA-MAIS-REGISTROS TO TRUE
               END-READ
           END-PERFORM
           CLOSE CLIENTES-FILE

           PERFORM LerContasEncerradas
           PERFORM LerJurosPost
           PERFORM LerTrilha
           PERFORM LerIRRetidoMes
           PERFORM OrdenarPorDocumento

           OPEN OUTPUT INFORME-FILE
           PERFORM EmitirInformes
           MOVE WSS-AnoInforme TO TOT-ANO
           MOVE WSS-QtdTitulares TO TOT-TITULARES
           MOVE WSS-TotIR TO TOT-IR
           MOVE WSS-TotIRRetidoMes TO TOT-IRRETIDOMES
           MOVE WSS-TotIRSemConta TO TOT-SEMCONTA
           MOVE SPACES TO WSS-REG-INFORME
           MOVE WSS-LINHA-TOTAL TO WSS-REG-INFORME
           WRITE WSS-REG-INFORME
           CLOSE INFORME-FILE

           DISPLAY SPACE
           DISPLAY "------ INFORME DE RENDIMENTOS " WSS-AnoInforme
                   " ------"
           DISPLAY "Titulares com informe.......: " WSS-QtdTitulares
           MOVE WSS-TotBruto TO WSS-ValorEd
           DISPLAY "Juros brutos................: " WSS-ValorEd
           MOVE WSS-TotTermo TO WSS-ValorEd
           DISPLAY "Rendimento a prazo..........: " WSS-ValorEd
           MOVE WSS-TotIR TO WSS-ValorEd
           DISPLAY "IR retido nos informes......: " WSS-ValorEd
           MOVE WSS-TotIRRetidoMes TO WSS-ValorEd
           DISPLAY "IR retido no IRRETIDOMES....: " WSS-ValorEd
           IF WSS-TotIRSemConta > ZEROS
               MOVE WSS-TotIRSemConta TO WSS-ValorEd
               DISPLAY "IR de contas sem cadastro...: " WSS-ValorEd
           END-IF
           COMPUTE WSS-Diferenca = WSS-TotIRRetidoMes - WSS-TotIR
                   - WSS-TotIRSemConta
           IF WSS-Diferenca NOT = ZEROS
               MOVE WSS-Diferenca TO WSS-SaldoEd
               DISPLAY "ATENCAO: diferenca com o IRRETIDOMES: "
                       WSS-SaldoEd
               MOVE "ER" TO WSS-LogRetorno
           END-IF
           DISPLAY "Informes no spool IMPRESSAO e resumo em "
                   "INFORMEIR."

           MOVE WSS-QtdContas TO WSS-LogLidos
           MOVE WSS-QtdTitulares TO WSS-LogGravados.

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

       GuardarContaAtiva.
           IF WSS-QtdContas = 1500
               DISPLAY "Limite de 1500 contas atingido. Conta "
                       CLI-CODIGO " fora do informe."
           ELSE
               ADD 1 TO WSS-QtdContas
               MOVE WSS-QtdContas TO WSS-IndCta
               MOVE CLI-DOCUMENTO TO inf-documento (WSS-IndCta)
               MOVE CLI-CODIGO TO inf-codigo (WSS-IndCta)
               MOVE CLI-NOME TO inf-nome (WSS-IndCta)
               MOVE CLI-TIPOCONTA TO inf-tipo (WSS-IndCta)
               MOVE CLI-SALDO TO inf-saldoatual (WSS-IndCta)
               MOVE ZEROS TO inf-encerr (WSS-IndCta)
               PERFORM ZerarAcumulados
           END-IF.

      * Conta encerrada tem saldo atual zero: o pagamento do
      * encerramento (EC) ja saiu na trilha.
       LerContasEncerradas.
           OPEN INPUT ARQUIVO-MORTO
           IF WSS-FS-MORTO = "35"
               CONTINUE
           ELSE
               MOVE "N" TO WSS-fim-arquivo
               READ ARQUIVO-MORTO
                   AT END SET WSS-NAO-HA-MAIS-REGISTROS TO TRUE
               END-READ
               PERFORM UNTIL WSS-NAO-HA-MAIS-REGISTROS
                   IF ENC-DATAENCERR NOT < WSS-InicioAno
                      AND ENC-ABERTURA NOT > WSS-FimAno
                       IF WSS-QtdContas = 1500
                           DISPLAY "Limite de 1500 contas atingido. "
                                   "Conta " ENC-CODIGO
                                   " fora do informe."
                       ELSE
                           ADD 1 TO WSS-QtdContas
                           MOVE WSS-QtdContas TO WSS-IndCta
                           MOVE ENC-DOCUMENTO
                                TO inf-documento (WSS-IndCta)
                           MOVE ENC-CODIGO TO inf-codigo (WSS-IndCta)
                           MOVE ENC-NOME TO inf-nome (WSS-IndCta)
                           MOVE ENC-TIPOCONTA TO inf-tipo (WSS-IndCta)
                           MOVE ZEROS TO inf-saldoatual (WSS-IndCta)
                           MOVE ENC-DATAENCERR
                                TO inf-encerr (WSS-IndCta)
                           PERFORM ZerarAcumulados
                       END-IF
                   END-IF
                   READ ARQUIVO-MORTO
                       AT END SET WSS-NAO-HA-MAIS-REGISTROS TO TRUE
                   END-READ
               END-PERFORM
               CLOSE ARQUIVO-MORTO
           END-IF.

       ZerarAcumulados.
           MOVE ZEROS TO inf-liqapos (WSS-IndCta)
           MOVE ZEROS TO inf-liqano (WSS-IndCta)
           MOVE ZEROS TO inf-bruto (WSS-IndCta)
           MOVE ZEROS TO inf-ir (WSS-IndCta)
           MOVE ZEROS TO inf-termo (WSS-IndCta).

       AcharConta.
           MOVE "N" TO WSS-AchouConta
           PERFORM VARYING WSS-IndCta FROM 1 BY 1
                   UNTIL WSS-IndCta > WSS-QtdContas
                      OR WSS-AchouConta = "S"
               IF inf-codigo (WSS-IndCta) = WSS-CodigoLido
                   MOVE "S" TO WSS-AchouConta
                   SUBTRACT 1 FROM WSS-IndCta
               END-IF
           END-PERFORM.

      * Todas as linhas de conta do ano entram: credito refeito no
      * mesmo dia tambem foi creditado e tambem foi retido no
      * IRRETIDOMES.
       LerJurosPost.
           OPEN INPUT JUROS-FILE
           IF WSS-FS-JUROS = "35"
               DISPLAY "Aviso: JUROSPOST nao encontrado. Informe "
                       "sem juros creditados."
           ELSE
               MOVE "N" TO WSS-fim-arquivo
               READ JUROS-FILE
                   AT END SET WSS-NAO-HA-MAIS-REGISTROS TO TRUE
               END-READ
               PERFORM UNTIL WSS-NAO-HA-MAIS-REGISTROS
                   MOVE WSS-REG-JUROS TO WSS-LINHA-JUROS
                   IF JUR-ROTULO = "CONTA: "
                      AND JUR-CODIGO IS NUMERIC
                      AND JUR-DATA IS NUMERIC
                      AND JUR-DATA (1:4) = WSS-AnoInforme
                       PERFORM AcumularJuros
                   END-IF
                   READ JUROS-FILE
                       AT END SET WSS-NAO-HA-MAIS-REGISTROS TO TRUE
                   END-READ
               END-PERFORM
               CLOSE JUROS-FILE
           END-IF.

       AcumularJuros.
           MOVE JUR-CODIGO TO WSS-CodigoLido
           PERFORM AcharConta
           IF WSS-AchouConta = "S"
               IF JUR-JUROS IS NUMERIC
                   ADD JUR-JUROS-N TO inf-bruto (WSS-IndCta)
               END-IF
               IF JUR-IR IS NUMERIC
                   ADD JUR-IR-N TO inf-ir (WSS-IndCta)
               END-IF
           ELSE
               IF JUR-IR IS NUMERIC
                   ADD JUR-IR-N TO WSS-TotIRSemConta
               END-IF
           END-IF.

      * Movimento liquido depois de 31/12 do ano e dentro do ano,
      * com os sinais do extrato (exerc-44-ext), e o rendimento dos
      * depositos a prazo pagos no ano.
       LerTrilha.
           OPEN INPUT MOVCONTA-FILE
           IF WSS-FS-MOVCONTA NOT = "00"
               DISPLAY "Aviso: historico MOVCONTAS indisponivel "
                       "(status " WSS-FS-MOVCONTA "). Saldos iguais "
                       "ao saldo atual."
           ELSE
               PERFORM VARYING WSS-IndCta FROM 1 BY 1
                       UNTIL WSS-IndCta > WSS-QtdContas
                   PERFORM LerMovimentosConta
               END-PERFORM
               CLOSE MOVCONTA-FILE
           END-IF.

       LerMovimentosConta.
           MOVE inf-codigo (WSS-IndCta) TO MCT-CONTA
           MOVE WSS-InicioAno TO MCT-DATA
           MOVE ZEROS TO MCT-HORA
           MOVE ZEROS TO MCT-SEQ
           MOVE "N" TO WSS-fim-arquivo
           START MOVCONTA-FILE KEY NOT < MCT-CHAVE
               INVALID KEY SET WSS-NAO-HA-MAIS-REGISTROS TO TRUE
           END-START
           PERFORM UNTIL WSS-NAO-HA-MAIS-REGISTROS
               READ MOVCONTA-FILE NEXT RECORD
                   AT END SET WSS-NAO-HA-MAIS-REGISTROS TO TRUE
               END-READ
               IF NOT WSS-NAO-HA-MAIS-REGISTROS
                   IF MCT-CONTA NOT = inf-codigo (WSS-IndCta)
                       SET WSS-NAO-HA-MAIS-REGISTROS TO TRUE
                   ELSE
                       MOVE MCT-DATA TO WSS-DataMov
                       MOVE MCT-OP TO WSS-OpMov
                       MOVE MCT-VALOR TO WSS-ValorMov
                       MOVE MCT-RENDIMENTO TO WSS-RendMov
                       PERFORM AplicarMovimento
                   END-IF
               END-IF
           END-PERFORM.

       AplicarMovimento.
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
           IF WSS-DataMov > WSS-FimAno
               ADD WSS-ValorSinal TO inf-liqapos (WSS-IndCta)
           ELSE
               ADD WSS-ValorSinal TO inf-liqano (WSS-IndCta)
               IF WSS-OpMov = "RV" OR WSS-OpMov = "RA"
                   ADD WSS-RendMov TO inf-termo (WSS-IndCta)
               END-IF
           END-IF.

       LerIRRetidoMes.
           OPEN INPUT RESUMO-IR-FILE
           IF WSS-FS-RESUMOIR = "35"
               DISPLAY "Aviso: IRRETIDOMES nao encontrado."
           ELSE
               MOVE "N" TO WSS-fim-arquivo
               READ RESUMO-IR-FILE
                   AT END SET WSS-NAO-HA-MAIS-REGISTROS TO TRUE
               END-READ
               PERFORM UNTIL WSS-NAO-HA-MAIS-REGISTROS
                   MOVE WSS-REG-RESUMOIR TO WSS-LINHA-RESUMOIR
                   IF RIR-ROTULO = "IR RETIDO - "
                      AND RIR-COMPETENCIA (1:4) = WSS-AnoInforme
                      AND RIR-IMPOSTO IS NUMERIC
                       ADD RIR-IMPOSTO-N TO WSS-TotIRRetidoMes
                   END-IF
                   READ RESUMO-IR-FILE
                       AT END SET WSS-NAO-HA-MAIS-REGISTROS TO TRUE
                   END-READ
               END-PERFORM
               CLOSE RESUMO-IR-FILE
           END-IF.

       OrdenarPorDocumento.
           MOVE "S" TO WSS-Trocou
           PERFORM UNTIL WSS-Trocou = "N"
               MOVE "N" TO WSS-Trocou
               PERFORM VARYING WSS-IndTroca FROM 1 BY 1
                       UNTIL WSS-IndTroca NOT < WSS-QtdContas
                   IF inf-documento (WSS-IndTroca) >
                      inf-documento (WSS-IndTroca + 1)
                      OR (inf-documento (WSS-IndTroca) =
                          inf-documento (WSS-IndTroca + 1)
                      AND inf-codigo (WSS-IndTroca) >
                          inf-codigo (WSS-IndTroca + 1))
                       MOVE CONTA-INF (WSS-IndTroca)
                            TO WSS-CONTA-TROCA
                       MOVE CONTA-INF (WSS-IndTroca + 1)
                            TO CONTA-INF (WSS-IndTroca)
                       MOVE WSS-CONTA-TROCA
                            TO CONTA-INF (WSS-IndTroca + 1)
                       MOVE "S" TO WSS-Trocou
                   END-IF
               END-PERFORM
           END-PERFORM.

      * Quebra por documento: um informe impresso por titular.
       EmitirInformes.
           MOVE 1 TO WSS-IndCta
           PERFORM UNTIL WSS-IndCta > WSS-QtdContas
               MOVE inf-documento (WSS-IndCta) TO WSS-DocumentoAtual
               MOVE WSS-IndCta TO WSS-IndPrimeira
               PERFORM AbrirInforme
               PERFORM UNTIL WSS-IndCta > WSS-QtdContas
                          OR inf-documento (WSS-IndCta) NOT =
                             WSS-DocumentoAtual
                   PERFORM ImprimirConta
                   ADD 1 TO WSS-IndCta
               END-PERFORM
               PERFORM FecharInforme
           END-PERFORM.

       AbrirInforme.
           ADD 1 TO WSS-QtdTitulares
           MOVE ZEROS TO WSS-TitBruto
           MOVE ZEROS TO WSS-TitIR
           MOVE ZEROS TO WSS-TitTermo
           MOVE ZEROS TO WSS-TitSaldoAnt
           MOVE ZEROS TO WSS-TitSaldoAno
           MOVE "P" TO WSS-ImpComando
           MOVE "EXERC-44-INF" TO WSS-ImpTexto
           CALL "IMPRIME" USING WSS-ImpComando WSS-ImpTexto
                WSS-ImpColunas
           MOVE "A" TO WSS-ImpComando
           MOVE SPACES TO WSS-ImpTexto
           STRING "INFORME DE RENDIMENTOS " WSS-AnoInforme
                  " - DOC " WSS-DocumentoAtual
                  DELIMITED BY SIZE INTO WSS-ImpTexto
           END-STRING
           MOVE SPACES TO WSS-ImpColunas
           STRING "TITULAR: " inf-nome (WSS-IndPrimeira)
                  DELIMITED BY SIZE INTO WSS-ImpColunas
           END-STRING
           CALL "IMPRIME" USING WSS-ImpComando WSS-ImpTexto
                WSS-ImpColunas
           DISPLAY SPACE
           DISPLAY WSS-ImpTexto
           DISPLAY WSS-ImpColunas.

       ImprimirConta.
           COMPUTE WSS-SaldoFimAno = inf-saldoatual (WSS-IndCta)
                   - inf-liqapos (WSS-IndCta)
           COMPUTE WSS-SaldoFimAnterior = WSS-SaldoFimAno
                   - inf-liqano (WSS-IndCta)
           ADD WSS-SaldoFimAno TO WSS-TitSaldoAno
           ADD WSS-SaldoFimAnterior TO WSS-TitSaldoAnt
           ADD inf-bruto (WSS-IndCta) TO WSS-TitBruto
           ADD inf-ir (WSS-IndCta) TO WSS-TitIR
           ADD inf-termo (WSS-IndCta) TO WSS-TitTermo
           EVALUATE inf-tipo (WSS-IndCta)
               WHEN 1
                   MOVE "POUPANCA" TO WSS-TipoDescr
               WHEN 2
                   MOVE "POUPANCA PLUS" TO WSS-TipoDescr
               WHEN 3
                   MOVE "FUNDOS DE RENDA" TO WSS-TipoDescr
               WHEN OTHER
                   MOVE "TIPO INDEFINIDO" TO WSS-TipoDescr
           END-EVALUATE

           MOVE "D" TO WSS-ImpComando
           MOVE SPACES TO WSS-ImpTexto
           IF inf-encerr (WSS-IndCta) = ZEROS
               STRING "CONTA " inf-codigo (WSS-IndCta) " "
                      WSS-TipoDescr
                      DELIMITED BY SIZE INTO WSS-ImpTexto
               END-STRING
           ELSE
               STRING "CONTA " inf-codigo (WSS-IndCta) " "
                      WSS-TipoDescr " ENCERRADA EM "
                      inf-encerr (WSS-IndCta)
                      DELIMITED BY SIZE INTO WSS-ImpTexto
               END-STRING
           END-IF
           PERFORM ImprimirLinha

           MOVE WSS-SaldoFimAnterior TO WSS-SaldoEd
           MOVE WSS-SaldoFimAno TO WSS-SaldoEd2
           MOVE SPACES TO WSS-ImpTexto
           STRING "  SALDO 31/12/" WSS-AnoAnterior ": " WSS-SaldoEd
                  "  SALDO 31/12/" WSS-AnoInforme ": " WSS-SaldoEd2
                  DELIMITED BY SIZE INTO WSS-ImpTexto
           END-STRING
           PERFORM ImprimirLinha

           MOVE inf-bruto (WSS-IndCta) TO WSS-ValorEd
           MOVE inf-ir (WSS-IndCta) TO WSS-ValorEd2
           MOVE inf-termo (WSS-IndCta) TO WSS-ValorEd3
           MOVE SPACES TO WSS-ImpTexto
           STRING "  JUROS " WSS-ValorEd "  IRRF " WSS-ValorEd2
                  "  PRAZO " WSS-ValorEd3
                  DELIMITED BY SIZE INTO WSS-ImpTexto
           END-STRING
           PERFORM ImprimirLinha.

       ImprimirLinha.
           CALL "IMPRIME" USING WSS-ImpComando WSS-ImpTexto
                WSS-ImpColunas
           DISPLAY WSS-ImpTexto.

       FecharInforme.
           MOVE "D" TO WSS-ImpComando
           MOVE WSS-TitSaldoAnt TO WSS-SaldoEd
           MOVE WSS-TitSaldoAno TO WSS-SaldoEd2
           MOVE SPACES TO WSS-ImpTexto
           STRING "TOTAL SALDO 31/12/" WSS-AnoAnterior ": "
                  WSS-SaldoEd "  31/12/" WSS-AnoInforme ": "
                  WSS-SaldoEd2
                  DELIMITED BY SIZE INTO WSS-ImpTexto
           END-STRING
           PERFORM ImprimirLinha

           MOVE "T" TO WSS-ImpComando
           MOVE WSS-TitBruto TO WSS-ValorEd
           MOVE WSS-TitIR TO WSS-ValorEd2
           MOVE WSS-TitTermo TO WSS-ValorEd3
           MOVE SPACES TO WSS-ImpTexto
           STRING "JUROS " WSS-ValorEd " IRRF " WSS-ValorEd2
                  " PRAZO " WSS-ValorEd3
                  DELIMITED BY SIZE INTO WSS-ImpTexto
           END-STRING
           PERFORM ImprimirLinha

           ADD WSS-TitBruto TO WSS-TotBruto
           ADD WSS-TitIR TO WSS-TotIR
           ADD WSS-TitTermo TO WSS-TotTermo
           MOVE WSS-AnoInforme TO INR-ANO
           MOVE WSS-DocumentoAtual TO INR-DOCUMENTO
           MOVE WSS-TitBruto TO INR-BRUTO
           MOVE WSS-TitIR TO INR-IR
           MOVE WSS-TitTermo TO INR-TERMO
           MOVE SPACES TO WSS-REG-INFORME
           MOVE WSS-LINHA-INFORME TO WSS-REG-INFORME
           WRITE WSS-REG-INFORME.
      *wrun32 exerc-44-inf
