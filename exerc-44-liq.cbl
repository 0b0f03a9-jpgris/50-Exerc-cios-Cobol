       IDENTIFICATION DIVISION.
       PROGRAM-ID. Exerc-44-Liq.
       AUTHOR. JOAO_PAULO.

      * Escada de liquidez e vencimentos da carteira de
      * investimentos: projeta, semana a semana e mes a mes, do
      * dia de hoje ate o fim do 12o mes (o mes corrente conta
      * como o 1o), as entradas e saidas de CLIENTES a partir da
      * soma dos saldos atuais. Entradas: depositos a prazo ativos
      * do TERMODEPS no vencimento (principal mais o rendimento
      * contratado, como paga o exerc-44-vto); deposito de
      * investimento da folha (FUN-PERCINVEST sobre o liquido do
      * salario, descontados INSS e IRRF de hoje) no fim de cada
      * mes; e os juros do exerc-44-jur no ultimo dia de cada mes,
      * sobre o saldo positivo atual de cada tipo de conta, pela
      * taxa do TAXASPARAM vigente na data (inclusive vigencia
      * futura ja lancada), liquidos do IR do IRPARAM. Saidas:
      * parcelas abertas de EMPRESTIMOS debitadas em conta (as
      * consignadas saem da folha, nao da conta; parcela vencida
      * entra na primeira semana) e as ordens permanentes do
      * ORDENSPERM cujo destino nao e conta de CLIENTES - ordem
      * entre contas da casa se anula na carteira. Cada linha
      * mostra entradas, saidas, liquido e a posicao acumulada;
      * semana ou mes com posicao abaixo do piso informado sai
      * marcada. Relatorio pelo IMPRIME e na tela.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CLIENTES-FILE ASSIGN TO "CLIENTES"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CLI-CODIGO
               FILE STATUS IS WSS-FS-CLIENTES.
           SELECT TERMO-FILE ASSIGN TO "TERMODEPS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TDP-NUMERO
               FILE STATUS IS WSS-FS-TERMO.
           SELECT EMPREST-FILE ASSIGN TO "EMPRESTIMOS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EMP-CHAVE
               FILE STATUS IS WSS-FS-EMPREST.
           SELECT ORDENS-FILE ASSIGN TO "ORDENSPERM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WSS-FS-ORDENS.
           SELECT FUNCIONARIOS-FILE ASSIGN TO "FUNCIONARIOS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS FUN-MATRICULA
               FILE STATUS IS WSS-FS-FUNCIONARIOS.
           SELECT TAXAS-FILE ASSIGN TO "TAXASPARAM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WSS-FS-TAXAS.
           SELECT IR-FILE ASSIGN TO "IRPARAM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WSS-FS-IR.

       DATA DIVISION.
       FILE SECTION.
       FD  CLIENTES-FILE.
           COPY "CLIENTE.CPY".

       FD  TERMO-FILE.
           COPY "TERMODEP.CPY".

       FD  EMPREST-FILE.
           COPY "EMPREST.CPY".

       FD  ORDENS-FILE.
           COPY "ORDEMPERM.CPY".

       FD  FUNCIONARIOS-FILE.
           COPY "FUNCION.CPY".

       FD  TAXAS-FILE.
           COPY "TAXA.CPY".

       FD  IR-FILE.
           COPY "IRTAXA.CPY".

       WORKING-STORAGE SECTION.
       77  WSS-FS-CLIENTES      PIC X(02).
       77  WSS-FS-TERMO         PIC X(02).
       77  WSS-FS-EMPREST       PIC X(02).
       77  WSS-FS-ORDENS        PIC X(02).
       77  WSS-FS-FUNCIONARIOS  PIC X(02).
       77  WSS-FS-TAXAS         PIC X(02).
       77  WSS-FS-IR            PIC X(02).
       77  WSS-LogPrograma      PIC X(12) VALUE "EXERC-44-LIQ".
       77  WSS-LogEvento        PIC X(01).
       77  WSS-LogLidos         PIC 9(7) VALUE ZEROS.
       77  WSS-LogGravados      PIC 9(7) VALUE ZEROS.
       77  WSS-LogRejeitados    PIC 9(7) VALUE ZEROS.
       77  WSS-LogRetorno       PIC X(02) VALUE "OK".

       77  WSS-fim-arquivo      PIC X(01).
           88 WSS-NAO-HA-MAIS-REGISTROS  VALUE "S".

       77  WSS-DataHoje         PIC 9(8).
       77  WSS-IntHoje          PIC 9(7).
       77  WSS-IntFim           PIC 9(7).
       77  WSS-IntData          PIC 9(7).
       77  WSS-DataFimHorizonte PIC 9(8).
       77  WSS-MesBase          PIC 9(6).
       77  WSS-MesBaseAbs       PIC 9(6).
       77  WSS-Piso             PIC 9(9)V99.

      * Faixas da escada: semanas a partir de hoje e meses a
      * partir do mes corrente.
       77  WSS-IndSem           PIC 9(2).
       77  WSS-IndMes           PIC 9(2).
       77  WSS-QtdSemanas       PIC 9(2).
       01  TABELA-SEMANAS.
           05  SEMANA-LIQ OCCURS 57 TIMES.
               10  sem-inicio         PIC 9(8).
               10  sem-entradas       PIC 9(11)V99.
               10  sem-saidas         PIC 9(11)V99.
       01  TABELA-MESES.
           05  MES-LIQ OCCURS 12 TIMES.
               10  mes-anomes         PIC 9(6).
               10  mes-fim            PIC 9(8).
               10  mes-entradas       PIC 9(11)V99.
               10  mes-saidas         PIC 9(11)V99.
       01  WSS-AnoMesCalc.
           05  WSS-AnoCalc          PIC 9(4).
           05  WSS-MesCalc          PIC 9(2).
       01  WSS-DataCalc.
           05  WSS-DataCalc-AM      PIC 9(6).
           05  WSS-DataCalc-DD      PIC 9(2).
       01  WSS-DataCalc-N REDEFINES WSS-DataCalc PIC 9(8).

      * Evento projetado a lancar na escada.
       01  WSS-DataEvento-G.
           05  WSS-DataEvento       PIC 9(8).
           05  WSS-DataEvento-R REDEFINES WSS-DataEvento.
               10  WSS-AnoEvento    PIC 9(4).
               10  WSS-MesEvento    PIC 9(2).
               10  WSS-DiaEvento    PIC 9(2).
       77  WSS-ValorEvento      PIC 9(9)V99.
       77  WSS-SentidoEvento    PIC X(01).
       77  WSS-DataValida       PIC X(01).
       77  WSS-MotivoData       PIC X(30).

      * Saldo positivo atual por tipo de conta (base dos juros).
       77  WSS-IndTipo          PIC 9(1).
       01  TABELA-SALDOS-TIPO.
           05  SALDO-TIPO OCCURS 3 TIMES.
               10  stp-saldo          PIC 9(11)V99.

      * Todas as vigencias de TAXASPARAM e IRPARAM, passadas e
      * futuras, para achar a taxa de cada fim de mes.
       77  WSS-IndTab           PIC 9(3).
       77  WSS-QtdTaxas         PIC 9(3) VALUE ZEROS.
       77  WSS-QtdIR            PIC 9(3) VALUE ZEROS.
       01  TABELA-TAXAS-LIQ.
           05  TAXA-LIQ OCCURS 300 TIMES.
               10  txl-tipo           PIC 9(1).
               10  txl-percentual     PIC 9(3)V99.
               10  txl-vigencia       PIC 9(8).
       01  TABELA-IR-LIQ.
           05  IR-LIQ OCCURS 300 TIMES.
               10  irl-tipo           PIC 9(1).
               10  irl-percentual     PIC 9(2)V99.
               10  irl-vigencia       PIC 9(8).
       77  WSS-TaxaData         PIC 9(3)V99.
       77  WSS-IRData           PIC 9(2)V99.
       77  WSS-VigAchada        PIC 9(8).
       77  WSS-JurosBruto       PIC 9(9)V99.
       77  WSS-JurosIR          PIC 9(9)V99.

       77  WSS-MesesPrazo       PIC 9(4).
       77  WSS-Rendimento       PIC 9(9)V99.
       77  WSS-DepositoFolha    PIC 9(7)V99.
       77  WSS-DestinoExterno   PIC X(01).

       77  WSS-SaldoInicial     PIC S9(11)V99 VALUE ZEROS.
       77  WSS-Posicao          PIC S9(11)V99.
       77  WSS-Liquido          PIC S9(11)V99.
       77  WSS-QtdContas        PIC 9(7) VALUE ZEROS.
       77  WSS-TotTermos        PIC 9(11)V99 VALUE ZEROS.
       77  WSS-TotFolha         PIC 9(11)V99 VALUE ZEROS.
       77  WSS-TotJuros         PIC 9(11)V99 VALUE ZEROS.
       77  WSS-TotParcelas      PIC 9(11)V99 VALUE ZEROS.
       77  WSS-TotOrdens        PIC 9(11)V99 VALUE ZEROS.
       77  WSS-TotEntradas      PIC 9(11)V99 VALUE ZEROS.
       77  WSS-TotSaidas        PIC 9(11)V99 VALUE ZEROS.
       77  WSS-QtdTermos        PIC 9(5) VALUE ZEROS.
       77  WSS-QtdParcelas      PIC 9(5) VALUE ZEROS.
       77  WSS-QtdOrdensExt     PIC 9(5) VALUE ZEROS.
       77  WSS-QtdOrdensInt     PIC 9(5) VALUE ZEROS.
       77  WSS-QtdFuncionarios  PIC 9(5) VALUE ZEROS.
       77  WSS-QtdAbaixoPiso    PIC 9(2) VALUE ZEROS.
       77  WSS-MarcaPiso        PIC X(07).

       77  WSS-EntradasEd       PIC zz,zzz,zz9.99.
       77  WSS-SaidasEd         PIC zz,zzz,zz9.99.
       77  WSS-LiquidoEd        PIC -zz,zzz,zz9.99.
       77  WSS-PosicaoEd        PIC -zz,zzz,zz9.99.
       77  WSS-ValorEd          PIC zzz,zzz,zz9.99.
       77  WSS-SaldoEd          PIC -zzz,zzz,zz9.99.

       77  WSS-ImpComando       PIC X(01).
       77  WSS-ImpTexto         PIC X(80).
       77  WSS-ImpColunas       PIC X(80).

       77  WSS-Dependentes      PIC 9(2).
       77  WSS-TabelaOk         PIC X(01).
       77  WSS-Inss             PIC 9(7)V99.
       77  WSS-Irrf             PIC 9(7)V99.

       01  Desconto            PIC 9(7)V99.
       01  BrutoFolha          PIC 9(7)V99.
       01  SalarioLiquido      PIC 9(7)V99.

       PROCEDURE DIVISION.
       Inicio.
           MOVE "I" TO WSS-LogEvento
           CALL "GRAVALOG" USING WSS-LogPrograma WSS-LogEvento
                WSS-LogLidos WSS-LogGravados WSS-LogRejeitados
                WSS-LogRetorno

           ACCEPT WSS-DataHoje FROM DATE YYYYMMDD
           DISPLAY "Piso de posicao da carteira (valor minimo, "
                   "0 = zero): "
           ACCEPT WSS-Piso

           PERFORM MontarHorizonte

           OPEN INPUT CLIENTES-FILE
           IF WSS-FS-CLIENTES NOT = "00"
               DISPLAY "Arquivo CLIENTES indisponivel. Status: "
                       WSS-FS-CLIENTES
               MOVE "ER" TO WSS-LogRetorno
               GO TO GravarFimLog
           END-IF
           PERFORM SomarSaldos

           PERFORM ProjetarTermos
           PERFORM ProjetarParcelas
           PERFORM ProjetarOrdens
           PERFORM ProjetarFolha
           PERFORM CarregarTaxas
           PERFORM ProjetarJuros
           CLOSE CLIENTES-FILE

           PERFORM EmitirSemanas
           PERFORM EmitirMeses

           DISPLAY SPACE
           DISPLAY "------ ESCADA DE LIQUIDEZ ATE "
                   WSS-DataFimHorizonte " ------"
           MOVE WSS-SaldoInicial TO WSS-SaldoEd
           DISPLAY "Posicao inicial (CLIENTES)..: " WSS-SaldoEd
           MOVE WSS-TotTermos TO WSS-ValorEd
           DISPLAY "Vencimento de depositos.....: " WSS-ValorEd
                   " (" WSS-QtdTermos ")"
           MOVE WSS-TotFolha TO WSS-ValorEd
           DISPLAY "Depositos da folha..........: " WSS-ValorEd
                   " (" WSS-QtdFuncionarios " func.)"
           MOVE WSS-TotJuros TO WSS-ValorEd
           DISPLAY "Juros liquidos projetados...: " WSS-ValorEd
           MOVE WSS-TotParcelas TO WSS-ValorEd
           DISPLAY "Parcelas de emprestimo......: " WSS-ValorEd
                   " (" WSS-QtdParcelas ")"
           MOVE WSS-TotOrdens TO WSS-ValorEd
           DISPLAY "Ordens para fora da casa....: " WSS-ValorEd
                   " (" WSS-QtdOrdensExt " ordens)"
           DISPLAY "Ordens entre contas da casa.: " WSS-QtdOrdensInt
                   " (sem efeito na carteira)"
           MOVE WSS-Posicao TO WSS-SaldoEd
           DISPLAY "Posicao final projetada.....: " WSS-SaldoEd
           IF WSS-QtdAbaixoPiso > ZEROS
               MOVE WSS-Piso TO WSS-ValorEd
               DISPLAY "ATENCAO: " WSS-QtdAbaixoPiso
                       " semana(s) abaixo do piso de " WSS-ValorEd
           END-IF
           DISPLAY "Escada no spool IMPRESSAO."

           MOVE WSS-QtdContas TO WSS-LogLidos
           MOVE WSS-QtdSemanas TO WSS-LogGravados.

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

      * Mes 1 e o corrente; o horizonte vai ate o ultimo dia do
      * 12o mes. As semanas comecam hoje, de 7 em 7 dias.
       MontarHorizonte.
           MOVE WSS-DataHoje (1:6) TO WSS-MesBase
           MOVE WSS-MesBase TO WSS-AnoMesCalc
           COMPUTE WSS-MesBaseAbs = WSS-AnoCalc * 12 + WSS-MesCalc
           PERFORM VARYING WSS-IndMes FROM 1 BY 1
                   UNTIL WSS-IndMes > 12
               MOVE WSS-AnoMesCalc TO mes-anomes (WSS-IndMes)
               MOVE ZEROS TO mes-entradas (WSS-IndMes)
               MOVE ZEROS TO mes-saidas (WSS-IndMes)
               IF WSS-MesCalc = 12
                   ADD 1 TO WSS-AnoCalc
                   MOVE 1 TO WSS-MesCalc
               ELSE
                   ADD 1 TO WSS-MesCalc
               END-IF
               MOVE WSS-AnoMesCalc TO WSS-DataCalc-AM
               MOVE 1 TO WSS-DataCalc-DD
               COMPUTE WSS-IntData =
                       FUNCTION INTEGER-OF-DATE (WSS-DataCalc-N) - 1
               COMPUTE mes-fim (WSS-IndMes) =
                       FUNCTION DATE-OF-INTEGER (WSS-IntData)
           END-PERFORM
           MOVE mes-fim (12) TO WSS-DataFimHorizonte
           COMPUTE WSS-IntHoje = FUNCTION INTEGER-OF-DATE (WSS-DataHoje)
           COMPUTE WSS-IntFim =
                   FUNCTION INTEGER-OF-DATE (WSS-DataFimHorizonte)
           COMPUTE WSS-QtdSemanas = (WSS-IntFim - WSS-IntHoje) / 7 + 1
           PERFORM VARYING WSS-IndSem FROM 1 BY 1
                   UNTIL WSS-IndSem > WSS-QtdSemanas
               COMPUTE WSS-IntData =
                       WSS-IntHoje + (WSS-IndSem - 1) * 7
               COMPUTE sem-inicio (WSS-IndSem) =
                       FUNCTION DATE-OF-INTEGER (WSS-IntData)
               MOVE ZEROS TO sem-entradas (WSS-IndSem)
               MOVE ZEROS TO sem-saidas (WSS-IndSem)
           END-PERFORM.

       SomarSaldos.
           PERFORM VARYING WSS-IndTipo FROM 1 BY 1
                   UNTIL WSS-IndTipo > 3
               MOVE ZEROS TO stp-saldo (WSS-IndTipo)
           END-PERFORM
           MOVE "N" TO WSS-fim-arquivo
           READ CLIENTES-FILE NEXT RECORD
               AT END SET WSS-NAO-HA-MAIS-REGISTROS TO TRUE
           END-READ
           PERFORM UNTIL WSS-NAO-HA-MAIS-REGISTROS
               ADD 1 TO WSS-QtdContas
               ADD CLI-SALDO TO WSS-SaldoInicial
               IF CLI-SALDO > ZEROS
                  AND CLI-TIPOCONTA >= 1 AND CLI-TIPOCONTA <= 3
                   ADD CLI-SALDO TO stp-saldo (CLI-TIPOCONTA)
               END-IF
               READ CLIENTES-FILE NEXT RECORD
                   AT END SET WSS-NAO-HA-MAIS-REGISTROS TO TRUE
               END-READ
           END-PERFORM.

      * Lanca WSS-ValorEvento na semana e no mes da data do
      * evento; data ja passada conta na primeira semana.
       LancarEvento.
           IF WSS-ValorEvento = ZEROS
              OR WSS-DataEvento > WSS-DataFimHorizonte
               GO TO LancarEvento-Fim
           END-IF
           IF WSS-DataEvento < WSS-DataHoje
               MOVE WSS-DataHoje TO WSS-DataEvento
           END-IF
           COMPUTE WSS-IndSem =
                   (FUNCTION INTEGER-OF-DATE (WSS-DataEvento)
                    - WSS-IntHoje) / 7 + 1
           COMPUTE WSS-IndMes =
                   (WSS-AnoEvento * 12 + WSS-MesEvento)
                   - WSS-MesBaseAbs + 1
           IF WSS-SentidoEvento = "E"
               ADD WSS-ValorEvento TO sem-entradas (WSS-IndSem)
               ADD WSS-ValorEvento TO mes-entradas (WSS-IndMes)
               ADD WSS-ValorEvento TO WSS-TotEntradas
           ELSE
               ADD WSS-ValorEvento TO sem-saidas (WSS-IndSem)
               ADD WSS-ValorEvento TO mes-saidas (WSS-IndMes)
               ADD WSS-ValorEvento TO WSS-TotSaidas
           END-IF.
       LancarEvento-Fim.
           EXIT.

      * Deposito a prazo ativo volta para a conta no vencimento
      * com o rendimento composto contratado (exerc-44-vto).
       ProjetarTermos.
           OPEN INPUT TERMO-FILE
           IF WSS-FS-TERMO NOT = "00"
               DISPLAY "TERMODEPS indisponivel (status "
                       WSS-FS-TERMO "): sem vencimentos de deposito."
           ELSE
               MOVE "E" TO WSS-SentidoEvento
               MOVE "N" TO WSS-fim-arquivo
               READ TERMO-FILE NEXT RECORD
                   AT END SET WSS-NAO-HA-MAIS-REGISTROS TO TRUE
               END-READ
               PERFORM UNTIL WSS-NAO-HA-MAIS-REGISTROS
                   IF TDP-ATIVA
                      AND TDP-VENCIMENTO NOT > WSS-DataFimHorizonte
                       COMPUTE WSS-MesesPrazo =
                           (FUNCTION INTEGER-OF-DATE (TDP-VENCIMENTO)
                          - FUNCTION INTEGER-OF-DATE (TDP-APLICACAO))
                           / 30
                       COMPUTE WSS-Rendimento ROUNDED =
                               TDP-VALOR *
                               ((1 + TDP-TAXAMES / 100)
                                ** WSS-MesesPrazo)
                               - TDP-VALOR
                       COMPUTE WSS-ValorEvento =
                               TDP-VALOR + WSS-Rendimento
                       MOVE TDP-VENCIMENTO TO WSS-DataEvento
                       PERFORM LancarEvento THRU LancarEvento-Fim
                       ADD WSS-ValorEvento TO WSS-TotTermos
                       ADD 1 TO WSS-QtdTermos
                   END-IF
                   READ TERMO-FILE NEXT RECORD
                       AT END SET WSS-NAO-HA-MAIS-REGISTROS TO TRUE
                   END-READ
               END-PERFORM
               CLOSE TERMO-FILE
           END-IF.

      * So a parcela debitada em conta (exerc-44-par) sai da
      * carteira; a consignada e descontada na folha.
       ProjetarParcelas.
           OPEN INPUT EMPREST-FILE
           IF WSS-FS-EMPREST NOT = "00"
               DISPLAY "EMPRESTIMOS indisponivel (status "
                       WSS-FS-EMPREST "): sem parcelas a vencer."
           ELSE
               MOVE "S" TO WSS-SentidoEvento
               MOVE "N" TO WSS-fim-arquivo
               READ EMPREST-FILE NEXT RECORD
                   AT END SET WSS-NAO-HA-MAIS-REGISTROS TO TRUE
               END-READ
               PERFORM UNTIL WSS-NAO-HA-MAIS-REGISTROS
                   IF EMP-ABERTA AND EMP-MATRICULA = ZEROS
                      AND EMP-VENCIMENTO NOT > WSS-DataFimHorizonte
                       MOVE EMP-VLRPARCELA TO WSS-ValorEvento
                       MOVE EMP-VENCIMENTO TO WSS-DataEvento
                       PERFORM LancarEvento THRU LancarEvento-Fim
                       ADD EMP-VLRPARCELA TO WSS-TotParcelas
                       ADD 1 TO WSS-QtdParcelas
                   END-IF
                   READ EMPREST-FILE NEXT RECORD
                       AT END SET WSS-NAO-HA-MAIS-REGISTROS TO TRUE
                   END-READ
               END-PERFORM
               CLOSE EMPREST-FILE
           END-IF.

      * Ordem com destino fora de CLIENTES e saida da carteira
      * em cada mes, no dia da ordem (dia que nao existe no mes
      * nao roda no exerc-44-trf), ate a data fim da ordem.
       ProjetarOrdens.
           OPEN INPUT ORDENS-FILE
           IF WSS-FS-ORDENS = "35"
               CONTINUE
           ELSE
               MOVE "N" TO WSS-fim-arquivo
               READ ORDENS-FILE
                   AT END SET WSS-NAO-HA-MAIS-REGISTROS TO TRUE
               END-READ
               PERFORM UNTIL WSS-NAO-HA-MAIS-REGISTROS
                   MOVE "N" TO WSS-DestinoExterno
                   MOVE ODP-DESTINO TO CLI-CODIGO
                   READ CLIENTES-FILE
                       INVALID KEY
                           MOVE "S" TO WSS-DestinoExterno
                   END-READ
                   IF WSS-DestinoExterno = "S"
                       ADD 1 TO WSS-QtdOrdensExt
                       PERFORM ProjetarOrdemMes
                               VARYING WSS-IndMes FROM 1 BY 1
                               UNTIL WSS-IndMes > 12
                   ELSE
                       ADD 1 TO WSS-QtdOrdensInt
                   END-IF
                   READ ORDENS-FILE
                       AT END SET WSS-NAO-HA-MAIS-REGISTROS TO TRUE
                   END-READ
               END-PERFORM
               CLOSE ORDENS-FILE
           END-IF.

       ProjetarOrdemMes.
           MOVE mes-anomes (WSS-IndMes) TO WSS-DataCalc-AM
           MOVE ODP-DIAMES TO WSS-DataCalc-DD
           CALL "VALIDATA" USING WSS-DataCalc WSS-DataValida
                                 WSS-MotivoData
           IF WSS-DataValida = "S"
              AND WSS-DataCalc-N NOT < WSS-DataHoje
              AND (ODP-DATAFIM = ZEROS
                   OR WSS-DataCalc-N NOT > ODP-DATAFIM)
               MOVE "S" TO WSS-SentidoEvento
               MOVE ODP-VALOR TO WSS-ValorEvento
               MOVE WSS-DataCalc-N TO WSS-DataEvento
               PERFORM LancarEvento THRU LancarEvento-Fim
               ADD ODP-VALOR TO WSS-TotOrdens
           END-IF.

      * Deposito de investimento da folha (exerc-43-fol) sobre o
      * salario base, no ultimo dia de cada mes.
       ProjetarFolha.
           OPEN INPUT FUNCIONARIOS-FILE
           IF WSS-FS-FUNCIONARIOS NOT = "00"
               DISPLAY "FUNCIONARIOS indisponivel (status "
                       WSS-FS-FUNCIONARIOS "): sem depositos da folha."
           ELSE
               MOVE "N" TO WSS-fim-arquivo
               READ FUNCIONARIOS-FILE
                   AT END SET WSS-NAO-HA-MAIS-REGISTROS TO TRUE
               END-READ
               PERFORM UNTIL WSS-NAO-HA-MAIS-REGISTROS
                   IF FUN-ATIVO AND FUN-PERCINVEST > ZEROS
                      AND FUN-CODINVEST > ZEROS
                       PERFORM ProjetarFuncionario
                   END-IF
                   READ FUNCIONARIOS-FILE
                       AT END SET WSS-NAO-HA-MAIS-REGISTROS TO TRUE
                   END-READ
               END-PERFORM
               CLOSE FUNCIONARIOS-FILE
           END-IF.

       ProjetarFuncionario.
           MOVE FUN-CODINVEST TO CLI-CODIGO
           READ CLIENTES-FILE
               INVALID KEY
                   DISPLAY "Funcionario " FUN-MATRICULA ": conta "
                           FUN-CODINVEST " nao existe em CLIENTES."
                   ADD 1 TO WSS-LogRejeitados
               NOT INVALID KEY
                   ADD 1 TO WSS-QtdFuncionarios
                   MOVE FUN-SALARIO TO BrutoFolha
                   PERFORM CalcularDescontosLegais
                   COMPUTE WSS-DepositoFolha ROUNDED =
                           SalarioLiquido * FUN-PERCINVEST / 100
                   MOVE "E" TO WSS-SentidoEvento
                   PERFORM VARYING WSS-IndMes FROM 1 BY 1
                           UNTIL WSS-IndMes > 12
                       MOVE WSS-DepositoFolha TO WSS-ValorEvento
                       MOVE mes-fim (WSS-IndMes) TO WSS-DataEvento
                       PERFORM LancarEvento THRU LancarEvento-Fim
                       ADD WSS-DepositoFolha TO WSS-TotFolha
                   END-PERFORM
           END-READ.

       CalcularDescontosLegais.
           MOVE FUN-DEPENDENTES TO WSS-Dependentes
           CALL "CALCTRIB" USING WSS-DataHoje BrutoFolha
                WSS-Dependentes WSS-Inss WSS-Irrf WSS-TabelaOk
           COMPUTE Desconto = WSS-Inss + WSS-Irrf
           COMPUTE SalarioLiquido = BrutoFolha - Desconto.

       CarregarTaxas.
           OPEN INPUT TAXAS-FILE
           IF WSS-FS-TAXAS = "35"
               CONTINUE
           ELSE
               MOVE "N" TO WSS-fim-arquivo
               READ TAXAS-FILE
                   AT END SET WSS-NAO-HA-MAIS-REGISTROS TO TRUE
               END-READ
               PERFORM UNTIL WSS-NAO-HA-MAIS-REGISTROS
                   IF TAX-TIPOCONTA >= 1 AND TAX-TIPOCONTA <= 3
                      AND WSS-QtdTaxas < 300
                      AND TAX-APROVADA
                       ADD 1 TO WSS-QtdTaxas
                       MOVE TAX-TIPOCONTA TO txl-tipo (WSS-QtdTaxas)
                       MOVE TAX-PERCENTUAL
                            TO txl-percentual (WSS-QtdTaxas)
                       MOVE TAX-VIGENCIA
                            TO txl-vigencia (WSS-QtdTaxas)
                   END-IF
                   READ TAXAS-FILE
                       AT END SET WSS-NAO-HA-MAIS-REGISTROS TO TRUE
                   END-READ
               END-PERFORM
               CLOSE TAXAS-FILE
           END-IF

           OPEN INPUT IR-FILE
           IF WSS-FS-IR = "35"
               CONTINUE
           ELSE
               MOVE "N" TO WSS-fim-arquivo
               READ IR-FILE
                   AT END SET WSS-NAO-HA-MAIS-REGISTROS TO TRUE
               END-READ
               PERFORM UNTIL WSS-NAO-HA-MAIS-REGISTROS
                   IF IRT-TIPOCONTA >= 1 AND IRT-TIPOCONTA <= 3
                      AND WSS-QtdIR < 300
                      AND IRT-APROVADA
                       ADD 1 TO WSS-QtdIR
                       MOVE IRT-TIPOCONTA TO irl-tipo (WSS-QtdIR)
                       MOVE IRT-PERCENTUAL
                            TO irl-percentual (WSS-QtdIR)
                       MOVE IRT-VIGENCIA TO irl-vigencia (WSS-QtdIR)
                   END-IF
                   READ IR-FILE
                       AT END SET WSS-NAO-HA-MAIS-REGISTROS TO TRUE
                   END-READ
               END-PERFORM
               CLOSE IR-FILE
           END-IF.

      * Juros de cada fim de mes pela taxa vigente naquela data
      * (maior vigencia ate a data), menos o IR vigente.
       ProjetarJuros.
           MOVE "E" TO WSS-SentidoEvento
           PERFORM VARYING WSS-IndMes FROM 1 BY 1
                   UNTIL WSS-IndMes > 12
               PERFORM VARYING WSS-IndTipo FROM 1 BY 1
                       UNTIL WSS-IndTipo > 3
                   PERFORM AcharTaxasData
                   COMPUTE WSS-JurosBruto ROUNDED =
                           stp-saldo (WSS-IndTipo)
                           * WSS-TaxaData / 100
                   COMPUTE WSS-JurosIR ROUNDED =
                           WSS-JurosBruto * WSS-IRData / 100
                   COMPUTE WSS-ValorEvento =
                           WSS-JurosBruto - WSS-JurosIR
                   MOVE mes-fim (WSS-IndMes) TO WSS-DataEvento
                   PERFORM LancarEvento THRU LancarEvento-Fim
                   ADD WSS-ValorEvento TO WSS-TotJuros
               END-PERFORM
           END-PERFORM.

       AcharTaxasData.
           MOVE ZEROS TO WSS-TaxaData
           MOVE ZEROS TO WSS-VigAchada
           PERFORM VARYING WSS-IndTab FROM 1 BY 1
                   UNTIL WSS-IndTab > WSS-QtdTaxas
               IF txl-tipo (WSS-IndTab) = WSS-IndTipo
                  AND txl-vigencia (WSS-IndTab)
                      NOT > mes-fim (WSS-IndMes)
                  AND txl-vigencia (WSS-IndTab) NOT < WSS-VigAchada
                   MOVE txl-percentual (WSS-IndTab) TO WSS-TaxaData
                   MOVE txl-vigencia (WSS-IndTab) TO WSS-VigAchada
               END-IF
           END-PERFORM
           MOVE ZEROS TO WSS-IRData
           MOVE ZEROS TO WSS-VigAchada
           PERFORM VARYING WSS-IndTab FROM 1 BY 1
                   UNTIL WSS-IndTab > WSS-QtdIR
               IF irl-tipo (WSS-IndTab) = WSS-IndTipo
                  AND irl-vigencia (WSS-IndTab)
                      NOT > mes-fim (WSS-IndMes)
                  AND irl-vigencia (WSS-IndTab) NOT < WSS-VigAchada
                   MOVE irl-percentual (WSS-IndTab) TO WSS-IRData
                   MOVE irl-vigencia (WSS-IndTab) TO WSS-VigAchada
               END-IF
           END-PERFORM.

       EmitirSemanas.
           MOVE "P" TO WSS-ImpComando
           MOVE "EXERC-44-LIQ" TO WSS-ImpTexto
           CALL "IMPRIME" USING WSS-ImpComando WSS-ImpTexto
                WSS-ImpColunas
           MOVE "A" TO WSS-ImpComando
           MOVE SPACES TO WSS-ImpTexto
           MOVE WSS-Piso TO WSS-ValorEd
           STRING "LIQUIDEZ SEMANAL - PISO " WSS-ValorEd
                  " ATE " WSS-DataFimHorizonte
                  DELIMITED BY SIZE INTO WSS-ImpTexto
           END-STRING
           MOVE SPACES TO WSS-ImpColunas
           STRING "SM INICIO        ENTRADAS        SAIDAS"
                  "        LIQUIDO        POSICAO"
                  DELIMITED BY SIZE INTO WSS-ImpColunas
           END-STRING
           CALL "IMPRIME" USING WSS-ImpComando WSS-ImpTexto
                WSS-ImpColunas
           DISPLAY SPACE
           DISPLAY WSS-ImpTexto
           DISPLAY WSS-ImpColunas

           MOVE "D" TO WSS-ImpComando
           MOVE WSS-SaldoInicial TO WSS-Posicao
           PERFORM VARYING WSS-IndSem FROM 1 BY 1
                   UNTIL WSS-IndSem > WSS-QtdSemanas
               COMPUTE WSS-Liquido = sem-entradas (WSS-IndSem)
                       - sem-saidas (WSS-IndSem)
               ADD WSS-Liquido TO WSS-Posicao
               MOVE SPACES TO WSS-MarcaPiso
               IF WSS-Posicao < WSS-Piso
                   MOVE " <PISO" TO WSS-MarcaPiso
                   ADD 1 TO WSS-QtdAbaixoPiso
               END-IF
               MOVE sem-entradas (WSS-IndSem) TO WSS-EntradasEd
               MOVE sem-saidas (WSS-IndSem) TO WSS-SaidasEd
               MOVE WSS-Liquido TO WSS-LiquidoEd
               MOVE WSS-Posicao TO WSS-PosicaoEd
               MOVE SPACES TO WSS-ImpTexto
               STRING WSS-IndSem " " sem-inicio (WSS-IndSem) " "
                      WSS-EntradasEd " " WSS-SaidasEd " "
                      WSS-LiquidoEd " " WSS-PosicaoEd WSS-MarcaPiso
                      DELIMITED BY SIZE INTO WSS-ImpTexto
               END-STRING
               CALL "IMPRIME" USING WSS-ImpComando WSS-ImpTexto
                    WSS-ImpColunas
               DISPLAY WSS-ImpTexto
           END-PERFORM

           MOVE "T" TO WSS-ImpComando
           PERFORM MontarTotalEscada
           CALL "IMPRIME" USING WSS-ImpComando WSS-ImpTexto
                WSS-ImpColunas
           DISPLAY WSS-ImpTexto.

       EmitirMeses.
           MOVE "P" TO WSS-ImpComando
           MOVE "EXERC-44-LIQ" TO WSS-ImpTexto
           CALL "IMPRIME" USING WSS-ImpComando WSS-ImpTexto
                WSS-ImpColunas
           MOVE "A" TO WSS-ImpComando
           MOVE SPACES TO WSS-ImpTexto
           MOVE WSS-Piso TO WSS-ValorEd
           STRING "LIQUIDEZ MENSAL - PISO " WSS-ValorEd
                  " ATE " WSS-DataFimHorizonte
                  DELIMITED BY SIZE INTO WSS-ImpTexto
           END-STRING
           MOVE SPACES TO WSS-ImpColunas
           STRING "MES            ENTRADAS        SAIDAS"
                  "        LIQUIDO        POSICAO"
                  DELIMITED BY SIZE INTO WSS-ImpColunas
           END-STRING
           CALL "IMPRIME" USING WSS-ImpComando WSS-ImpTexto
                WSS-ImpColunas
           DISPLAY SPACE
           DISPLAY WSS-ImpTexto
           DISPLAY WSS-ImpColunas

           MOVE "D" TO WSS-ImpComando
           MOVE WSS-SaldoInicial TO WSS-Posicao
           PERFORM VARYING WSS-IndMes FROM 1 BY 1
                   UNTIL WSS-IndMes > 12
               COMPUTE WSS-Liquido = mes-entradas (WSS-IndMes)
                       - mes-saidas (WSS-IndMes)
               ADD WSS-Liquido TO WSS-Posicao
               MOVE SPACES TO WSS-MarcaPiso
               IF WSS-Posicao < WSS-Piso
                   MOVE " <PISO" TO WSS-MarcaPiso
               END-IF
               MOVE mes-entradas (WSS-IndMes) TO WSS-EntradasEd
               MOVE mes-saidas (WSS-IndMes) TO WSS-SaidasEd
               MOVE WSS-Liquido TO WSS-LiquidoEd
               MOVE WSS-Posicao TO WSS-PosicaoEd
               MOVE SPACES TO WSS-ImpTexto
               STRING mes-anomes (WSS-IndMes) "    "
                      WSS-EntradasEd " " WSS-SaidasEd " "
                      WSS-LiquidoEd " " WSS-PosicaoEd WSS-MarcaPiso
                      DELIMITED BY SIZE INTO WSS-ImpTexto
               END-STRING
               CALL "IMPRIME" USING WSS-ImpComando WSS-ImpTexto
                    WSS-ImpColunas
               DISPLAY WSS-ImpTexto
           END-PERFORM

           MOVE "T" TO WSS-ImpComando
           PERFORM MontarTotalEscada
           CALL "IMPRIME" USING WSS-ImpComando WSS-ImpTexto
                WSS-ImpColunas
           DISPLAY WSS-ImpTexto.

       MontarTotalEscada.
           COMPUTE WSS-Liquido = WSS-TotEntradas - WSS-TotSaidas
           MOVE WSS-TotEntradas TO WSS-EntradasEd
           MOVE WSS-TotSaidas TO WSS-SaidasEd
           MOVE WSS-Liquido TO WSS-LiquidoEd
           MOVE WSS-Posicao TO WSS-PosicaoEd
           MOVE SPACES TO WSS-ImpTexto
           STRING "TOTAL       " WSS-EntradasEd " " WSS-SaidasEd " "
                  WSS-LiquidoEd " " WSS-PosicaoEd
                  DELIMITED BY SIZE INTO WSS-ImpTexto
           END-STRING.
      *wrun32 exerc-44-liq
