      * quitando o saldo devedor), consulta o contrato e emite o
      * relatorio de inadimplencia por dias de atraso. O debito
      * mensal das parcelas vencidas e do batch exerc-44-par.
      * Liquidacao antecipada: a cotacao soma o principal das
      * parcelas em aberto, os juros das ja vencidas e os juros
      * da parcela corrente proporcionais aos dias decorridos
      * (juros futuros sao abatidos); a quitacao debita a conta
      * (AUDITORIA44 operacao LQ) e baixa todas as parcelas em
      * aberto. A amortizacao parcial debita o valor da conta
      * (operacao AE) e recalcula as parcelas restantes pela
      * mesma Price, reduzindo o prazo ou o valor da parcela a
      * escolha do tomador. A taxa do contrato e deduzida dos
      * juros da primeira parcela em aberto sobre o saldo.
      * Mantem tambem a multa e os juros de mora por atraso
      * (MORAPARAM, com vigencia) que o exerc-44-par cobra na
      * parcela paga depois do vencimento: o relatorio de
      * inadimplencia mostra os encargos ate a data e a quitacao
      * os cobra nas parcelas vencidas (operacao EM).
      * Emprestimo consignado: o contrato pode ser ligado a uma
      * matricula ativa de FUNCIONARIOS, desde que as parcelas
      * consignadas da matricula, somadas a nova, caibam em 35%
      * do liquido do salario (INSS e IRRF da folha, CALCTRIB); a
      * parcela passa a ser descontada pelo exerc-43-fol.
      * Competencia de investimento ja fechada (PERIODOS, servico
      * PERFECH) nao recebe movimento; a tentativa vai ao SEGLOG.
      * Vencimento que cairia em fim de semana ou feriado do
      * CALENDARIO vai para o dia util seguinte (DIAUTIL); a
      * parcela antiga que vence em dia nao util so fica em
      * atraso depois do dia util seguinte, como no exerc-44-par.
      * Como nas tarifas, a multa e mora lancada entra pendente e
      * so vale depois de aprovada (opcao 9) por outro operador
      * com a funcao AP do OPERAUTH.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           SELECT AUDITORIA-FILE ASSIGN TO "AUDITORIA44"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WSS-FS-AUDITORIA.
           SELECT FUNCIONARIOS-FILE ASSIGN TO "FUNCIONARIOS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FUN-MATRICULA
               FILE STATUS IS WSS-FS-FUNCIONARIOS.
           SELECT MORA-FILE ASSIGN TO "MORAPARAM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WSS-FS-MORA.

       DATA DIVISION.
       FILE SECTION.
       FD  AUDITORIA-FILE.
       01  WSS-REG-AUDITORIA         PIC X(120).

       FD  FUNCIONARIOS-FILE.
           COPY "FUNCION.CPY".

       FD  MORA-FILE.
           COPY "MORAPAR.CPY".

       WORKING-STORAGE SECTION.
       77  WSS-FS-EMPREST       PIC X(02).
       77  WSS-FS-CLIENTES      PIC X(02).
       77  WSS-FS-AUDITORIA     PIC X(02).
       77  WSS-MctGravado       PIC X(01).
       77  WSS-FS-MORA          PIC X(02).
       77  WSS-FS-FUNCIONARIOS  PIC X(02).
       77  WSS-TfsPrograma      PIC X(12) VALUE "exerc-44-emp".
       77  WSS-TfsArquivo       PIC X(12).
       77  WSS-TfsOperacao      PIC X(10).

       77  WSS-Continuar        PIC X(01) VALUE "S".
       77  WSS-OpcaoMenu        PIC 9(2).
       77  WSS-DataHoje         PIC 9(8).
       77  WSS-PerOperacao      PIC X(01) VALUE "V".
       77  WSS-PerSubsistema    PIC X(02) VALUE "IN".
       77  WSS-PerSituacao      PIC X(01).
       77  WSS-Operador         PIC 9(3).
       77  WSS-OperadorValido   PIC X(01).
       77  WSS-CodigoConta      PIC 9(6).
       77  WSS-AmortParcela     PIC 9(7)V99.
       77  WSS-ContParcela      PIC 9(2).
       77  WSS-Vencimento       PIC 9(8).
       77  WSS-VencUtil         PIC 9(8).
       77  WSS-SentidoDiaUtil   PIC X(01) VALUE "P".
       77  WSS-ValorMovimento   PIC 9(7)V99.
       77  WSS-OpAudit          PIC X(02).
       77  WSS-DiasAtraso       PIC S9(5).
       77  WSS-TotalVencido     PIC 9(9)V99.
       77  WSS-ValorEd          PIC zzz,zz9.99.
       77  WSS-TotalEd          PIC zzz,zzz,zz9.99.
       77  WSS-MultaEd          PIC zzz,zz9.99.
       77  WSS-MoraEd           PIC zzz,zz9.99.
       77  WSS-SaldoPrincipal   PIC 9(7)V99.
       77  WSS-JurosDevidos     PIC 9(7)V99.
       77  WSS-JurosProRata     PIC 9(7)V99.
       77  WSS-ValorQuitacao    PIC 9(7)V99.
       77  WSS-ValorAmortizar   PIC 9(7)V99.
       77  WSS-PrestacaoAtual   PIC 9(7)V99.
       77  WSS-JurosCorrente    PIC 9(7)V99.
       77  WSS-JurosPrimeira    PIC 9(7)V99.
       77  WSS-DiasEd           PIC zz9.
       77  WSS-DiasCorridos     PIC S9(5).
       77  WSS-QtdAbertas       PIC 9(2).
       77  WSS-QtdVencAbertas   PIC 9(2).
       77  WSS-PrimeiraAberta   PIC 9(2).
       77  WSS-ParcelaCorrente  PIC 9(2).
       77  WSS-VencCorrente     PIC 9(8).
       77  WSS-NovaQtdParcelas  PIC 9(2).
       77  WSS-UltimaParcela    PIC 9(2).
       77  WSS-ModoAmortizacao  PIC 9.
       77  WSS-Confirma         PIC X(01).
       77  WSS-LimiteConta      PIC 9(7)V99.
       77  WSS-Disponivel       PIC S9(9)V99.
       77  WSS-AchouContrato    PIC X(01).
       77  WSS-fim-mora         PIC X(01).
           88 WSS-NAO-HA-MAIS-MORA  VALUE "S".
       77  WSS-MoraCarregada    PIC X(01).
       77  WSS-PctMulta         PIC 9(2)V99.
       77  WSS-PctMoraDia       PIC 9(1)V9(4).
       77  WSS-VigenciaMora     PIC 9(8).
       77  WSS-MultaInformada   PIC 9(2)V99.
       77  WSS-MoraInformada    PIC 9(1)V9(4).
       77  WSS-VigInformada     PIC 9(8).
       77  WSS-QtdListados      PIC 9(4).
       77  WSS-MultaParcela     PIC 9(7)V99.
       77  WSS-MoraParcela      PIC 9(7)V99.
       77  WSS-AutPrograma      PIC X(12) VALUE "exerc-44-emp".
       77  WSS-AutFuncao        PIC X(2) VALUE "AP".
       77  WSS-AutAutorizado    PIC X(1).
       77  WSS-Hora8            PIC 9(8).
       77  WSS-IndPen           PIC 9(2).
       77  WSS-QtdLidas         PIC 9(2).
       77  WSS-QtdPendentes     PIC 9(2).
       77  WSS-NumeroEscolhido  PIC 9(2).
       77  WSS-Decisao          PIC X(01).
       01  TABELA-PENDENTES.
           05  MORA-PENDENTE OCCURS 50 TIMES.
               10  pen-multa         PIC 9(2)V99.
               10  pen-jurosdia      PIC 9(1)V9(4).
               10  pen-vigencia      PIC 9(8).
               10  pen-lancador      PIC 9(3).
               10  pen-lancdata      PIC 9(8).
               10  pen-lanchora      PIC 9(6).
               10  pen-decidida      PIC X(01).
       77  WSS-Encargos         PIC 9(7)V99.
       77  WSS-EncargosAtraso   PIC 9(7)V99.
       77  WSS-TotalEncargos    PIC 9(9)V99.
       77  WSS-MatriculaConsig  PIC 9(5).
       77  WSS-MargemOk         PIC X(01).
       77  WSS-PctMargem        PIC 9(2)V99 VALUE 35.00.
       77  WSS-MargemConsig     PIC 9(7)V99.
       77  WSS-Comprometido     PIC 9(7)V99.
       77  WSS-UltimoContrato   PIC 9(6).
       77  WSS-fim-emprest      PIC X(01).
           88 WSS-NAO-HA-MAIS-PARCELAS  VALUE "S".
       01  WSS-DataHoraLancamento.
           05  WSS-DataHoraLancamento-HR PIC 9(6).
       77  WSS-DataHoraLancamento-T8 PIC 9(8).

       77  WSS-Dependentes      PIC 9(2).
       77  WSS-TabelaOk         PIC X(01).
       77  WSS-Inss             PIC 9(7)V99.
       77  WSS-Irrf             PIC 9(7)V99.

       01  Desconto            PIC 9(7)V99.
       01  BrutoFolha          PIC 9(7)V99.
       01  SalarioLiquido      PIC 9(7)V99.

       PROCEDURE DIVISION.
       Inicio.
           CALL "OPERSIGN" USING WSS-Operador WSS-OperadorValido
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
           PERFORM CarregarEncargos
           OPEN I-O EMPREST-FILE
           IF WSS-FS-EMPREST = "35"
               OPEN OUTPUT EMPREST-FILE
                DISPLAY "1. Abrir emprestimo"
                DISPLAY "2. Consultar contrato"
                DISPLAY "3. Relatorio de inadimplencia"
                DISPLAY "4. Cotar quitacao antecipada"
                DISPLAY "5. Quitar contrato"
                DISPLAY "6. Amortizacao parcial"
                DISPLAY "7. Lancar multa e mora com vigencia"
                DISPLAY "8. Listar historico de multa e mora"
                DISPLAY "9. Aprovar ou rejeitar multa e mora pendente"
                DISPLAY "10. Sair"
                DISPLAY "Digite a opcao desejada:"
                ACCEPT WSS-OpcaoMenu

                    WHEN 3
                        PERFORM RelatorioInadimplencia
                    WHEN 4
                        PERFORM CotarQuitacao THRU CotarQuitacao-Fim
                    WHEN 5
                        PERFORM QuitarContrato THRU QuitarContrato-Fim
                    WHEN 6
                        PERFORM AmortizarParcial
                            THRU AmortizarParcial-Fim
                    WHEN 7
                        PERFORM LancarEncargos
                        PERFORM CarregarEncargos
                    WHEN 8
                        PERFORM ListarEncargos
                    WHEN 9
                        PERFORM AprovarPendente
                            THRU AprovarPendente-Fim
                        PERFORM CarregarEncargos
                    WHEN 10
                        DISPLAY "Saindo do programa."
                        MOVE "N" TO WSS-Continuar
                    WHEN OTHER
           PERFORM CalcularPrestacao
           MOVE WSS-Prestacao TO WSS-ValorEd
           DISPLAY "Prestacao calculada (Price): " WSS-ValorEd
           DISPLAY "Consignado em folha - matricula (0 = nao): "
           ACCEPT WSS-MatriculaConsig
           IF WSS-MatriculaConsig > ZEROS
               PERFORM ConferirMargemConsignavel
                   THRU ConferirMargemConsignavel-Fim
               IF WSS-MargemOk = "N"
                   DISPLAY "Contratacao cancelada."
                   GO TO ContratarEmprestimo-Fim
               END-IF
           END-IF
           DISPLAY "Confirma a contratacao (S/N): "
           ACCEPT WSS-Continuar
           IF WSS-Continuar NOT = "S" AND WSS-Continuar NOT = "s"
       ContratarEmprestimo-Fim.
           EXIT.

      * Margem consignavel: as parcelas em aberto dos contratos
      * ja consignados na matricula (uma por contrato) mais a
      * nova nao podem passar de 35% do liquido do salario,
      * descontados o INSS e o IRRF como na folha (CALCTRIB).
       ConferirMargemConsignavel.
           MOVE "N" TO WSS-MargemOk
           OPEN INPUT FUNCIONARIOS-FILE
           IF WSS-FS-FUNCIONARIOS NOT = "00"
               DISPLAY "Cadastro FUNCIONARIOS indisponivel. Status: "
                       WSS-FS-FUNCIONARIOS
               GO TO ConferirMargemConsignavel-Fim
           END-IF
           MOVE WSS-MatriculaConsig TO FUN-MATRICULA
           READ FUNCIONARIOS-FILE
               INVALID KEY
                   MOVE "X" TO WSS-MargemOk
           END-READ
           CLOSE FUNCIONARIOS-FILE
           IF WSS-MargemOk = "X"
               MOVE "N" TO WSS-MargemOk
               DISPLAY "Matricula nao cadastrada."
               GO TO ConferirMargemConsignavel-Fim
           END-IF
           IF FUN-DESLIGADO
               DISPLAY "Funcionario desligado em " FUN-DESLIGDATA
                       ". Consignado recusado."
               GO TO ConferirMargemConsignavel-Fim
           END-IF
           MOVE FUN-SALARIO TO BrutoFolha
           PERFORM CalcularDescontosLegais
           IF WSS-TabelaOk NOT = "S"
               DISPLAY "Sem tabela de INSS/IRRF vigente no "
                       "TRIBPARAM. Margem nao apurada."
               GO TO ConferirMargemConsignavel-Fim
           END-IF
           COMPUTE WSS-MargemConsig ROUNDED =
                   SalarioLiquido * WSS-PctMargem / 100

           MOVE ZEROS TO WSS-Comprometido
           MOVE ZEROS TO WSS-UltimoContrato
           MOVE "N" TO WSS-fim-emprest
           MOVE LOW-VALUES TO EMP-CHAVE
           START EMPREST-FILE KEY NOT < EMP-CHAVE
               INVALID KEY SET WSS-NAO-HA-MAIS-PARCELAS TO TRUE
           END-START
           PERFORM UNTIL WSS-NAO-HA-MAIS-PARCELAS
               READ EMPREST-FILE NEXT RECORD
                   AT END SET WSS-NAO-HA-MAIS-PARCELAS TO TRUE
                   NOT AT END
                       IF EMP-ABERTA
                          AND EMP-MATRICULA = WSS-MatriculaConsig
                          AND EMP-NUMERO NOT = WSS-UltimoContrato
                           ADD EMP-VLRPARCELA TO WSS-Comprometido
                           MOVE EMP-NUMERO TO WSS-UltimoContrato
                       END-IF
               END-READ
           END-PERFORM

           MOVE SalarioLiquido TO WSS-TotalEd
           DISPLAY "Funcionario: " FUN-NOME
           DISPLAY "Liquido do salario.......: " WSS-TotalEd
           MOVE WSS-MargemConsig TO WSS-TotalEd
           DISPLAY "Margem consignavel (35%).: " WSS-TotalEd
           MOVE WSS-Comprometido TO WSS-TotalEd
           DISPLAY "Ja comprometido..........: " WSS-TotalEd
           IF WSS-Comprometido + WSS-Prestacao > WSS-MargemConsig
               DISPLAY "Prestacao acima da margem consignavel."
               GO TO ConferirMargemConsignavel-Fim
           END-IF
           MOVE "S" TO WSS-MargemOk.
       ConferirMargemConsignavel-Fim.
           EXIT.

       CalcularDescontosLegais.
           MOVE FUN-DEPENDENTES TO WSS-Dependentes
           CALL "CALCTRIB" USING WSS-DataHoje BrutoFolha
                WSS-Dependentes WSS-Inss WSS-Irrf WSS-TabelaOk
           COMPUTE Desconto = WSS-Inss + WSS-Irrf
           COMPUTE SalarioLiquido = BrutoFolha - Desconto.

      * Mesma Price do EXERC-22: prestacao fixa, juros sobre o
      * saldo devedor e a ultima parcela quitando o saldo para
      * absorver as sobras de arredondamento.
               MOVE WSS-ProximoNumero TO EMP-NUMERO
               MOVE WSS-ContParcela TO EMP-PARCELA
               MOVE WSS-CodigoConta TO EMP-CONTA
               CALL "DIAUTIL" USING WSS-SentidoDiaUtil
                    WSS-Vencimento EMP-VENCIMENTO
               COMPUTE EMP-VLRPARCELA =
                       WSS-JurosParcela + WSS-AmortParcela
               MOVE WSS-JurosParcela TO EMP-JUROS
               MOVE WSS-AmortParcela TO EMP-AMORT
               MOVE "A" TO EMP-SITUACAO
               MOVE ZEROS TO EMP-DTPAGTO
               MOVE ZEROS TO EMP-MULTA EMP-MORA
               MOVE WSS-MatriculaConsig TO EMP-MATRICULA
               WRITE EMPREST-REG
                   INVALID KEY
                       DISPLAY "Erro ao gravar parcela "
                                   " valor " WSS-ValorEd
                                   " situacao " EMP-SITUACAO
                                   " pagto " EMP-DTPAGTO
                                   " matr " EMP-MATRICULA
                       END-IF
               END-READ
           END-PERFORM.
       RelatorioInadimplencia.
           MOVE ZEROS TO WSS-QtdVencidas
           MOVE ZEROS TO WSS-TotalVencido
           MOVE ZEROS TO WSS-TotalEncargos
           DISPLAY "------ INADIMPLENCIA EM " WSS-DataHoje
                   " ------"
           MOVE "N" TO WSS-fim-emprest
                   AT END SET WSS-NAO-HA-MAIS-PARCELAS TO TRUE
                   NOT AT END
                       IF EMP-ABERTA
                           CALL "DIAUTIL" USING WSS-SentidoDiaUtil
                                EMP-VENCIMENTO WSS-VencUtil
                           IF WSS-VencUtil < WSS-DataHoje
                               PERFORM ListarParcelaVencida
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           DISPLAY SPACE
           DISPLAY "Parcelas vencidas: " WSS-QtdVencidas
           MOVE WSS-TotalVencido TO WSS-TotalEd
           DISPLAY "Valor em atraso..: " WSS-TotalEd
           MOVE WSS-TotalEncargos TO WSS-TotalEd
           DISPLAY "Multa e mora.....: " WSS-TotalEd.

       ListarParcelaVencida.
           ADD 1 TO WSS-QtdVencidas
           ADD EMP-VLRPARCELA TO WSS-TotalVencido
           COMPUTE WSS-DiasAtraso =
                   FUNCTION INTEGER-OF-DATE (WSS-DataHoje) -
                   FUNCTION INTEGER-OF-DATE (WSS-VencUtil)
           MOVE WSS-DiasAtraso TO WSS-AtrasoEd
           MOVE EMP-VLRPARCELA TO WSS-ValorEd
           PERFORM CalcularEncargos
           ADD WSS-Encargos TO WSS-TotalEncargos
           DISPLAY "Contrato " EMP-NUMERO " parcela " EMP-PARCELA
                   " conta " EMP-CONTA " valor " WSS-ValorEd
                   " atraso " WSS-AtrasoEd " dias"
           MOVE WSS-MultaParcela TO WSS-MultaEd
           MOVE WSS-MoraParcela TO WSS-MoraEd
           MOVE WSS-Encargos TO WSS-ValorEd
           DISPLAY "    multa " WSS-MultaEd " mora " WSS-MoraEd
                   " encargos ate hoje " WSS-ValorEd.

      * Cotacao de liquidacao antecipada. Percorre as parcelas do
      * contrato e apura o principal em aberto (amortizacoes das
      * parcelas abertas), os juros integrais das parcelas ja
      * vencidas e os juros da parcela corrente - a primeira em
      * aberto com vencimento futuro - proporcionais aos dias
      * desde o vencimento anterior (30 dias antes). Os juros das
      * demais parcelas futuras sao abatidos.
       ApurarSaldoContrato.
           DISPLAY "Numero do contrato: "
           ACCEPT WSS-NumContrato
           MOVE "N" TO WSS-AchouContrato
           MOVE ZEROS TO WSS-SaldoPrincipal WSS-JurosDevidos
                         WSS-JurosProRata WSS-JurosCorrente
                         WSS-JurosPrimeira WSS-PrestacaoAtual
                         WSS-QtdAbertas WSS-QtdVencAbertas
                         WSS-PrimeiraAberta WSS-ParcelaCorrente
                         WSS-UltimaParcela WSS-VencCorrente
                         WSS-DiasCorridos WSS-EncargosAtraso
           MOVE "N" TO WSS-fim-emprest
           MOVE WSS-NumContrato TO EMP-NUMERO
           MOVE ZEROS TO EMP-PARCELA
           START EMPREST-FILE KEY NOT < EMP-CHAVE
               INVALID KEY SET WSS-NAO-HA-MAIS-PARCELAS TO TRUE
           END-START
           PERFORM UNTIL WSS-NAO-HA-MAIS-PARCELAS
               READ EMPREST-FILE NEXT RECORD
                   AT END SET WSS-NAO-HA-MAIS-PARCELAS TO TRUE
                   NOT AT END
                       IF EMP-NUMERO NOT = WSS-NumContrato
                           SET WSS-NAO-HA-MAIS-PARCELAS TO TRUE
                       ELSE
                           MOVE "S" TO WSS-AchouContrato
                           MOVE EMP-CONTA TO WSS-CodigoConta
                           MOVE EMP-PARCELA TO WSS-UltimaParcela
                           IF EMP-ABERTA
                               PERFORM SomarParcelaAberta
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           IF WSS-AchouContrato = "N"
               DISPLAY "Contrato nao cadastrado."
               GO TO ApurarSaldoContrato-Fim
           END-IF
           IF WSS-QtdAbertas = 0
               DISPLAY "Contrato " WSS-NumContrato
                       " sem parcelas em aberto."
               MOVE "N" TO WSS-AchouContrato
               GO TO ApurarSaldoContrato-Fim
           END-IF
           IF WSS-ParcelaCorrente > 0
               COMPUTE WSS-DiasCorridos =
                       FUNCTION INTEGER-OF-DATE (WSS-DataHoje) -
                       FUNCTION INTEGER-OF-DATE (WSS-VencCorrente)
                       + 30
               IF WSS-DiasCorridos < 0
                   MOVE ZEROS TO WSS-DiasCorridos
               END-IF
               IF WSS-DiasCorridos > 30
                   MOVE 30 TO WSS-DiasCorridos
               END-IF
               COMPUTE WSS-JurosProRata ROUNDED =
                       WSS-JurosCorrente * WSS-DiasCorridos / 30
           END-IF
           COMPUTE WSS-ValorQuitacao = WSS-SaldoPrincipal +
                   WSS-JurosDevidos + WSS-JurosProRata +
                   WSS-EncargosAtraso.
       ApurarSaldoContrato-Fim.
           EXIT.

       SomarParcelaAberta.
           ADD 1 TO WSS-QtdAbertas
           ADD EMP-AMORT TO WSS-SaldoPrincipal
           IF WSS-PrimeiraAberta = 0
               MOVE EMP-PARCELA TO WSS-PrimeiraAberta
               MOVE EMP-JUROS TO WSS-JurosPrimeira
               MOVE EMP-VLRPARCELA TO WSS-PrestacaoAtual
           END-IF
           IF EMP-VENCIMENTO NOT > WSS-DataHoje
               ADD 1 TO WSS-QtdVencAbertas
               ADD EMP-JUROS TO WSS-JurosDevidos
               PERFORM CalcularEncargos
               ADD WSS-Encargos TO WSS-EncargosAtraso
           ELSE
               IF WSS-ParcelaCorrente = 0
                   MOVE EMP-PARCELA TO WSS-ParcelaCorrente
                   MOVE EMP-VENCIMENTO TO WSS-VencCorrente
                   MOVE EMP-JUROS TO WSS-JurosCorrente
               END-IF
           END-IF.

       MostrarCotacao.
           DISPLAY "------ CONTRATO " WSS-NumContrato " CONTA "
                   WSS-CodigoConta " EM " WSS-DataHoje " ------"
           DISPLAY "Parcelas em aberto.......: " WSS-QtdAbertas
           DISPLAY "Parcelas ja vencidas.....: " WSS-QtdVencAbertas
           MOVE WSS-SaldoPrincipal TO WSS-TotalEd
           DISPLAY "Principal em aberto......: " WSS-TotalEd
           MOVE WSS-JurosDevidos TO WSS-TotalEd
           DISPLAY "Juros das vencidas.......: " WSS-TotalEd
           MOVE WSS-DiasCorridos TO WSS-DiasEd
           MOVE WSS-JurosProRata TO WSS-TotalEd
           DISPLAY "Juros pro rata (" WSS-DiasEd " dias)..: "
                   WSS-TotalEd
           MOVE WSS-EncargosAtraso TO WSS-TotalEd
           DISPLAY "Multa e mora das vencidas: " WSS-TotalEd
           MOVE WSS-ValorQuitacao TO WSS-TotalEd
           DISPLAY "Valor para quitacao......: " WSS-TotalEd.

       CotarQuitacao.
           PERFORM ApurarSaldoContrato THRU ApurarSaldoContrato-Fim
           IF WSS-AchouContrato = "N"
               GO TO CotarQuitacao-Fim
           END-IF
           PERFORM MostrarCotacao.
       CotarQuitacao-Fim.
           EXIT.

      * Quitacao: debita o valor da cotacao da conta do tomador
      * (ate o limite de cheque especial, como no exerc-44-par),
      * grava AUDITORIA44 operacao LQ (multa e mora das vencidas
      * em linha propria, operacao EM) e baixa as parcelas em
      * aberto com a data de hoje. A parcela corrente fica com os
      * juros pro rata e as futuras sem juros, de modo que o
      * quadro pago bate com o valor debitado.
       QuitarContrato.
           PERFORM ApurarSaldoContrato THRU ApurarSaldoContrato-Fim
           IF WSS-AchouContrato = "N"
               GO TO QuitarContrato-Fim
           END-IF
           PERFORM MostrarCotacao
           MOVE WSS-ValorQuitacao TO WSS-ValorMovimento
           PERFORM ValidarDebitoConta THRU ValidarDebitoConta-Fim
           IF WSS-AchouContrato = "N"
               GO TO QuitarContrato-Fim
           END-IF
           DISPLAY "Confirma a quitacao (S/N): "
           ACCEPT WSS-Confirma
           IF WSS-Confirma NOT = "S" AND WSS-Confirma NOT = "s"
               DISPLAY "Quitacao cancelada."
               GO TO QuitarContrato-Fim
           END-IF
           PERFORM DebitarConta
           COMPUTE WSS-ValorMovimento =
                   WSS-ValorQuitacao - WSS-EncargosAtraso
           MOVE "LQ" TO WSS-OpAudit
           PERFORM RegistrarAuditoria44
           IF WSS-EncargosAtraso > ZEROS
               MOVE WSS-EncargosAtraso TO WSS-ValorMovimento
               MOVE "EM" TO WSS-OpAudit
               PERFORM RegistrarAuditoria44
           END-IF
           PERFORM BaixarParcelasAbertas
           DISPLAY "Contrato " WSS-NumContrato " quitado.".
       QuitarContrato-Fim.
           EXIT.

       BaixarParcelasAbertas.
           MOVE "N" TO WSS-fim-emprest
           MOVE WSS-NumContrato TO EMP-NUMERO
           MOVE ZEROS TO EMP-PARCELA
           START EMPREST-FILE KEY NOT < EMP-CHAVE
               INVALID KEY SET WSS-NAO-HA-MAIS-PARCELAS TO TRUE
           END-START
           PERFORM UNTIL WSS-NAO-HA-MAIS-PARCELAS
               READ EMPREST-FILE NEXT RECORD
                   AT END SET WSS-NAO-HA-MAIS-PARCELAS TO TRUE
                   NOT AT END
                       IF EMP-NUMERO NOT = WSS-NumContrato
                           SET WSS-NAO-HA-MAIS-PARCELAS TO TRUE
                       ELSE
                           IF EMP-ABERTA
                               PERFORM BaixarParcela
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

       BaixarParcela.
           PERFORM CalcularEncargos
           MOVE WSS-MultaParcela TO EMP-MULTA
           MOVE WSS-MoraParcela TO EMP-MORA
           IF EMP-PARCELA = WSS-ParcelaCorrente
               MOVE WSS-JurosProRata TO EMP-JUROS
           ELSE
               IF EMP-VENCIMENTO > WSS-DataHoje
                   MOVE ZEROS TO EMP-JUROS
               END-IF
           END-IF
           COMPUTE EMP-VLRPARCELA = EMP-AMORT + EMP-JUROS
           MOVE "P" TO EMP-SITUACAO
           MOVE WSS-DataHoje TO EMP-DTPAGTO
           REWRITE EMPREST-REG
           MOVE "REWRITE" TO WSS-TfsOperacao
           MOVE "EMPRESTIMOS" TO WSS-TfsArquivo
           CALL "TRATAFS" USING WSS-TfsPrograma
                WSS-TfsArquivo WSS-TfsOperacao WSS-FS-EMPREST.

      * Amortizacao parcial: so com as parcelas vencidas em dia. O
      * valor abate o principal e as parcelas restantes sao
      * recalculadas pela mesma Price, com a taxa do contrato
      * deduzida dos juros da primeira parcela em aberto sobre o
      * principal. Reduzindo o prazo, a nova quantidade e a menor
      * cuja prestacao nao passa da atual e as parcelas que
      * sobram sao excluidas; reduzindo a parcela, o prazo fica.
       AmortizarParcial.
           PERFORM ApurarSaldoContrato THRU ApurarSaldoContrato-Fim
           IF WSS-AchouContrato = "N"
               GO TO AmortizarParcial-Fim
           END-IF
           IF WSS-QtdVencAbertas > 0
               DISPLAY "Contrato com parcelas vencidas em aberto. "
                       "Regularize antes de amortizar."
               GO TO AmortizarParcial-Fim
           END-IF
           PERFORM MostrarCotacao
           DISPLAY "Valor a amortizar: "
           ACCEPT WSS-ValorAmortizar
           IF WSS-ValorAmortizar = 0
              OR WSS-ValorAmortizar NOT < WSS-SaldoPrincipal
               DISPLAY "Valor invalido. Para liquidar todo o saldo "
                       "use a quitacao."
               GO TO AmortizarParcial-Fim
           END-IF
           MOVE WSS-ValorAmortizar TO WSS-ValorMovimento
           PERFORM ValidarDebitoConta THRU ValidarDebitoConta-Fim
           IF WSS-AchouContrato = "N"
               GO TO AmortizarParcial-Fim
           END-IF
           COMPUTE WSS-TaxaMensal ROUNDED =
                   WSS-JurosPrimeira * 100 / WSS-SaldoPrincipal
           COMPUTE WSS-ValorEmprestimo =
                   WSS-SaldoPrincipal - WSS-ValorAmortizar
           DISPLAY "1. Reduzir o prazo (mantem a prestacao)"
           DISPLAY "2. Reduzir a prestacao (mantem o prazo)"
           DISPLAY "Digite a opcao desejada:"
           ACCEPT WSS-ModoAmortizacao
           PERFORM UNTIL WSS-ModoAmortizacao = 1
                      OR WSS-ModoAmortizacao = 2
               DISPLAY "Opcao invalida. Informe 1 ou 2: "
               ACCEPT WSS-ModoAmortizacao
           END-PERFORM
           IF WSS-ModoAmortizacao = 2
               MOVE WSS-QtdAbertas TO WSS-QtdParcelas
               PERFORM CalcularPrestacao
           ELSE
               MOVE 1 TO WSS-QtdParcelas
               PERFORM CalcularPrestacao
               PERFORM UNTIL WSS-Prestacao NOT > WSS-PrestacaoAtual
                          OR WSS-QtdParcelas NOT < WSS-QtdAbertas
                   ADD 1 TO WSS-QtdParcelas
                   PERFORM CalcularPrestacao
               END-PERFORM
           END-IF
           MOVE WSS-Prestacao TO WSS-ValorEd
           DISPLAY "Novo saldo em " WSS-QtdParcelas
                   " parcela(s) de " WSS-ValorEd
           DISPLAY "Confirma a amortizacao (S/N): "
           ACCEPT WSS-Confirma
           IF WSS-Confirma NOT = "S" AND WSS-Confirma NOT = "s"
               DISPLAY "Amortizacao cancelada."
               GO TO AmortizarParcial-Fim
           END-IF
           PERFORM DebitarConta
           MOVE "AE" TO WSS-OpAudit
           PERFORM RegistrarAuditoria44
           PERFORM RecalcularQuadro
           DISPLAY "Contrato " WSS-NumContrato " recalculado.".
       AmortizarParcial-Fim.
           EXIT.

      * Regrava as parcelas abertas (contiguas a partir da
      * primeira em aberto) com a nova Price, mantendo os
      * vencimentos; as que passam da nova quantidade saem do
      * quadro.
       RecalcularQuadro.
           MOVE WSS-ValorEmprestimo TO WSS-SaldoDevedor
           PERFORM VARYING WSS-ContParcela FROM 1 BY 1
                   UNTIL WSS-ContParcela > WSS-QtdAbertas
               MOVE WSS-NumContrato TO EMP-NUMERO
               COMPUTE EMP-PARCELA =
                       WSS-PrimeiraAberta + WSS-ContParcela - 1
               READ EMPREST-FILE
                   INVALID KEY
                       DISPLAY "Parcela " EMP-PARCELA
                               " nao encontrada. Status: "
                               WSS-FS-EMPREST
                   NOT INVALID KEY
                       IF WSS-ContParcela > WSS-QtdParcelas
                           DELETE EMPREST-FILE RECORD
                           MOVE "DELETE" TO WSS-TfsOperacao
                           MOVE "EMPRESTIMOS" TO WSS-TfsArquivo
                           CALL "TRATAFS" USING WSS-TfsPrograma
                                WSS-TfsArquivo WSS-TfsOperacao
                                WSS-FS-EMPREST
                       ELSE
                           PERFORM RegravarParcela
                       END-IF
               END-READ
           END-PERFORM.

       RegravarParcela.
           COMPUTE WSS-JurosParcela ROUNDED =
                   WSS-SaldoDevedor * WSS-TaxaMensal / 100
           COMPUTE WSS-AmortParcela ROUNDED =
                   WSS-Prestacao - WSS-JurosParcela
           IF WSS-ContParcela = WSS-QtdParcelas
               MOVE WSS-SaldoDevedor TO WSS-AmortParcela
           END-IF
           SUBTRACT WSS-AmortParcela FROM WSS-SaldoDevedor
           COMPUTE EMP-VLRPARCELA =
                   WSS-JurosParcela + WSS-AmortParcela
           MOVE WSS-JurosParcela TO EMP-JUROS
           MOVE WSS-AmortParcela TO EMP-AMORT
           REWRITE EMPREST-REG
           MOVE "REWRITE" TO WSS-TfsOperacao
           MOVE "EMPRESTIMOS" TO WSS-TfsArquivo
           CALL "TRATAFS" USING WSS-TfsPrograma
                WSS-TfsArquivo WSS-TfsOperacao WSS-FS-EMPREST.

      * Le a conta do tomador e confere se o valor do movimento
      * cabe no saldo mais o limite de cheque especial; devolve
      * WSS-AchouContrato "N" quando o debito nao pode ser feito.
       ValidarDebitoConta.
           MOVE WSS-CodigoConta TO CLI-CODIGO
           READ CLIENTES-FILE
               INVALID KEY
                   MOVE "N" TO WSS-AchouContrato
                   DISPLAY "Conta " WSS-CodigoConta
                           " nao cadastrada."
           END-READ
           IF WSS-AchouContrato = "N"
               GO TO ValidarDebitoConta-Fim
           END-IF
           IF CLI-BLOQUEADA
               MOVE "N" TO WSS-AchouContrato
               DISPLAY "CONTA BLOQUEADA: debito recusado."
               GO TO ValidarDebitoConta-Fim
           END-IF
           CALL "LIMCHEQ" USING CLI-CODIGO WSS-LimiteConta
           COMPUTE WSS-Disponivel = CLI-SALDO + WSS-LimiteConta
           IF WSS-ValorMovimento > WSS-Disponivel
               MOVE "N" TO WSS-AchouContrato
               DISPLAY "Saldo insuficiente na conta "
                       WSS-CodigoConta "."
           END-IF.
       ValidarDebitoConta-Fim.
           EXIT.

       DebitarConta.
           SUBTRACT WSS-ValorMovimento FROM CLI-SALDO
           REWRITE CLIENTE-REG
           MOVE "REWRITE" TO WSS-TfsOperacao
           MOVE "CLIENTES" TO WSS-TfsArquivo
           CALL "TRATAFS" USING WSS-TfsPrograma
                WSS-TfsArquivo WSS-TfsOperacao WSS-FS-CLIENTES.

      * Mesmo calculo do exerc-44-par: multa unica sobre a
      * parcela e mora por dia corrido desde o vencimento (o dia
      * util seguinte, se venceu em dia nao util), pelo
      * MORAPARAM vigente hoje.
       CalcularEncargos.
           MOVE ZEROS TO WSS-MultaParcela WSS-MoraParcela
                         WSS-Encargos
           CALL "DIAUTIL" USING WSS-SentidoDiaUtil EMP-VENCIMENTO
                WSS-VencUtil
           IF WSS-VencUtil < WSS-DataHoje
               COMPUTE WSS-DiasAtraso =
                       FUNCTION INTEGER-OF-DATE (WSS-DataHoje) -
                       FUNCTION INTEGER-OF-DATE (WSS-VencUtil)
               COMPUTE WSS-MultaParcela ROUNDED =
                       EMP-VLRPARCELA * WSS-PctMulta / 100
               COMPUTE WSS-MoraParcela ROUNDED =
                       EMP-VLRPARCELA * WSS-PctMoraDia / 100
                       * WSS-DiasAtraso
               COMPUTE WSS-Encargos =
                       WSS-MultaParcela + WSS-MoraParcela
           END-IF.

       CarregarEncargos.
           MOVE "N" TO WSS-MoraCarregada
           MOVE ZEROS TO WSS-PctMulta WSS-PctMoraDia
                         WSS-VigenciaMora
           OPEN INPUT MORA-FILE
           IF WSS-FS-MORA = "35"
               CONTINUE
           ELSE
               MOVE "N" TO WSS-fim-mora
               READ MORA-FILE
                   AT END SET WSS-NAO-HA-MAIS-MORA TO TRUE
               END-READ
               PERFORM UNTIL WSS-NAO-HA-MAIS-MORA
                   IF MRP-VIGENCIA NOT > WSS-DataHoje
                      AND MRP-APROVADA
                      AND MRP-VIGENCIA NOT < WSS-VigenciaMora
                       MOVE MRP-MULTA TO WSS-PctMulta
                       MOVE MRP-JUROSDIA TO WSS-PctMoraDia
                       MOVE MRP-VIGENCIA TO WSS-VigenciaMora
                       MOVE "S" TO WSS-MoraCarregada
                   END-IF
                   READ MORA-FILE
                       AT END SET WSS-NAO-HA-MAIS-MORA TO TRUE
                   END-READ
               END-PERFORM
               CLOSE MORA-FILE
           END-IF.

       LancarEncargos.
           DISPLAY "Multa por atraso em % da parcela (ex: 02.00): "
           ACCEPT WSS-MultaInformada
           DISPLAY "Juros de mora em % ao dia (ex: 0.0330): "
           ACCEPT WSS-MoraInformada
           DISPLAY "Data de vigencia (AAAAMMDD): "
           ACCEPT WSS-VigInformada
           OPEN EXTEND MORA-FILE
           IF WSS-FS-MORA NOT = "00"
               CLOSE MORA-FILE
               OPEN OUTPUT MORA-FILE
           END-IF
           IF WSS-FS-MORA NOT = "00"
               DISPLAY "Nao foi possivel gravar em MORAPARAM. "
                       "Status: " WSS-FS-MORA
           ELSE
               MOVE WSS-MultaInformada TO MRP-MULTA
               MOVE WSS-MoraInformada TO MRP-JUROSDIA
               MOVE WSS-VigInformada TO MRP-VIGENCIA
               MOVE WSS-Operador TO MRP-LANCADOR
               MOVE WSS-DataHoje TO MRP-LANCDATA
               ACCEPT WSS-Hora8 FROM TIME
               MOVE WSS-Hora8 (1:6) TO MRP-LANCHORA
               MOVE "P" TO MRP-SITUACAO
               MOVE ZEROS TO MRP-APROVADOR
               MOVE ZEROS TO MRP-APRDATA
               WRITE MORAPAR-REG
               CLOSE MORA-FILE
               DISPLAY "Encargos gravados com vigencia "
                       WSS-VigInformada ", pendentes de aprovacao."
           END-IF.

       ListarEncargos.
           MOVE ZEROS TO WSS-QtdListados
           OPEN INPUT MORA-FILE
           IF WSS-FS-MORA = "35"
               DISPLAY "Arquivo MORAPARAM nao encontrado."
           ELSE
               DISPLAY "------ MULTA E MORA POR ATRASO ------"
               MOVE "N" TO WSS-fim-mora
               READ MORA-FILE
                   AT END SET WSS-NAO-HA-MAIS-MORA TO TRUE
               END-READ
               PERFORM UNTIL WSS-NAO-HA-MAIS-MORA
                   DISPLAY "Multa " MRP-MULTA " % mora "
                           MRP-JUROSDIA " % a.d. vigencia "
                           MRP-VIGENCIA " situacao " MRP-SITUACAO
                   ADD 1 TO WSS-QtdListados
                   READ MORA-FILE
                       AT END SET WSS-NAO-HA-MAIS-MORA TO TRUE
                   END-READ
               END-PERFORM
               CLOSE MORA-FILE
               DISPLAY "Registros no historico: " WSS-QtdListados
           END-IF.

      * Aprovacao: so com AP (ou tudo) no perfil, e nunca por
      * quem lancou os encargos. A decisao vai como copia do
      * registro lancado, com situacao A ou R, o aprovador e a
      * data. Os encargos em vigor sao os do CarregarEncargos.
       AprovarPendente.
           CALL "OPERAUTH" USING WSS-Operador WSS-AutPrograma
                WSS-AutFuncao WSS-AutAutorizado
           IF WSS-AutAutorizado NOT = "S"
               DISPLAY "Operador sem autorizacao para aprovar "
                       "parametros."
               GO TO AprovarPendente-Fim
           END-IF
           PERFORM CarregarPendentes
           IF WSS-QtdPendentes = ZEROS
               DISPLAY "Nenhuma multa e mora pendente de aprovacao."
               GO TO AprovarPendente-Fim
           END-IF
           DISPLAY "------ MULTA E MORA PENDENTES ------"
           DISPLAY "Em vigor: multa " WSS-PctMulta " % mora "
                   WSS-PctMoraDia " % a.d. vigencia "
                   WSS-VigenciaMora
           PERFORM VARYING WSS-IndPen FROM 1 BY 1
                   UNTIL WSS-IndPen > WSS-QtdPendentes
               DISPLAY WSS-IndPen ". Multa " pen-multa (WSS-IndPen)
                       " % mora " pen-jurosdia (WSS-IndPen)
                       " % a.d. vigencia " pen-vigencia (WSS-IndPen)
               DISPLAY "    lancada por " pen-lancador (WSS-IndPen)
                       " em " pen-lancdata (WSS-IndPen)
           END-PERFORM
           DISPLAY "Numero do lancamento a decidir (0 = nenhum): "
           ACCEPT WSS-NumeroEscolhido
           IF WSS-NumeroEscolhido = ZEROS
              OR WSS-NumeroEscolhido > WSS-QtdPendentes
               DISPLAY "Nada decidido."
               GO TO AprovarPendente-Fim
           END-IF
           MOVE WSS-NumeroEscolhido TO WSS-IndPen
           IF pen-lancador (WSS-IndPen) = WSS-Operador
               DISPLAY "Quem lancou os encargos nao pode aprova-los. "
                       "Nada decidido."
               GO TO AprovarPendente-Fim
           END-IF
           DISPLAY "A aprova, R rejeita: "
           ACCEPT WSS-Decisao
           IF WSS-Decisao NOT = "A" AND WSS-Decisao NOT = "R"
               DISPLAY "Decisao invalida. Nada decidido."
               GO TO AprovarPendente-Fim
           END-IF
           OPEN EXTEND MORA-FILE
           IF WSS-FS-MORA NOT = "00"
               DISPLAY "Nao foi possivel gravar MORAPARAM. "
                       "Status: " WSS-FS-MORA
           ELSE
               MOVE pen-multa (WSS-IndPen) TO MRP-MULTA
               MOVE pen-jurosdia (WSS-IndPen) TO MRP-JUROSDIA
               MOVE pen-vigencia (WSS-IndPen) TO MRP-VIGENCIA
               MOVE pen-lancador (WSS-IndPen) TO MRP-LANCADOR
               MOVE pen-lancdata (WSS-IndPen) TO MRP-LANCDATA
               MOVE pen-lanchora (WSS-IndPen) TO MRP-LANCHORA
               MOVE WSS-Decisao TO MRP-SITUACAO
               MOVE WSS-Operador TO MRP-APROVADOR
               MOVE WSS-DataHoje TO MRP-APRDATA
               WRITE MORAPAR-REG
               CLOSE MORA-FILE
               IF WSS-Decisao = "A"
                   DISPLAY "Encargos aprovados; valem a partir de "
                           pen-vigencia (WSS-IndPen) "."
               ELSE
                   DISPLAY "Encargos rejeitados."
               END-IF
           END-IF.
       AprovarPendente-Fim.
           EXIT.

      * Pendente e o registro P que ainda nao tem copia decidida
      * (A ou R) do mesmo lancamento.
       CarregarPendentes.
           MOVE ZEROS TO WSS-QtdLidas
           OPEN INPUT MORA-FILE
           IF WSS-FS-MORA = "35"
               CONTINUE
           ELSE
               MOVE "N" TO WSS-fim-mora
               READ MORA-FILE
                   AT END SET WSS-NAO-HA-MAIS-MORA TO TRUE
               END-READ
               PERFORM UNTIL WSS-NAO-HA-MAIS-MORA
                   IF MRP-PENDENTE
                       IF WSS-QtdLidas < 50
                           ADD 1 TO WSS-QtdLidas
                           MOVE WSS-QtdLidas TO WSS-IndPen
                           MOVE MRP-MULTA
                                TO pen-multa (WSS-IndPen)
                           MOVE MRP-JUROSDIA
                                TO pen-jurosdia (WSS-IndPen)
                           MOVE MRP-VIGENCIA
                                TO pen-vigencia (WSS-IndPen)
                           MOVE MRP-LANCADOR
                                TO pen-lancador (WSS-IndPen)
                           MOVE MRP-LANCDATA
                                TO pen-lancdata (WSS-IndPen)
                           MOVE MRP-LANCHORA
                                TO pen-lanchora (WSS-IndPen)
                           MOVE "N" TO pen-decidida (WSS-IndPen)
                       ELSE
                           DISPLAY "Limite de 50 lancamentos "
                                   "pendentes atingido."
                       END-IF
                   ELSE
                       IF MRP-SITUACAO NOT = SPACE
                           PERFORM BaixarPendente
                       END-IF
                   END-IF
                   READ MORA-FILE
                       AT END SET WSS-NAO-HA-MAIS-MORA TO TRUE
                   END-READ
               END-PERFORM
               CLOSE MORA-FILE
           END-IF
           MOVE ZEROS TO WSS-QtdPendentes
           PERFORM VARYING WSS-IndPen FROM 1 BY 1
                   UNTIL WSS-IndPen > WSS-QtdLidas
               IF pen-decidida (WSS-IndPen) = "N"
                   ADD 1 TO WSS-QtdPendentes
                   MOVE MORA-PENDENTE (WSS-IndPen)
                        TO MORA-PENDENTE (WSS-QtdPendentes)
               END-IF
           END-PERFORM.

       BaixarPendente.
           PERFORM VARYING WSS-IndPen FROM 1 BY 1
                   UNTIL WSS-IndPen > WSS-QtdLidas
               IF pen-vigencia (WSS-IndPen) = MRP-VIGENCIA
                  AND pen-lancador (WSS-IndPen) = MRP-LANCADOR
                  AND pen-lancdata (WSS-IndPen) = MRP-LANCDATA
                  AND pen-lanchora (WSS-IndPen) = MRP-LANCHORA
                   MOVE "S" TO pen-decidida (WSS-IndPen)
               END-IF
           END-PERFORM.

       ApurarProximoNumero.
           MOVE 1 TO WSS-ProximoNumero
                  WSS-Operador             DELIMITED BY SIZE
                  INTO WSS-REG-AUDITORIA
           END-STRING
           WRITE WSS-REG-AUDITORIA
           CALL "GRAVAMCT" USING WSS-REG-AUDITORIA WSS-MctGravado.
      *wrun32 exerc-44-emp
