       IDENTIFICATION DIVISION.
       PROGRAM-ID. Exerc-43-Rat.
       AUTHOR. JOAO_PAULO.

      * Rateio da folha por centro de custo, passo seguinte ao
      * exerc-43-fol na janela noturna (BATCHSEQ): para a
      * competencia corrente soma, pelo centro de custo de cada
      * matricula em FUNCIONARIOS (FUN-CCUSTO), o bruto da folha
      * no GANHOSANO (FO, HE e CO), as horas extras e adicionais
      * (HE), os encargos do empregador sobre o bruto (INSS
      * patronal de 20% e FGTS de 8%) e o numero de
      * funcionarios na folha, e confronta o custo (bruto mais
      * encargos) com o orcamento mensal de pessoal do centro no
      * CENTROCUSTO (exerc-43-ccu). Centro de loja mostra ainda o
      * faturamento da loja na competencia - orcado no ORCAPARAM
      * (ultimo registro da loja e competencia) e realizado no
      * livro FATURALEDG (linha antiga sem letra vale loja A) - e
      * quanto a folha pesa sobre o realizado. Matricula sem
      * centro, ou com centro fora do cadastro, vai para a linha
      * SEM CENTRO. Sem lancamento da folha na competencia o passo
      * termina com erro.

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
           SELECT CCUSTO-FILE ASSIGN TO "CENTROCUSTO"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS CCU-CODIGO
               FILE STATUS IS WSS-FS-CCUSTO.
           SELECT ORCA-FILE ASSIGN TO "ORCAPARAM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WSS-FS-ORCA.
           SELECT LEDGER-FILE ASSIGN TO "FATURALEDG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WSS-FS-LEDGER.

       DATA DIVISION.
       FILE SECTION.
       FD  GANHOS-FILE.
           COPY "GANHOS.CPY".

       FD  FUNCIONARIOS-FILE.
           COPY "FUNCION.CPY".

       FD  CCUSTO-FILE.
           COPY "CCUSTO.CPY".

       FD  ORCA-FILE.
           COPY "ORCAMENTO.CPY".

       FD  LEDGER-FILE.
       01  WSS-REG-LEDGER           PIC X(40).

       WORKING-STORAGE SECTION.
       77  WSS-FS-GANHOS        PIC X(02).
       77  WSS-FS-FUNCIONARIOS  PIC X(02).
       77  WSS-FS-CCUSTO        PIC X(02).
       77  WSS-FS-ORCA          PIC X(02).
       77  WSS-FS-LEDGER        PIC X(02).
       77  WSS-LogPrograma      PIC X(12) VALUE "EXERC-43-RAT".
       77  WSS-LogEvento        PIC X(01).
       77  WSS-LogLidos         PIC 9(7) VALUE ZEROS.
       77  WSS-LogGravados      PIC 9(7) VALUE ZEROS.
       77  WSS-LogRejeitados    PIC 9(7) VALUE ZEROS.
       77  WSS-LogRetorno       PIC X(02) VALUE "OK".
       77  WSS-TfsPrograma      PIC X(12) VALUE "exerc-43-rat".
       77  WSS-TfsArquivo       PIC X(12).
       77  WSS-TfsOperacao      PIC X(10).
       77  WSS-fim-arquivo      PIC X(01) VALUE "N".
           88 WSS-NAO-HA-MAIS-GANHOS  VALUE "S".
       77  WSS-fim-leitura      PIC X(01).
           88 WSS-NAO-HA-MAIS-REGISTROS  VALUE "S".
       77  WSS-DataHoje         PIC 9(8).
       77  WSS-Competencia      PIC 9(6).
       77  WSS-QtdLancamentos   PIC 9(7) VALUE ZEROS.
       77  WSS-QtdSemCentro     PIC 9(5) VALUE ZEROS.

      * Encargos do empregador sobre o bruto da folha.
       77  WSS-PctInssPatronal  PIC 9(2)V99 VALUE 20.00.
       77  WSS-PctFgts          PIC 9(2)V99 VALUE 08.00.

       01  WSS-LINHA-LIDA.
           05  LIN-PREFIXO      PIC X(19).
           05  LIN-DATA         PIC X(8).
           05  FILLER           PIC X(02).
           05  LIN-VALOR        PIC X(7).
           05  FILLER           PIC X(04).
       01  WSS-LINHA-LOJA REDEFINES WSS-LINHA-LIDA.
           05  LOJ-PREFIXO      PIC X(16).
           05  LOJ-LOJA         PIC X(1).
           05  FILLER           PIC X(1).
           05  LOJ-DATA         PIC X(8).
           05  FILLER           PIC X(2).
           05  LOJ-VALOR        PIC X(7).
           05  FILLER           PIC X(05).
       77  WSS-LojaLinha        PIC X(01).
       77  WSS-ValorDia         PIC 9(7).
       77  WSS-DataDia          PIC 9(8).
       77  WSS-CompetDia        PIC 9(6).

       77  WSS-IndCen           PIC 9(3).
       77  WSS-QtdCentros       PIC 9(3) VALUE ZEROS.
       77  WSS-AchouCentro      PIC X(01).
       77  WSS-CentroProcurado  PIC X(04).
       01  TABELA-CENTROS.
           05  CENTRO-CUSTO OCCURS 100 TIMES.
               10  cen-codigo        PIC X(04).
               10  cen-descricao     PIC X(30).
               10  cen-tipo          PIC X(01).
               10  cen-loja          PIC X(01).
               10  cen-orcamento     PIC 9(7)V99.
               10  cen-qtd           PIC 9(5).
               10  cen-bruto         PIC 9(9)V99.
               10  cen-extras        PIC 9(9)V99.
               10  cen-encargos      PIC 9(9)V99.

       77  WSS-IndLoja          PIC 9(2).
       77  WSS-QtdLojas         PIC 9(2) VALUE ZEROS.
       77  WSS-AchouLoja        PIC X(01).
       01  TABELA-LOJAS.
           05  LOJA-CENTRO OCCURS 20 TIMES.
               10  loj-letra         PIC X(01).
               10  loj-orcado        PIC 9(9).
               10  loj-realizado     PIC 9(9).

       77  WSS-Custo            PIC 9(9)V99.
       77  WSS-Variacao         PIC S9(9)V99.
       77  WSS-PercOrcamento    PIC 9(5)V99.
       77  WSS-PercFaturamento  PIC 9(5)V99.
       77  WSS-TotalQtd         PIC 9(5) VALUE ZEROS.
       77  WSS-TotalBruto       PIC 9(9)V99 VALUE ZEROS.
       77  WSS-TotalExtras      PIC 9(9)V99 VALUE ZEROS.
       77  WSS-TotalEncargos    PIC 9(9)V99 VALUE ZEROS.
       77  WSS-TotalCusto       PIC 9(9)V99 VALUE ZEROS.
       77  WSS-TotalOrcamento   PIC 9(9)V99 VALUE ZEROS.
       77  WSS-ValorEd          PIC zzzzzzzz9.99.
       77  WSS-ValorEd2         PIC zzzzzzzz9.99.
       77  WSS-ValorEd3         PIC zzzzzzzz9.99.
       77  WSS-VariacaoEd       PIC -(9)9.99.
       77  WSS-PercEd           PIC zzzz9.99.

       PROCEDURE DIVISION.
       Inicio.
           MOVE "I" TO WSS-LogEvento
           CALL "GRAVALOG" USING WSS-LogPrograma WSS-LogEvento
                WSS-LogLidos WSS-LogGravados WSS-LogRejeitados
                WSS-LogRetorno

           ACCEPT WSS-DataHoje FROM DATE YYYYMMDD
           COMPUTE WSS-Competencia = WSS-DataHoje / 100

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

           PERFORM CarregarCentros
           PERFORM AcumularFolha
           CLOSE FUNCIONARIOS-FILE
           IF WSS-QtdLancamentos = ZEROS
               DISPLAY "Nenhum lancamento da folha de "
                       WSS-Competencia " no GANHOSANO. Rode o "
                       "exerc-43-fol antes."
               MOVE "ER" TO WSS-LogRetorno
               PERFORM GravarFimLog
               GO TO Encerramento
           END-IF

           IF WSS-QtdLojas > ZEROS
               PERFORM CarregarOrcamentoLojas
               PERFORM CarregarFaturamentoLojas
           END-IF

           DISPLAY "------ RATEIO DA FOLHA POR CENTRO DE CUSTO - "
                   WSS-Competencia " ------"
           PERFORM VARYING WSS-IndCen FROM 1 BY 1
                   UNTIL WSS-IndCen > WSS-QtdCentros
               IF cen-qtd (WSS-IndCen) > ZEROS
                  OR cen-orcamento (WSS-IndCen) > ZEROS
                   PERFORM MostrarCentro
               END-IF
           END-PERFORM

           DISPLAY "------ TOTAL DA FOLHA ------"
           DISPLAY "Funcionarios na folha...: " WSS-TotalQtd
           MOVE WSS-TotalBruto TO WSS-ValorEd
           DISPLAY "Bruto...................: R$ " WSS-ValorEd
           MOVE WSS-TotalExtras TO WSS-ValorEd
           DISPLAY "  horas e adicionais....: R$ " WSS-ValorEd
           MOVE WSS-TotalEncargos TO WSS-ValorEd
           DISPLAY "Encargos do empregador..: R$ " WSS-ValorEd
           MOVE WSS-TotalCusto TO WSS-ValorEd
           DISPLAY "Custo total.............: R$ " WSS-ValorEd
           MOVE WSS-TotalOrcamento TO WSS-ValorEd
           DISPLAY "Orcamento total.........: R$ " WSS-ValorEd
           COMPUTE WSS-Variacao = WSS-TotalOrcamento - WSS-TotalCusto
           MOVE WSS-Variacao TO WSS-VariacaoEd
           DISPLAY "Saldo do orcamento......: R$ " WSS-VariacaoEd
           IF WSS-QtdSemCentro > ZEROS
               DISPLAY "Lancamentos sem centro..: " WSS-QtdSemCentro
                       " (acerte o centro no exerc-43-man)"
           END-IF

           MOVE WSS-QtdLancamentos TO WSS-LogLidos
           MOVE WSS-QtdCentros TO WSS-LogGravados
           MOVE WSS-QtdSemCentro TO WSS-LogRejeitados
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

      * Centros do cadastro, mais a linha SEM CENTRO no fim da
      * tabela; cada loja de centro entra uma vez na tabela de
      * lojas para o faturamento.
       CarregarCentros.
           OPEN INPUT CCUSTO-FILE
           IF WSS-FS-CCUSTO NOT = "00"
               DISPLAY "Cadastro CENTROCUSTO indisponivel (status "
                       WSS-FS-CCUSTO "). Folha toda em SEM CENTRO."
           ELSE
               MOVE "N" TO WSS-fim-leitura
               READ CCUSTO-FILE
                   AT END SET WSS-NAO-HA-MAIS-REGISTROS TO TRUE
               END-READ
               PERFORM UNTIL WSS-NAO-HA-MAIS-REGISTROS
                   IF WSS-QtdCentros = 99
                       DISPLAY "Limite de 99 centros de custo. "
                               "Centro " CCU-CODIGO " ignorado."
                   ELSE
                       PERFORM GuardarCentro
                   END-IF
                   READ CCUSTO-FILE
                       AT END SET WSS-NAO-HA-MAIS-REGISTROS TO TRUE
                   END-READ
               END-PERFORM
               CLOSE CCUSTO-FILE
           END-IF
           ADD 1 TO WSS-QtdCentros
           MOVE SPACES TO cen-codigo (WSS-QtdCentros)
           MOVE "SEM CENTRO DE CUSTO" TO cen-descricao (WSS-QtdCentros)
           MOVE "D" TO cen-tipo (WSS-QtdCentros)
           MOVE SPACE TO cen-loja (WSS-QtdCentros)
           MOVE ZEROS TO cen-orcamento (WSS-QtdCentros)
           PERFORM ZerarAcumuladosCentro.

       GuardarCentro.
           ADD 1 TO WSS-QtdCentros
           MOVE CCU-CODIGO TO cen-codigo (WSS-QtdCentros)
           MOVE CCU-DESCRICAO TO cen-descricao (WSS-QtdCentros)
           MOVE CCU-TIPO TO cen-tipo (WSS-QtdCentros)
           MOVE CCU-LOJA TO cen-loja (WSS-QtdCentros)
           MOVE CCU-ORCAMENTO TO cen-orcamento (WSS-QtdCentros)
           PERFORM ZerarAcumuladosCentro
           IF CCU-DE-LOJA
               MOVE CCU-LOJA TO WSS-LojaLinha
               PERFORM LocalizarLoja
               IF WSS-AchouLoja = "N" AND WSS-QtdLojas < 20
                   ADD 1 TO WSS-QtdLojas
                   MOVE CCU-LOJA TO loj-letra (WSS-QtdLojas)
                   MOVE ZEROS TO loj-orcado (WSS-QtdLojas)
                   MOVE ZEROS TO loj-realizado (WSS-QtdLojas)
               END-IF
           END-IF.

       ZerarAcumuladosCentro.
           MOVE ZEROS TO cen-qtd (WSS-QtdCentros)
           MOVE ZEROS TO cen-bruto (WSS-QtdCentros)
           MOVE ZEROS TO cen-extras (WSS-QtdCentros)
           MOVE ZEROS TO cen-encargos (WSS-QtdCentros).

       LocalizarLoja.
           MOVE "N" TO WSS-AchouLoja
           PERFORM VARYING WSS-IndLoja FROM 1 BY 1
                   UNTIL WSS-IndLoja > WSS-QtdLojas
                      OR WSS-AchouLoja = "S"
               IF loj-letra (WSS-IndLoja) = WSS-LojaLinha
                   MOVE "S" TO WSS-AchouLoja
                   SUBTRACT 1 FROM WSS-IndLoja
               END-IF
           END-PERFORM.

       LocalizarCentro.
           MOVE "N" TO WSS-AchouCentro
           PERFORM VARYING WSS-IndCen FROM 1 BY 1
                   UNTIL WSS-IndCen > WSS-QtdCentros
                      OR WSS-AchouCentro = "S"
               IF cen-codigo (WSS-IndCen) = WSS-CentroProcurado
                   MOVE "S" TO WSS-AchouCentro
                   SUBTRACT 1 FROM WSS-IndCen
               END-IF
           END-PERFORM.

      * Lancamentos da folha da competencia no GANHOSANO; o FO
      * conta a cabeca no centro da matricula.
       AcumularFolha.
           OPEN INPUT GANHOS-FILE
           MOVE "GANHOSANO" TO WSS-TfsArquivo
           MOVE "OPEN INPUT" TO WSS-TfsOperacao
           CALL "TRATAFS" USING WSS-TfsPrograma
                WSS-TfsArquivo WSS-TfsOperacao WSS-FS-GANHOS
           IF WSS-FS-GANHOS = "00"
               READ GANHOS-FILE
                   AT END SET WSS-NAO-HA-MAIS-GANHOS TO TRUE
               END-READ
               PERFORM UNTIL WSS-NAO-HA-MAIS-GANHOS
                   IF GAN-COMPETENCIA = WSS-Competencia
                      AND (GAN-TIPO = "FO" OR GAN-TIPO = "HE"
                           OR GAN-TIPO = "CO")
                       PERFORM RatearLancamento
                   END-IF
                   READ GANHOS-FILE
                       AT END SET WSS-NAO-HA-MAIS-GANHOS TO TRUE
                   END-READ
               END-PERFORM
               CLOSE GANHOS-FILE
           END-IF.

       RatearLancamento.
           ADD 1 TO WSS-QtdLancamentos
           MOVE GAN-MATRICULA TO FUN-MATRICULA
           READ FUNCIONARIOS-FILE
               INVALID KEY MOVE SPACES TO FUN-CCUSTO
           END-READ
           MOVE FUN-CCUSTO TO WSS-CentroProcurado
           PERFORM LocalizarCentro
           IF WSS-AchouCentro = "N" OR FUN-CCUSTO = SPACES
               MOVE SPACES TO WSS-CentroProcurado
               PERFORM LocalizarCentro
               ADD 1 TO WSS-QtdSemCentro
           END-IF
           ADD GAN-BRUTO TO cen-bruto (WSS-IndCen)
           COMPUTE cen-encargos (WSS-IndCen) ROUNDED =
                   cen-encargos (WSS-IndCen) + GAN-BRUTO
                   * (WSS-PctInssPatronal + WSS-PctFgts) / 100
           IF GAN-TIPO = "HE"
               ADD GAN-BRUTO TO cen-extras (WSS-IndCen)
           END-IF
           IF GAN-TIPO = "FO"
               ADD 1 TO cen-qtd (WSS-IndCen)
           END-IF.

      * Orcado de faturamento: vale o ultimo registro da loja e
      * competencia, como no exerc-6-mes.
       CarregarOrcamentoLojas.
           OPEN INPUT ORCA-FILE
           IF WSS-FS-ORCA = "00"
               MOVE "N" TO WSS-fim-leitura
               READ ORCA-FILE
                   AT END SET WSS-NAO-HA-MAIS-REGISTROS TO TRUE
               END-READ
               PERFORM UNTIL WSS-NAO-HA-MAIS-REGISTROS
                   IF ORC-COMPETENCIA = WSS-Competencia
                       MOVE ORC-LOJA TO WSS-LojaLinha
                       PERFORM LocalizarLoja
                       IF WSS-AchouLoja = "S"
                           MOVE ORC-VALOR TO loj-orcado (WSS-IndLoja)
                       END-IF
                   END-IF
                   READ ORCA-FILE
                       AT END SET WSS-NAO-HA-MAIS-REGISTROS TO TRUE
                   END-READ
               END-PERFORM
               CLOSE ORCA-FILE
           END-IF.

      * Realizado: linhas diarias do livro na competencia, com
      * letra de loja ou antigas sem letra (loja A).
       CarregarFaturamentoLojas.
           OPEN INPUT LEDGER-FILE
           IF WSS-FS-LEDGER = "00"
               MOVE "N" TO WSS-fim-leitura
               READ LEDGER-FILE
                   AT END SET WSS-NAO-HA-MAIS-REGISTROS TO TRUE
               END-READ
               PERFORM UNTIL WSS-NAO-HA-MAIS-REGISTROS
                   MOVE WSS-REG-LEDGER TO WSS-LINHA-LIDA
                   PERFORM SomarLinhaLivro
                   READ LEDGER-FILE
                       AT END SET WSS-NAO-HA-MAIS-REGISTROS TO TRUE
                   END-READ
               END-PERFORM
               CLOSE LEDGER-FILE
           END-IF.

       SomarLinhaLivro.
           MOVE SPACE TO WSS-LojaLinha
           EVALUATE TRUE
               WHEN LOJ-PREFIXO = "FATURAMENTO DIA "
                    AND LOJ-DATA IS NUMERIC
                    AND LOJ-VALOR IS NUMERIC
                   MOVE LOJ-LOJA TO WSS-LojaLinha
                   MOVE LOJ-DATA TO WSS-DataDia
                   MOVE LOJ-VALOR TO WSS-ValorDia
               WHEN LIN-PREFIXO = "FATURAMENTO DO DIA "
                    AND LIN-DATA IS NUMERIC
                    AND LIN-VALOR IS NUMERIC
                   MOVE "A" TO WSS-LojaLinha
                   MOVE LIN-DATA TO WSS-DataDia
                   MOVE LIN-VALOR TO WSS-ValorDia
           END-EVALUATE
           IF WSS-LojaLinha NOT = SPACE
               COMPUTE WSS-CompetDia = WSS-DataDia / 100
               IF WSS-CompetDia = WSS-Competencia
                   PERFORM LocalizarLoja
                   IF WSS-AchouLoja = "S"
                       ADD WSS-ValorDia TO loj-realizado (WSS-IndLoja)
                   END-IF
               END-IF
           END-IF.

       MostrarCentro.
           COMPUTE WSS-Custo = cen-bruto (WSS-IndCen)
                             + cen-encargos (WSS-IndCen)
           COMPUTE WSS-Variacao = cen-orcamento (WSS-IndCen)
                                - WSS-Custo
           DISPLAY cen-codigo (WSS-IndCen) " "
                   cen-descricao (WSS-IndCen) " - "
                   cen-qtd (WSS-IndCen) " funcionario(s)"
           MOVE cen-bruto (WSS-IndCen) TO WSS-ValorEd
           MOVE cen-extras (WSS-IndCen) TO WSS-ValorEd2
           MOVE cen-encargos (WSS-IndCen) TO WSS-ValorEd3
           DISPLAY "   bruto R$ " WSS-ValorEd " extras R$ "
                   WSS-ValorEd2 " encargos R$ " WSS-ValorEd3
           MOVE WSS-Custo TO WSS-ValorEd
           MOVE cen-orcamento (WSS-IndCen) TO WSS-ValorEd2
           MOVE WSS-Variacao TO WSS-VariacaoEd
           IF cen-orcamento (WSS-IndCen) > ZEROS
               COMPUTE WSS-PercOrcamento ROUNDED =
                       WSS-Custo * 100 / cen-orcamento (WSS-IndCen)
               MOVE WSS-PercOrcamento TO WSS-PercEd
               DISPLAY "   custo R$ " WSS-ValorEd " orcamento R$ "
                       WSS-ValorEd2 " saldo R$ " WSS-VariacaoEd
                       " (" WSS-PercEd "%)"
               IF WSS-Custo > cen-orcamento (WSS-IndCen)
                   DISPLAY "   ** ACIMA DO ORCAMENTO DE PESSOAL **"
               END-IF
           ELSE
               DISPLAY "   custo R$ " WSS-ValorEd
                       " sem orcamento de pessoal"
           END-IF
           IF cen-tipo (WSS-IndCen) = "L"
               MOVE cen-loja (WSS-IndCen) TO WSS-LojaLinha
               PERFORM LocalizarLoja
               IF WSS-AchouLoja = "S"
                   PERFORM MostrarFaturamentoLoja
               END-IF
           END-IF
           ADD cen-qtd (WSS-IndCen) TO WSS-TotalQtd
           ADD cen-bruto (WSS-IndCen) TO WSS-TotalBruto
           ADD cen-extras (WSS-IndCen) TO WSS-TotalExtras
           ADD cen-encargos (WSS-IndCen) TO WSS-TotalEncargos
           ADD WSS-Custo TO WSS-TotalCusto
           ADD cen-orcamento (WSS-IndCen) TO WSS-TotalOrcamento.

       MostrarFaturamentoLoja.
           MOVE loj-orcado (WSS-IndLoja) TO WSS-ValorEd
           MOVE loj-realizado (WSS-IndLoja) TO WSS-ValorEd2
           DISPLAY "   loja " loj-letra (WSS-IndLoja)
                   " faturamento orcado R$ " WSS-ValorEd
                   " realizado R$ " WSS-ValorEd2
           IF loj-realizado (WSS-IndLoja) > ZEROS
               COMPUTE WSS-PercFaturamento ROUNDED =
                       WSS-Custo * 100 / loj-realizado (WSS-IndLoja)
               MOVE WSS-PercFaturamento TO WSS-PercEd
               DISPLAY "   folha sobre o faturamento realizado: "
                       WSS-PercEd "%"
           END-IF.
      *wrun32 exerc-43-rat
