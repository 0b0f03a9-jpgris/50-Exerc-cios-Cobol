      * pelos dias trabalhados no mes, ferias proporcionais com o
      * mesmo acrescimo da opcao de ferias do exerc-43, decimo
      * terceiro proporcional pela regra do exerc-43 e aviso
      * previo indenizado quando devido - desconta o INSS e o
      * IRRF pelas tabelas do TRIBPARAM vigentes na data do
      * desligamento (servico CALCTRIB), com a deducao pelos
      * dependentes do cadastro, e grava o resultado em HOLERITES
      * e GANHOSANO com o tipo RE. O funcionario desligado deixa
      * de entrar nas folhas seguintes do exerc-43-fol. O saldo
      * de emprestimo consignado da matricula (EMPRESTIMOS do
      * exerc-44-emp: principal das parcelas em aberto mais os
      * juros das ja vencidas) e descontado da rescisao ate 35%
      * do liquido, parcela a parcela na ordem do contrato; as
      * que nao cabem perdem a matricula e voltam ao debito em
      * conta do exerc-44-par. O desconto sai no contracheque e
      * como tipo EC no GANHOSANO. A rescisao quita as provisoes
      * de ferias e decimo terceiro da matricula no PROVFOLHA
      * (exerc-43-fgt): o saldo todo e estornado. Desligamento
      * datado em competencia de folha ja fechada (PERIODOS,
      * servico PERFECH) e recusado; a tentativa vai ao SEGLOG.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           SELECT GANHOS-FILE ASSIGN TO "GANHOSANO"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WSS-FS-GANHOS.
           SELECT PROVISAO-FILE ASSIGN TO "PROVFOLHA"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PRV-MATRICULA
               FILE STATUS IS WSS-FS-PROVISAO.
           SELECT EMPREST-FILE ASSIGN TO "EMPRESTIMOS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EMP-CHAVE
               FILE STATUS IS WSS-FS-EMPREST.

       DATA DIVISION.
       FILE SECTION.
       FD  GANHOS-FILE.
           COPY "GANHOS.CPY".

       FD  EMPREST-FILE.
           COPY "EMPREST.CPY".

       FD  PROVISAO-FILE.
           COPY "PROVFOL.CPY".

       WORKING-STORAGE SECTION.
       77  WSS-FS-FUNCIONARIOS  PIC X(02).
       77  WSS-FS-HOLERITES     PIC X(02).
       77  WSS-FS-GANHOS        PIC X(02).
       77  WSS-FS-EMPREST       PIC X(02).
       77  WSS-FS-PROVISAO      PIC X(02).
       77  WSS-EmprestDisponivel PIC X(01) VALUE "N".
       77  WSS-fim-emprest      PIC X(01).
           88 WSS-NAO-HA-MAIS-PARCELAS  VALUE "S".
       77  WSS-BaixarParcelas   PIC X(01).
       77  WSS-CabeMargem       PIC X(01).
       77  WSS-PctMargem        PIC 9(2)V99 VALUE 35.00.
       77  WSS-MargemRescisao   PIC 9(7)V99.
       77  WSS-ValorParcela     PIC 9(7)V99.
       77  WSS-SaldoConsignado  PIC 9(7)V99.
       77  WSS-ValorConsignado  PIC 9(7)V99.
       77  WSS-LiquidoPago      PIC 9(7)V99.
       77  WSS-QtdDevolvidas    PIC 9(3).
       77  WSS-Continuar        PIC X(01) VALUE "S".
       77  WSS-Matricula        PIC 9(5).
       77  WSS-Confirma         PIC X(01).
       77  WSS-MotivoData       PIC X(30).
       77  WSS-AvisoIndenizado  PIC X(01).
       77  WSS-Competencia      PIC 9(6).
       77  WSS-PerOperacao      PIC X(01) VALUE "V".
       77  WSS-PerSubsistema    PIC X(02) VALUE "FO".
       77  WSS-PerPrograma      PIC X(12) VALUE "EXERC-43-DES".
       77  WSS-PerSituacao      PIC X(01).
       77  WSS-ValorEd          PIC zzzzzz9.99.

       01  WSS-DataDesligamento PIC 9(8).
       77  WSS-DecimoProp       PIC 9(7)V99.
       77  WSS-AvisoPrevio      PIC 9(7)V99.

       77  WSS-Dependentes      PIC 9(2).
       77  WSS-TabelaOk         PIC X(01).
       77  WSS-Inss             PIC 9(7)V99.
       77  WSS-Irrf             PIC 9(7)V99.

       01  Desconto            PIC 9(7)V99.
       01  BrutoRescisao       PIC 9(7)V99.
       01  LiquidoRescisao     PIC 9(7)V99.
               GO TO Encerramento
           END-IF

           OPEN I-O EMPREST-FILE
           IF WSS-FS-EMPREST = "00"
               MOVE "S" TO WSS-EmprestDisponivel
           ELSE
               DISPLAY "Arquivo EMPRESTIMOS indisponivel (status "
                       WSS-FS-EMPREST "). Rescisao sem desconto de "
                       "consignado."
           END-IF

           PERFORM UNTIL WSS-Continuar = "N"
               PERFORM DesligarFuncionario
               DISPLAY "Desligar outro funcionario? (S/N)"
               END-IF
           END-PERFORM

           CLOSE FUNCIONARIOS-FILE
           IF WSS-EmprestDisponivel = "S"
               CLOSE EMPREST-FILE
           END-IF.

       Encerramento.
           DISPLAY SPACE
                       "Operacao cancelada."
               GO TO ProcessarDesligamento-Fim
           END-IF
           CALL "PERFECH" USING WSS-PerOperacao WSS-PerSubsistema
                WSS-DataDesligamento WSS-Operador WSS-PerPrograma
                WSS-PerSituacao
           IF WSS-PerSituacao = "F"
               DISPLAY "Competencia " WSS-DataDesligamento (1:6)
                       " da folha ja fechada. Operacao cancelada."
               GO TO ProcessarDesligamento-Fim
           END-IF

           DISPLAY "Motivo do desligamento: "
           ACCEPT FUN-DESLIGMOTIVO
           ACCEPT WSS-AvisoIndenizado

           PERFORM CalcularRescisao
           IF WSS-TabelaOk NOT = "S"
               DISPLAY "Sem tabela de INSS/IRRF vigente no "
                       "TRIBPARAM em " WSS-DataDesligamento
                       ". Lance as tabelas no exerc-43-trb. "
                       "Operacao cancelada."
               GO TO ProcessarDesligamento-Fim
           END-IF
           MOVE "N" TO WSS-BaixarParcelas
           PERFORM ApurarConsignado
           PERFORM MostrarRescisao

           DISPLAY "Confirma o desligamento? (S/N)"
                       DISPLAY "Erro ao regravar FUNCIONARIOS. "
                               "Status: " WSS-FS-FUNCIONARIOS
                   NOT INVALID KEY
                       MOVE "S" TO WSS-BaixarParcelas
                       PERFORM ApurarConsignado
                       PERFORM GravarRescisao
                       PERFORM EstornarProvisoes
                       DISPLAY "Funcionario desligado. A proxima "
                               "folha (exerc-43-fol) nao o "
                               "processara."

           COMPUTE BrutoRescisao = WSS-SaldoSalario + WSS-FeriasProp
                   + WSS-DecimoProp + WSS-AvisoPrevio
           PERFORM CalcularDescontosLegais.

       MostrarRescisao.
           DISPLAY "------ RESCISAO - MATRICULA " FUN-MATRICULA
           DISPLAY "Aviso previo indenizado......: R$ " WSS-ValorEd
           MOVE BrutoRescisao TO WSS-ValorEd
           DISPLAY "Total bruto..................: R$ " WSS-ValorEd
           MOVE WSS-Inss TO WSS-ValorEd
           DISPLAY "Desconto INSS................: R$ " WSS-ValorEd
           MOVE WSS-Irrf TO WSS-ValorEd
           DISPLAY "Desconto IRRF (" WSS-Dependentes
                   " dep.)......: R$ " WSS-ValorEd
           MOVE LiquidoRescisao TO WSS-ValorEd
           DISPLAY "Total liquido................: R$ " WSS-ValorEd
           IF WSS-SaldoConsignado > ZEROS
               MOVE WSS-SaldoConsignado TO WSS-ValorEd
               DISPLAY "Saldo emprestimo consignado..: R$ "
                       WSS-ValorEd
               MOVE WSS-ValorConsignado TO WSS-ValorEd
               DISPLAY "Desconto consignado (max 35%): R$ "
                       WSS-ValorEd
               MOVE WSS-LiquidoPago TO WSS-ValorEd
               DISPLAY "Liquido a receber............: R$ "
                       WSS-ValorEd
               IF WSS-QtdDevolvidas > ZEROS
                   DISPLAY "Parcelas que voltam ao debito em conta: "
                           WSS-QtdDevolvidas
               END-IF
           END-IF.

       GravarRescisao.
           COMPUTE WSS-Competencia = WSS-DataDesligamento / 100
               MOVE WSS-Competencia TO HOL-COMPETENCIA
               MOVE BrutoRescisao TO HOL-BRUTO
               MOVE Desconto TO HOL-DESCONTO
               MOVE WSS-LiquidoPago TO HOL-LIQUIDO
               MOVE WSS-Operador TO HOL-OPERADOR
               MOVE SPACE TO HOL-SITUACAO
               MOVE ZEROS TO HOL-COMISSAO
               MOVE WSS-ValorConsignado TO HOL-CONSIGNADO
               MOVE WSS-Inss TO HOL-INSS
               MOVE WSS-Irrf TO HOL-IRRF
               MOVE ZEROS TO HOL-DIASFALTA
               MOVE ZEROS TO HOL-FALTAS
               MOVE SPACE TO HOL-TIPOLICENCA
               MOVE ZEROS TO HOL-DIASLICENCA
               MOVE ZEROS TO HOL-LICENCA
               MOVE "RE" TO HOL-TIPO
               WRITE HOLERITE-REG
               CLOSE HOLERITES-FILE
           END-IF
               MOVE BrutoRescisao TO GAN-BRUTO
               MOVE Desconto TO GAN-DESCONTO
               MOVE LiquidoRescisao TO GAN-LIQUIDO
               MOVE WSS-Inss TO GAN-INSS
               MOVE WSS-Irrf TO GAN-IRRF
               WRITE GANHOS-REG
               IF WSS-ValorConsignado > ZEROS
                   MOVE "EC" TO GAN-TIPO
                   MOVE ZEROS TO GAN-BRUTO
                   MOVE WSS-ValorConsignado TO GAN-DESCONTO
                   MOVE ZEROS TO GAN-LIQUIDO
                   MOVE ZEROS TO GAN-INSS
                   MOVE ZEROS TO GAN-IRRF
                   WRITE GANHOS-REG
               END-IF
               CLOSE GANHOS-FILE
               DISPLAY "Rescisao lancada em HOLERITES e GANHOSANO "
                       "na competencia " WSS-Competencia "."
           END-IF.

      * Consignado na rescisao: percorre as parcelas em aberto da
      * matricula; a vencida ate o desligamento entra pelo valor
      * cheio e a futura so pelo principal (juros futuros
      * abatidos). Desconta enquanto couber em 35% do liquido;
      * dali em diante as parcelas voltam ao debito em conta. Com
      * WSS-BaixarParcelas "N" so apura os valores para mostrar;
      * com "S" grava as baixas e as devolucoes.
       ApurarConsignado.
           MOVE ZEROS TO WSS-SaldoConsignado WSS-ValorConsignado
                         WSS-QtdDevolvidas
           MOVE "S" TO WSS-CabeMargem
           COMPUTE WSS-MargemRescisao ROUNDED =
                   LiquidoRescisao * WSS-PctMargem / 100
           IF WSS-EmprestDisponivel = "S"
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
                              AND EMP-MATRICULA = FUN-MATRICULA
                               PERFORM TratarParcelaConsignada
                           END-IF
                   END-READ
               END-PERFORM
           END-IF
           COMPUTE WSS-LiquidoPago =
                   LiquidoRescisao - WSS-ValorConsignado.

       TratarParcelaConsignada.
           IF EMP-VENCIMENTO NOT > WSS-DataDesligamento
               MOVE EMP-VLRPARCELA TO WSS-ValorParcela
           ELSE
               MOVE EMP-AMORT TO WSS-ValorParcela
           END-IF
           ADD WSS-ValorParcela TO WSS-SaldoConsignado
           IF WSS-CabeMargem = "S"
              AND WSS-ValorConsignado + WSS-ValorParcela
                  > WSS-MargemRescisao
               MOVE "N" TO WSS-CabeMargem
           END-IF
           IF WSS-CabeMargem = "S"
               ADD WSS-ValorParcela TO WSS-ValorConsignado
               IF WSS-BaixarParcelas = "S"
                   IF EMP-VENCIMENTO > WSS-DataDesligamento
                       MOVE ZEROS TO EMP-JUROS
                       MOVE EMP-AMORT TO EMP-VLRPARCELA
                   END-IF
                   MOVE "P" TO EMP-SITUACAO
                   MOVE WSS-DataDesligamento TO EMP-DTPAGTO
                   PERFORM RegravarParcela
               END-IF
           ELSE
               ADD 1 TO WSS-QtdDevolvidas
               IF WSS-BaixarParcelas = "S"
                   MOVE ZEROS TO EMP-MATRICULA
                   PERFORM RegravarParcela
               END-IF
           END-IF.

       EstornarProvisoes.
           OPEN I-O PROVISAO-FILE
           IF WSS-FS-PROVISAO NOT = "00"
               DISPLAY "Provisoes PROVFOLHA indisponiveis (status "
                       WSS-FS-PROVISAO "). Provisao nao estornada."
           ELSE
               MOVE FUN-MATRICULA TO PRV-MATRICULA
               READ PROVISAO-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       ADD PRV-SALDO-FERIAS TO PRV-ESTORNO-FERIAS
                       ADD PRV-SALDO-DECIMO TO PRV-ESTORNO-DECIMO
                       MOVE PRV-SALDO-FERIAS TO WSS-ValorEd
                       DISPLAY "Provisao de ferias estornada.: R$ "
                               WSS-ValorEd
                       MOVE PRV-SALDO-DECIMO TO WSS-ValorEd
                       DISPLAY "Provisao de 13o estornada....: R$ "
                               WSS-ValorEd
                       MOVE ZEROS TO PRV-SALDO-FERIAS
                       MOVE ZEROS TO PRV-SALDO-DECIMO
                       REWRITE PROVFOL-REG
                           INVALID KEY
                               DISPLAY "Erro ao regravar PROVFOLHA. "
                                       "Status: " WSS-FS-PROVISAO
                       END-REWRITE
               END-READ
               CLOSE PROVISAO-FILE
           END-IF.

       RegravarParcela.
           REWRITE EMPREST-REG
               INVALID KEY
                   DISPLAY "Erro ao regravar EMPRESTIMOS. Status: "
                           WSS-FS-EMPREST
           END-REWRITE.

      * INSS e IRRF pelas tabelas do TRIBPARAM vigentes na data
      * do desligamento, com os dependentes do cadastro.
       CalcularDescontosLegais.
           MOVE FUN-DEPENDENTES TO WSS-Dependentes
           CALL "CALCTRIB" USING WSS-DataDesligamento BrutoRescisao
                WSS-Dependentes WSS-Inss WSS-Irrf WSS-TabelaOk
           COMPUTE Desconto = WSS-Inss + WSS-Irrf
           COMPUTE LiquidoRescisao = BrutoRescisao - Desconto.
      *wrun32 exerc-43-des
