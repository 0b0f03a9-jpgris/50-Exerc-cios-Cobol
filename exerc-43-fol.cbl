       AUTHOR. JOAO_PAULO.

      * Folha de pagamento em lote: processa todo o cadastro
      * FUNCIONARIOS em uma passada, desconta do salario bruto o
      * INSS e o IRRF (este com a deducao pelos dependentes do
      * cadastro) pelas tabelas do TRIBPARAM vigentes na data
      * (servico CALCTRIB, exerc-43-trb), grava um
      * contracheque por funcionario no arquivo HOLERITES e emite o
      * relatorio de controle com os totais da folha. Funcionarios
      * com percentual de investimento cadastrado tem a fatia do
      * desligados pelo exerc-43-des ficam fora da folha. Horas
      * extras e adicionais lancados em HORASMES (exerc-43-hor)
      * entram no bruto precificados pelo salario mensal antes
      * da tabela progressiva, itemizados no GANHOSANO. A comissao
      * de vendas da competencia, do fechamento COMISSOESMES
      * (exerc-15-com), entra no bruto da matricula ligada ao
      * vendedor em VENDEDORES, destacada no contracheque e como
      * tipo CO no GANHOSANO; comissao sem funcionario ligado e
      * apontada no controle e fica sem pagar. Parcelas de
      * emprestimo consignado (EMPRESTIMOS do exerc-44-emp com a
      * matricula) vencidas ate o fim da competencia sao
      * descontadas do liquido ate 35% dele, destacadas no
      * contracheque e como tipo EC no GANHOSANO, e baixadas
      * como pagas no emprestimo; a que nao cabe na margem fica
      * em aberto para a folha seguinte. Faltas da competencia
      * gravadas no AUSENCIAS pela apuracao do ponto
      * (exerc-43-pon) descontam 1/30 do salario por dia, abatido
      * do bruto e destacado no contracheque. Dias de licenca
      * (LICENCAS do exerc-43-lic) que nao sao encargo da empresa
      * - toda a maternidade e a nao remunerada, a medica e a de
      * acidente a partir do 16o dia - tambem saem do salario,
      * por 1/30 (o mes inteiro de licenca vale 30 dias), com a
      * licenca destacada no contracheque. Competencia de folha
      * ja fechada (PERIODOS, servico PERFECH) nao e processada:
      * a folha termina com erro e a tentativa vai ao SEGLOG.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           SELECT HORAS-FILE ASSIGN TO "HORASMES"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WSS-FS-HORAS.
           SELECT COMISSOES-FILE ASSIGN TO "COMISSOESMES"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WSS-FS-COMISSOES.
           SELECT EMPREST-FILE ASSIGN TO "EMPRESTIMOS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EMP-CHAVE
               FILE STATUS IS WSS-FS-EMPREST.
           SELECT AUSENCIAS-FILE ASSIGN TO "AUSENCIAS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WSS-FS-AUSENCIAS.
           SELECT LICENCAS-FILE ASSIGN TO "LICENCAS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LIC-CHAVE
               FILE STATUS IS WSS-FS-LICENCAS.
           SELECT VENDEDOR-FILE ASSIGN TO "VENDEDORES"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS VDD-CODIGO
               FILE STATUS IS WSS-FS-VENDEDOR.

       DATA DIVISION.
       FILE SECTION.
       FD  HORAS-FILE.
           COPY "HORAS.CPY".

       FD  COMISSOES-FILE.
       01  WSS-REG-COMISSOES         PIC X(120).

       FD  AUSENCIAS-FILE.
           COPY "AUSENCIA.CPY".

       FD  LICENCAS-FILE.
           COPY "LICENCA.CPY".

       FD  VENDEDOR-FILE.
           COPY "VENDEDOR.CPY".

       FD  EMPREST-FILE.
           COPY "EMPREST.CPY".

       WORKING-STORAGE SECTION.
       77  WSS-FS-FUNCIONARIOS  PIC X(02).
       77  WSS-FS-HOLERITES     PIC X(02).
       77  WSS-FS-CLIENTES      PIC X(02).
       77  WSS-ClientesDisponivel PIC X(01) VALUE "N".
       77  WSS-FS-AUDITORIA     PIC X(02).
       77  WSS-MctGravado       PIC X(01).
       77  WSS-LogPrograma      PIC X(12) VALUE "EXERC-43-FOL".
       77  WSS-LogEvento        PIC X(01).
       77  WSS-LogLidos         PIC 9(7) VALUE ZEROS.
       77  WSS-Operador         PIC 9(3).
       77  WSS-OperadorValido   PIC X(01).
       77  WSS-DataHoje         PIC 9(8).
       77  WSS-PerOperacao      PIC X(01) VALUE "V".
       77  WSS-PerSubsistema    PIC X(02) VALUE "FO".
       77  WSS-PerSituacao      PIC X(01).

       77  WSS-TfsPrograma      PIC X(12) VALUE "exerc-43-fol".
       77  WSS-TfsArquivo       PIC X(12).
       77  WSS-TfsOperacao      PIC X(10).

       77  WSS-Dependentes      PIC 9(2).
       77  WSS-TabelaOk         PIC X(01).
       77  WSS-Inss             PIC 9(7)V99.
       77  WSS-Irrf             PIC 9(7)V99.
       77  WSS-InssExtras       PIC 9(7)V99.
       77  WSS-IrrfExtras       PIC 9(7)V99.
       77  WSS-InssComissao     PIC 9(7)V99.
       77  WSS-IrrfComissao     PIC 9(7)V99.
       77  WSS-TotalInss        PIC 9(9)V99 VALUE ZEROS.
       77  WSS-TotalIrrf        PIC 9(9)V99 VALUE ZEROS.

       01  Desconto            PIC 9(7)V99.
       01  BrutoFolha          PIC 9(7)V99.
       01  SalarioLiquido      PIC 9(7)V99.
               10  hrs-horas         PIC 9(2)V99.
               10  hrs-tipo          PIC X(02).

       77  WSS-FS-COMISSOES     PIC X(02).
       77  WSS-FS-VENDEDOR      PIC X(02).
       77  WSS-fim-comissoes    PIC X(01) VALUE "N".
           88 WSS-NAO-HA-MAIS-COMISSOES  VALUE "S".
       77  WSS-QtdComissoes     PIC 9(3) VALUE ZEROS.
       77  WSS-IndCms           PIC 9(3).
       77  WSS-AchouComissao    PIC X(01).
       77  WSS-ValorComissao    PIC 9(7)V99.
       77  WSS-DescontoComissao PIC 9(7)V99.
       77  WSS-QtdComComissao   PIC 9(5) VALUE ZEROS.
       77  WSS-TotalComissao    PIC 9(9)V99 VALUE ZEROS.
       77  WSS-QtdComisNaoPaga  PIC 9(3) VALUE ZEROS.
       77  WSS-TotalComisNaoPaga PIC 9(9)V99 VALUE ZEROS.
       01  TABELA-COMISSOES-MES.
           05  COMISSAO-VENDEDOR OCCURS 100 TIMES.
               10  cfo-vendedor      PIC 9(3).
               10  cfo-matricula     PIC 9(5).
               10  cfo-valor         PIC 9(7)V99.
               10  cfo-paga          PIC X(01).
           COPY "COMISMES.CPY".

       77  WSS-FS-EMPREST       PIC X(02).
       77  WSS-EmprestDisponivel PIC X(01) VALUE "N".
       77  WSS-fim-emprest      PIC X(01) VALUE "N".
           88 WSS-NAO-HA-MAIS-PARCELAS  VALUE "S".
       77  WSS-CompetParcela    PIC 9(6).
       77  WSS-QtdConsig        PIC 9(4) VALUE ZEROS.
       77  WSS-IndCsg           PIC 9(4).
       77  WSS-PctMargem        PIC 9(2)V99 VALUE 35.00.
       77  WSS-MargemFolha      PIC 9(7)V99.
       77  WSS-ValorConsignado  PIC 9(7)V99.
       77  WSS-LiquidoPago      PIC 9(7)V99.
       77  WSS-QtdComConsig     PIC 9(5) VALUE ZEROS.
       77  WSS-TotalConsignado  PIC 9(9)V99 VALUE ZEROS.
       77  WSS-QtdConsigForaMargem PIC 9(5) VALUE ZEROS.
       01  TABELA-CONSIGNADOS.
           05  PARCELA-CONSIGNADA OCCURS 2000 TIMES.
               10  csg-matricula     PIC 9(5).
               10  csg-numero        PIC 9(6).
               10  csg-parcela       PIC 9(2).
               10  csg-valor         PIC 9(7)V99.
               10  csg-descontada    PIC X(01).

       77  WSS-FS-AUSENCIAS     PIC X(02).
       77  WSS-fim-ausencias    PIC X(01) VALUE "N".
           88 WSS-NAO-HA-MAIS-AUSENCIAS  VALUE "S".
       77  WSS-CompetAusencia   PIC 9(6).
       77  WSS-QtdAusentes      PIC 9(4) VALUE ZEROS.
       77  WSS-IndAus           PIC 9(4).
       77  WSS-AchouAusente     PIC X(01).
       77  WSS-DiasFalta        PIC 9(2).
       77  WSS-ValorFaltas      PIC 9(7)V99.
       77  WSS-SalarioMes       PIC 9(7)V99.
       77  WSS-QtdComFaltas     PIC 9(5) VALUE ZEROS.
       77  WSS-TotalFaltas      PIC 9(9)V99 VALUE ZEROS.
       77  WSS-FS-LICENCAS      PIC X(02).
       77  WSS-LicencasDisponivel PIC X(01) VALUE "N".
       77  WSS-fim-licencas     PIC X(01).
           88 WSS-NAO-HA-MAIS-LICENCAS  VALUE "S".
       77  WSS-DataIniMes       PIC 9(8).
       77  WSS-DataFimMes       PIC 9(8).
       77  WSS-IntIniMes        PIC 9(7).
       77  WSS-IntFimMes        PIC 9(7).
       77  WSS-IntIniLic        PIC 9(7).
       77  WSS-IntFimLic        PIC 9(7).
       77  WSS-DiasLicenca      PIC 9(3).
       77  WSS-ValorLicenca     PIC 9(7)V99.
       77  WSS-TipoLicenca      PIC X(01).
       77  WSS-QtdComLicenca    PIC 9(5) VALUE ZEROS.
       77  WSS-TotalLicenca     PIC 9(9)V99 VALUE ZEROS.
       01  FILLER.
           05  WSS-CompetAno       PIC 9(4).
           05  WSS-CompetMes       PIC 9(2).
       01  TABELA-AUSENTES.
           05  AUSENTE-MES OCCURS 1000 TIMES.
               10  fal-matricula     PIC 9(5).
               10  fal-dias          PIC 9(2).

       77  WSS-ValorDeposito    PIC 9(7)V99.
       01  WSS-DataHoraLanc.
           05  WSS-DataHoraLanc-DT PIC 9(8).

           ACCEPT WSS-DataHoje FROM DATE YYYYMMDD
           COMPUTE WSS-Competencia = WSS-DataHoje / 100
           CALL "PERFECH" USING WSS-PerOperacao WSS-PerSubsistema
                WSS-DataHoje WSS-Operador WSS-LogPrograma
                WSS-PerSituacao
           IF WSS-PerSituacao = "F"
               DISPLAY "Competencia " WSS-Competencia " da folha ja "
                       "fechada. Folha nao processada."
               MOVE "ER" TO WSS-LogRetorno
               MOVE "F" TO WSS-LogEvento
               CALL "GRAVALOG" USING WSS-LogPrograma WSS-LogEvento
                    WSS-LogLidos WSS-LogGravados WSS-LogRejeitados
                    WSS-LogRetorno
               GO TO Encerramento
           END-IF

           MOVE ZEROS TO BrutoFolha
           MOVE ZEROS TO WSS-Dependentes
           CALL "CALCTRIB" USING WSS-DataHoje BrutoFolha
                WSS-Dependentes WSS-Inss WSS-Irrf WSS-TabelaOk
           IF WSS-TabelaOk NOT = "S"
               DISPLAY "Sem tabela de INSS/IRRF vigente no "
                       "TRIBPARAM. Lance as tabelas no exerc-43-trb "
                       "antes da folha."
               MOVE "ER" TO WSS-LogRetorno
               MOVE "F" TO WSS-LogEvento
               CALL "GRAVALOG" USING WSS-LogPrograma WSS-LogEvento
                    WSS-LogLidos WSS-LogGravados WSS-LogRejeitados
                    WSS-LogRetorno
               GO TO Encerramento
           END-IF

           OPEN INPUT FUNCIONARIOS-FILE
           MOVE "FUNCIONARIOS" TO WSS-TfsArquivo
           END-IF

           PERFORM CarregarHorasMes
           PERFORM CarregarComissoesMes
           PERFORM CarregarConsignados
           PERFORM CarregarAusencias
           PERFORM DelimitarCompetencia
           OPEN INPUT LICENCAS-FILE
           IF WSS-FS-LICENCAS = "00"
               MOVE "S" TO WSS-LicencasDisponivel
           END-IF

           READ FUNCIONARIOS-FILE
               AT END SET WSS-NAO-HA-MAIS-FUNCIONARIOS TO TRUE
               CLOSE CLIENTES-FILE
           END-IF
           CLOSE AUDITORIA-FILE
           IF WSS-EmprestDisponivel = "S"
               CLOSE EMPREST-FILE
           END-IF
           IF WSS-LicencasDisponivel = "S"
               CLOSE LICENCAS-FILE
           END-IF

           DISPLAY "------ CONTROLE DA FOLHA " WSS-Competencia
                   " ------"
           DISPLAY "Total bruto.............: R$ " WSS-TotalEd
           MOVE WSS-TotalDesconto TO WSS-TotalEd
           DISPLAY "Total de descontos......: R$ " WSS-TotalEd
           MOVE WSS-TotalInss TO WSS-TotalEd
           DISPLAY "  INSS retido...........: R$ " WSS-TotalEd
           MOVE WSS-TotalIrrf TO WSS-TotalEd
           DISPLAY "  IRRF retido...........: R$ " WSS-TotalEd
           MOVE WSS-TotalLiquido TO WSS-TotalEd
           DISPLAY "Total liquido...........: R$ " WSS-TotalEd
           DISPLAY "Funcionarios c/ licenca.: " WSS-QtdComLicenca
           MOVE WSS-TotalLicenca TO WSS-TotalEd
           DISPLAY "Total de licencas.......: R$ " WSS-TotalEd
           DISPLAY "Funcionarios com faltas.: " WSS-QtdComFaltas
           MOVE WSS-TotalFaltas TO WSS-TotalEd
           DISPLAY "Total de faltas.........: R$ " WSS-TotalEd
           DISPLAY "Funcionarios com extras.: " WSS-QtdComExtras
           MOVE WSS-TotalExtras TO WSS-TotalEd
           DISPLAY "Total de horas/adic.....: R$ " WSS-TotalEd
           DISPLAY "Funcionarios c/ comissao: " WSS-QtdComComissao
           MOVE WSS-TotalComissao TO WSS-TotalEd
           DISPLAY "Total de comissoes......: R$ " WSS-TotalEd
           PERFORM ApontarComissoesNaoPagas
           DISPLAY "Funcionarios c/ consig..: " WSS-QtdComConsig
           MOVE WSS-TotalConsignado TO WSS-TotalEd
           DISPLAY "Total de consignado.....: R$ " WSS-TotalEd
           IF WSS-QtdConsigForaMargem > ZEROS
               DISPLAY "Parcelas fora da margem.: "
                       WSS-QtdConsigForaMargem
           END-IF
           DISPLAY "Depositos em CLIENTES...: " WSS-QtdDepositos
           MOVE WSS-TotalDepositado TO WSS-TotalEd
           DISPLAY "Total depositado........: R$ " WSS-TotalEd
           STOP RUN.

       ProcessarFuncionario.
           PERFORM ApurarLicencas
           PERFORM ApurarFaltas
           PERFORM ApurarHorasExtras
           PERFORM ApurarComissao
           COMPUTE BrutoFolha = WSS-SalarioMes + WSS-ValorExtras
                              + WSS-ValorComissao
           PERFORM CalcularDescontosLegais
           PERFORM ApurarConsignado
           COMPUTE WSS-LiquidoPago =
                   SalarioLiquido - WSS-ValorConsignado

           MOVE FUN-MATRICULA TO HOL-MATRICULA
           MOVE FUN-NOME TO HOL-NOME
           MOVE WSS-Competencia TO HOL-COMPETENCIA
           MOVE BrutoFolha TO HOL-BRUTO
           MOVE Desconto TO HOL-DESCONTO
           MOVE WSS-LiquidoPago TO HOL-LIQUIDO
           MOVE WSS-Operador TO HOL-OPERADOR
           MOVE SPACE TO HOL-SITUACAO
           MOVE WSS-ValorComissao TO HOL-COMISSAO
           MOVE WSS-ValorConsignado TO HOL-CONSIGNADO
           MOVE WSS-Inss TO HOL-INSS
           MOVE WSS-Irrf TO HOL-IRRF
           MOVE WSS-DiasFalta TO HOL-DIASFALTA
           MOVE WSS-ValorFaltas TO HOL-FALTAS
           MOVE WSS-TipoLicenca TO HOL-TIPOLICENCA
           MOVE WSS-DiasLicenca TO HOL-DIASLICENCA
           MOVE WSS-ValorLicenca TO HOL-LICENCA
           MOVE "FO" TO HOL-TIPO
           WRITE HOLERITE-REG
           MOVE "WRITE" TO WSS-TfsOperacao
           MOVE "HOLERITES" TO WSS-TfsArquivo

      * No GANHOSANO a folha sai aberta: o registro FO com a
      * parte do salario e, quando ha horas lancadas, um registro
      * HE com a parte das horas e adicionais e, quando ha
      * comissao, um registro CO, rateando o INSS e o IRRF. A
      * soma FO + HE + CO fecha com o contracheque; o consignado
      * vai num registro EC so com o desconto.
           MOVE ZEROS TO WSS-InssExtras WSS-IrrfExtras
                         WSS-InssComissao WSS-IrrfComissao
           IF WSS-ValorExtras > 0
               COMPUTE WSS-InssExtras ROUNDED =
                       WSS-Inss * WSS-ValorExtras / BrutoFolha
               COMPUTE WSS-IrrfExtras ROUNDED =
                       WSS-Irrf * WSS-ValorExtras / BrutoFolha
           END-IF
           COMPUTE WSS-DescontoExtras = WSS-InssExtras
                                      + WSS-IrrfExtras
           IF WSS-ValorComissao > 0
               COMPUTE WSS-InssComissao ROUNDED =
                       WSS-Inss * WSS-ValorComissao / BrutoFolha
               COMPUTE WSS-IrrfComissao ROUNDED =
                       WSS-Irrf * WSS-ValorComissao / BrutoFolha
           END-IF
           COMPUTE WSS-DescontoComissao = WSS-InssComissao
                                        + WSS-IrrfComissao
           MOVE FUN-MATRICULA TO GAN-MATRICULA
           MOVE WSS-Competencia TO GAN-COMPETENCIA
           MOVE "FO" TO GAN-TIPO
           MOVE WSS-SalarioMes TO GAN-BRUTO
           COMPUTE GAN-INSS = WSS-Inss - WSS-InssExtras
                              - WSS-InssComissao
           COMPUTE GAN-IRRF = WSS-Irrf - WSS-IrrfExtras
                              - WSS-IrrfComissao
           COMPUTE GAN-DESCONTO = GAN-INSS + GAN-IRRF
           COMPUTE GAN-LIQUIDO = GAN-BRUTO - GAN-DESCONTO
           WRITE GANHOS-REG
           MOVE "WRITE" TO WSS-TfsOperacao
               MOVE "HE" TO GAN-TIPO
               MOVE WSS-ValorExtras TO GAN-BRUTO
               MOVE WSS-DescontoExtras TO GAN-DESCONTO
               MOVE WSS-InssExtras TO GAN-INSS
               MOVE WSS-IrrfExtras TO GAN-IRRF
               COMPUTE GAN-LIQUIDO = GAN-BRUTO - GAN-DESCONTO
               WRITE GANHOS-REG
               MOVE "WRITE" TO WSS-TfsOperacao
               ADD WSS-ValorExtras TO WSS-TotalExtras
           END-IF

           IF WSS-ValorComissao > 0
               MOVE FUN-MATRICULA TO GAN-MATRICULA
               MOVE WSS-Competencia TO GAN-COMPETENCIA
               MOVE "CO" TO GAN-TIPO
               MOVE WSS-ValorComissao TO GAN-BRUTO
               MOVE WSS-DescontoComissao TO GAN-DESCONTO
               MOVE WSS-InssComissao TO GAN-INSS
               MOVE WSS-IrrfComissao TO GAN-IRRF
               COMPUTE GAN-LIQUIDO = GAN-BRUTO - GAN-DESCONTO
               WRITE GANHOS-REG
               MOVE "WRITE" TO WSS-TfsOperacao
               MOVE "GANHOSANO" TO WSS-TfsArquivo
               CALL "TRATAFS" USING WSS-TfsPrograma
                    WSS-TfsArquivo WSS-TfsOperacao WSS-FS-GANHOS
               MOVE WSS-ValorComissao TO WSS-TotalEd
               DISPLAY "Matricula " FUN-MATRICULA ": comissao de "
                       "vendas R$ " WSS-TotalEd " somada ao bruto."
               ADD 1 TO WSS-QtdComComissao
               ADD WSS-ValorComissao TO WSS-TotalComissao
           END-IF

           IF WSS-ValorConsignado > 0
               MOVE FUN-MATRICULA TO GAN-MATRICULA
               MOVE WSS-Competencia TO GAN-COMPETENCIA
               MOVE "EC" TO GAN-TIPO
               MOVE ZEROS TO GAN-BRUTO
               MOVE WSS-ValorConsignado TO GAN-DESCONTO
               MOVE ZEROS TO GAN-LIQUIDO
               MOVE ZEROS TO GAN-INSS
               MOVE ZEROS TO GAN-IRRF
               WRITE GANHOS-REG
               MOVE "WRITE" TO WSS-TfsOperacao
               MOVE "GANHOSANO" TO WSS-TfsArquivo
               CALL "TRATAFS" USING WSS-TfsPrograma
                    WSS-TfsArquivo WSS-TfsOperacao WSS-FS-GANHOS
               PERFORM BaixarConsignado
               MOVE WSS-ValorConsignado TO WSS-TotalEd
               DISPLAY "Matricula " FUN-MATRICULA ": emprestimo "
                       "consignado R$ " WSS-TotalEd " descontado."
               ADD 1 TO WSS-QtdComConsig
               ADD WSS-ValorConsignado TO WSS-TotalConsignado
           END-IF

           IF WSS-ValorLicenca > 0
               MOVE WSS-ValorLicenca TO WSS-TotalEd
               DISPLAY "Matricula " FUN-MATRICULA ": licenca "
                       WSS-TipoLicenca ", " WSS-DiasLicenca
                       " dia(s) fora do encargo da empresa, R$ "
                       WSS-TotalEd " descontados do salario."
               ADD 1 TO WSS-QtdComLicenca
               ADD WSS-ValorLicenca TO WSS-TotalLicenca
           END-IF
           IF WSS-ValorFaltas > 0
               MOVE WSS-ValorFaltas TO WSS-TotalEd
               DISPLAY "Matricula " FUN-MATRICULA ": " WSS-DiasFalta
                       " dia(s) de falta, R$ " WSS-TotalEd
                       " descontados do salario."
               ADD 1 TO WSS-QtdComFaltas
               ADD WSS-ValorFaltas TO WSS-TotalFaltas
           END-IF

           ADD 1 TO WSS-QtdProcessados
           ADD BrutoFolha TO WSS-TotalBruto
           ADD Desconto TO WSS-TotalDesconto
           ADD WSS-Inss TO WSS-TotalInss
           ADD WSS-Irrf TO WSS-TotalIrrf
           ADD WSS-LiquidoPago TO WSS-TotalLiquido

           IF FUN-PERCINVEST > 0 AND FUN-CODINVEST > 0
              AND WSS-ClientesDisponivel = "S"

       DepositarInvestimento.
           COMPUTE WSS-ValorDeposito ROUNDED =
                   WSS-LiquidoPago * FUN-PERCINVEST / 100
           MOVE FUN-CODINVEST TO CLI-CODIGO
           READ CLIENTES-FILE
               INVALID KEY
                  WSS-Operador             DELIMITED BY SIZE
                  INTO WSS-REG-AUDITORIA
           END-STRING
           WRITE WSS-REG-AUDITORIA
           CALL "GRAVAMCT" USING WSS-REG-AUDITORIA WSS-MctGravado.

      * INSS e IRRF pelas tabelas do TRIBPARAM vigentes na data
      * da folha, com os dependentes do cadastro.
       CalcularDescontosLegais.
           MOVE FUN-DEPENDENTES TO WSS-Dependentes
           CALL "CALCTRIB" USING WSS-DataHoje BrutoFolha
                WSS-Dependentes WSS-Inss WSS-Irrf WSS-TabelaOk
           COMPUTE Desconto = WSS-Inss + WSS-Irrf
           COMPUTE SalarioLiquido = BrutoFolha - Desconto.

      * Parcelas consignadas em aberto com vencimento ate o fim
      * da competencia, na ordem do arquivo (contrato e parcela).
      * O arquivo fica aberto para a baixa das descontadas.
       CarregarConsignados.
           OPEN I-O EMPREST-FILE
           IF WSS-FS-EMPREST NOT = "00"
               DISPLAY "Arquivo EMPRESTIMOS indisponivel (status "
                       WSS-FS-EMPREST "). Sem desconto de "
                       "consignado."
           ELSE
               MOVE "S" TO WSS-EmprestDisponivel
               MOVE LOW-VALUES TO EMP-CHAVE
               START EMPREST-FILE KEY NOT < EMP-CHAVE
                   INVALID KEY SET WSS-NAO-HA-MAIS-PARCELAS TO TRUE
               END-START
               PERFORM UNTIL WSS-NAO-HA-MAIS-PARCELAS
                   READ EMPREST-FILE NEXT RECORD
                       AT END SET WSS-NAO-HA-MAIS-PARCELAS TO TRUE
                       NOT AT END
                           COMPUTE WSS-CompetParcela =
                                   EMP-VENCIMENTO / 100
                           IF EMP-ABERTA
                              AND EMP-MATRICULA > ZEROS
                              AND WSS-CompetParcela
                                  NOT > WSS-Competencia
                               PERFORM GuardarConsignado
                           END-IF
                   END-READ
               END-PERFORM
           END-IF.

       GuardarConsignado.
           IF WSS-QtdConsig = 2000
               DISPLAY "Limite de 2000 parcelas consignadas "
                       "atingido. Contrato " EMP-NUMERO " parcela "
                       EMP-PARCELA " fora da folha."
           ELSE
               ADD 1 TO WSS-QtdConsig
               MOVE EMP-MATRICULA TO csg-matricula (WSS-QtdConsig)
               MOVE EMP-NUMERO TO csg-numero (WSS-QtdConsig)
               MOVE EMP-PARCELA TO csg-parcela (WSS-QtdConsig)
               MOVE EMP-VLRPARCELA TO csg-valor (WSS-QtdConsig)
               MOVE "N" TO csg-descontada (WSS-QtdConsig)
           END-IF.

      * Desconta as parcelas da matricula enquanto a soma couber
      * em 35% do liquido da folha; a que nao cabe fica aberta.
       ApurarConsignado.
           MOVE ZEROS TO WSS-ValorConsignado
           COMPUTE WSS-MargemFolha ROUNDED =
                   SalarioLiquido * WSS-PctMargem / 100
           PERFORM VARYING WSS-IndCsg FROM 1 BY 1
                   UNTIL WSS-IndCsg > WSS-QtdConsig
               IF csg-matricula (WSS-IndCsg) = FUN-MATRICULA
                   IF WSS-ValorConsignado + csg-valor (WSS-IndCsg)
                      > WSS-MargemFolha
                       DISPLAY "Matricula " FUN-MATRICULA
                               ": contrato " csg-numero (WSS-IndCsg)
                               " parcela " csg-parcela (WSS-IndCsg)
                               " fora da margem consignavel."
                       ADD 1 TO WSS-QtdConsigForaMargem
                   ELSE
                       ADD csg-valor (WSS-IndCsg)
                           TO WSS-ValorConsignado
                       MOVE "S" TO csg-descontada (WSS-IndCsg)
                   END-IF
               END-IF
           END-PERFORM.

       BaixarConsignado.
           PERFORM VARYING WSS-IndCsg FROM 1 BY 1
                   UNTIL WSS-IndCsg > WSS-QtdConsig
               IF csg-matricula (WSS-IndCsg) = FUN-MATRICULA
                  AND csg-descontada (WSS-IndCsg) = "S"
                   MOVE csg-numero (WSS-IndCsg) TO EMP-NUMERO
                   MOVE csg-parcela (WSS-IndCsg) TO EMP-PARCELA
                   READ EMPREST-FILE
                       INVALID KEY
                           DISPLAY "Contrato " EMP-NUMERO
                                   " parcela " EMP-PARCELA
                                   " nao encontrado em EMPRESTIMOS."
                       NOT INVALID KEY
                           MOVE "P" TO EMP-SITUACAO
                           MOVE WSS-DataHoje TO EMP-DTPAGTO
                           REWRITE EMPREST-REG
                           MOVE "REWRITE" TO WSS-TfsOperacao
                           MOVE "EMPRESTIMOS" TO WSS-TfsArquivo
                           CALL "TRATAFS" USING WSS-TfsPrograma
                                WSS-TfsArquivo WSS-TfsOperacao
                                WSS-FS-EMPREST
                   END-READ
               END-IF
           END-PERFORM.

      * Carrega para a tabela so os lancamentos de HORASMES da
      * competencia da folha; o arquivo pode nao existir (mes sem
      * horas lancadas) sem atrapalhar a rodada.
                   END-IF
               END-PERFORM
           END-IF.

      * Faltas da competencia da folha, somadas por matricula; o
      * arquivo pode nao existir (mes sem faltas apuradas).
       CarregarAusencias.
           OPEN INPUT AUSENCIAS-FILE
           IF WSS-FS-AUSENCIAS NOT = "00"
               CONTINUE
           ELSE
               READ AUSENCIAS-FILE
                   AT END SET WSS-NAO-HA-MAIS-AUSENCIAS TO TRUE
               END-READ
               PERFORM UNTIL WSS-NAO-HA-MAIS-AUSENCIAS
                   COMPUTE WSS-CompetAusencia = AUS-DATA / 100
                   IF WSS-CompetAusencia = WSS-Competencia
                      AND AUS-FALTA
                       PERFORM GuardarAusencia
                   END-IF
                   READ AUSENCIAS-FILE
                       AT END SET WSS-NAO-HA-MAIS-AUSENCIAS TO TRUE
                   END-READ
               END-PERFORM
               CLOSE AUSENCIAS-FILE
           END-IF.

       GuardarAusencia.
           MOVE "N" TO WSS-AchouAusente
           PERFORM VARYING WSS-IndAus FROM 1 BY 1
                   UNTIL WSS-IndAus > WSS-QtdAusentes
                      OR WSS-AchouAusente = "S"
               IF fal-matricula (WSS-IndAus) = AUS-MATRICULA
                   MOVE "S" TO WSS-AchouAusente
                   SUBTRACT 1 FROM WSS-IndAus
               END-IF
           END-PERFORM
           IF WSS-AchouAusente = "N"
               IF WSS-QtdAusentes = 1000
                   DISPLAY "Limite de 1000 matriculas com falta "
                           "atingido. Falta da matricula "
                           AUS-MATRICULA " fora da folha."
               ELSE
                   ADD 1 TO WSS-QtdAusentes
                   MOVE WSS-QtdAusentes TO WSS-IndAus
                   MOVE AUS-MATRICULA TO fal-matricula (WSS-IndAus)
                   MOVE ZEROS TO fal-dias (WSS-IndAus)
                   MOVE "S" TO WSS-AchouAusente
               END-IF
           END-IF
           IF WSS-AchouAusente = "S"
               ADD 1 TO fal-dias (WSS-IndAus)
           END-IF.

      * Cada dia de falta desconta 1/30 do salario mensal, ate o
      * salario inteiro; o salario do mes ja sai liquido das
      * faltas para o bruto, o INSS e o IRRF.
       ApurarFaltas.
           MOVE ZEROS TO WSS-DiasFalta
           MOVE ZEROS TO WSS-ValorFaltas
           PERFORM VARYING WSS-IndAus FROM 1 BY 1
                   UNTIL WSS-IndAus > WSS-QtdAusentes
               IF fal-matricula (WSS-IndAus) = FUN-MATRICULA
                   MOVE fal-dias (WSS-IndAus) TO WSS-DiasFalta
               END-IF
           END-PERFORM
           IF WSS-DiasFalta + WSS-DiasLicenca > 30
               COMPUTE WSS-DiasFalta = 30 - WSS-DiasLicenca
           END-IF
           IF WSS-DiasFalta > ZEROS
               COMPUTE WSS-ValorFaltas ROUNDED =
                       FUN-SALARIO * WSS-DiasFalta / 30
           END-IF
           IF WSS-ValorFaltas + WSS-ValorLicenca > FUN-SALARIO
               COMPUTE WSS-ValorFaltas =
                       FUN-SALARIO - WSS-ValorLicenca
           END-IF
           COMPUTE WSS-SalarioMes = FUN-SALARIO - WSS-ValorFaltas
                                  - WSS-ValorLicenca.

      * Primeiro e ultimo dia da competencia da folha, em data e
      * em numero de dias para a conta das licencas.
       DelimitarCompetencia.
           MOVE WSS-Competencia (1:4) TO WSS-CompetAno
           MOVE WSS-Competencia (5:2) TO WSS-CompetMes
           COMPUTE WSS-DataIniMes = WSS-Competencia * 100 + 1
           COMPUTE WSS-IntIniMes =
                   FUNCTION INTEGER-OF-DATE (WSS-DataIniMes)
           IF WSS-CompetMes = 12
               COMPUTE WSS-DataFimMes =
                       (WSS-CompetAno + 1) * 10000 + 101
           ELSE
               COMPUTE WSS-DataFimMes = WSS-DataIniMes + 100
           END-IF
           COMPUTE WSS-IntFimMes =
                   FUNCTION INTEGER-OF-DATE (WSS-DataFimMes) - 1
           COMPUTE WSS-DataFimMes =
                   FUNCTION DATE-OF-INTEGER (WSS-IntFimMes).

      * Dias de licenca na competencia fora do encargo da
      * empresa; licenca sem fim corre ate o fim do mes.
       ApurarLicencas.
           MOVE ZEROS TO WSS-DiasLicenca
           MOVE ZEROS TO WSS-ValorLicenca
           MOVE SPACE TO WSS-TipoLicenca
           IF WSS-LicencasDisponivel = "S"
               MOVE FUN-MATRICULA TO LIC-MATRICULA
               MOVE ZEROS TO LIC-INICIO
               MOVE "N" TO WSS-fim-licencas
               START LICENCAS-FILE KEY NOT < LIC-CHAVE
                   INVALID KEY SET WSS-NAO-HA-MAIS-LICENCAS TO TRUE
               END-START
               PERFORM UNTIL WSS-NAO-HA-MAIS-LICENCAS
                   READ LICENCAS-FILE NEXT RECORD
                       AT END SET WSS-NAO-HA-MAIS-LICENCAS TO TRUE
                       NOT AT END
                           IF LIC-MATRICULA NOT = FUN-MATRICULA
                              OR LIC-INICIO > WSS-DataFimMes
                               SET WSS-NAO-HA-MAIS-LICENCAS TO TRUE
                           ELSE
                               PERFORM SomarDiasLicenca
                           END-IF
                   END-READ
               END-PERFORM
           END-IF
           IF WSS-DiasLicenca > 30
               MOVE 30 TO WSS-DiasLicenca
           END-IF
           IF WSS-DiasLicenca > ZEROS
               COMPUTE WSS-ValorLicenca ROUNDED =
                       FUN-SALARIO * WSS-DiasLicenca / 30
           END-IF.

       SomarDiasLicenca.
           COMPUTE WSS-IntIniLic =
                   FUNCTION INTEGER-OF-DATE (LIC-INICIO)
           IF LIC-15-DIAS-EMPRESA
               ADD 15 TO WSS-IntIniLic
           END-IF
           IF LIC-FIM = ZEROS
               MOVE WSS-IntFimMes TO WSS-IntFimLic
           ELSE
               COMPUTE WSS-IntFimLic =
                       FUNCTION INTEGER-OF-DATE (LIC-FIM)
           END-IF
           IF WSS-IntIniLic < WSS-IntIniMes
               MOVE WSS-IntIniMes TO WSS-IntIniLic
           END-IF
           IF WSS-IntFimLic > WSS-IntFimMes
               MOVE WSS-IntFimMes TO WSS-IntFimLic
           END-IF
           IF WSS-IntFimLic NOT < WSS-IntIniLic
               IF WSS-IntIniLic = WSS-IntIniMes
                  AND WSS-IntFimLic = WSS-IntFimMes
                   ADD 30 TO WSS-DiasLicenca
               ELSE
                   COMPUTE WSS-DiasLicenca = WSS-DiasLicenca
                           + WSS-IntFimLic - WSS-IntIniLic + 1
               END-IF
               MOVE LIC-TIPO TO WSS-TipoLicenca
           END-IF.

      * Comissoes da competencia da folha: de COMISSOESMES vale a
      * ultima linha de cada vendedor (fechamento refeito grava
      * de novo); a matricula vem do cadastro VENDEDORES.
       CarregarComissoesMes.
           OPEN INPUT COMISSOES-FILE
           IF WSS-FS-COMISSOES NOT = "00"
               DISPLAY "Sem fechamento de comissoes (COMISSOESMES) "
                       "para a folha."
           ELSE
               READ COMISSOES-FILE
                   AT END SET WSS-NAO-HA-MAIS-COMISSOES TO TRUE
               END-READ
               PERFORM UNTIL WSS-NAO-HA-MAIS-COMISSOES
                   IF WSS-REG-COMISSOES (1:10) = "VENDEDOR: "
                       MOVE WSS-REG-COMISSOES TO LINHA-COMISSAO
                       IF CMS-COMPETENCIA = WSS-Competencia
                           PERFORM GuardarComissao
                       END-IF
                   END-IF
                   READ COMISSOES-FILE
                       AT END SET WSS-NAO-HA-MAIS-COMISSOES TO TRUE
                   END-READ
               END-PERFORM
               CLOSE COMISSOES-FILE
           END-IF

           IF WSS-QtdComissoes > ZEROS
               OPEN INPUT VENDEDOR-FILE
               IF WSS-FS-VENDEDOR NOT = "00"
                   DISPLAY "Cadastro VENDEDORES indisponivel. "
                           "Comissoes sem funcionario ligado."
               ELSE
                   PERFORM VARYING WSS-IndCms FROM 1 BY 1
                           UNTIL WSS-IndCms > WSS-QtdComissoes
                       MOVE cfo-vendedor (WSS-IndCms) TO VDD-CODIGO
                       READ VENDEDOR-FILE
                           INVALID KEY
                               CONTINUE
                           NOT INVALID KEY
                               MOVE VDD-MATRICULA
                                    TO cfo-matricula (WSS-IndCms)
                       END-READ
                   END-PERFORM
                   CLOSE VENDEDOR-FILE
               END-IF
           END-IF.

       GuardarComissao.
           MOVE "N" TO WSS-AchouComissao
           PERFORM VARYING WSS-IndCms FROM 1 BY 1
                   UNTIL WSS-IndCms > WSS-QtdComissoes
                      OR WSS-AchouComissao = "S"
               IF cfo-vendedor (WSS-IndCms) = CMS-CODIGO
                   MOVE "S" TO WSS-AchouComissao
                   SUBTRACT 1 FROM WSS-IndCms
               END-IF
           END-PERFORM
           IF WSS-AchouComissao = "N"
               IF WSS-QtdComissoes = 100
                   DISPLAY "Limite de 100 vendedores atingido. "
                           "Comissao do vendedor " CMS-CODIGO
                           " fora da folha."
               ELSE
                   ADD 1 TO WSS-QtdComissoes
                   MOVE WSS-QtdComissoes TO WSS-IndCms
                   MOVE "S" TO WSS-AchouComissao
               END-IF
           END-IF
           IF WSS-AchouComissao = "S"
               MOVE CMS-CODIGO TO cfo-vendedor (WSS-IndCms)
               MOVE ZEROS TO cfo-matricula (WSS-IndCms)
               MOVE CMS-COMISSAO TO cfo-valor (WSS-IndCms)
               MOVE "N" TO cfo-paga (WSS-IndCms)
           END-IF.

      * Soma as comissoes dos vendedores ligados a matricula.
       ApurarComissao.
           MOVE ZEROS TO WSS-ValorComissao
           PERFORM VARYING WSS-IndCms FROM 1 BY 1
                   UNTIL WSS-IndCms > WSS-QtdComissoes
               IF cfo-matricula (WSS-IndCms) = FUN-MATRICULA
                  AND cfo-valor (WSS-IndCms) > ZEROS
                   ADD cfo-valor (WSS-IndCms) TO WSS-ValorComissao
                   MOVE "S" TO cfo-paga (WSS-IndCms)
               END-IF
           END-PERFORM.

      * Comissao que nenhum funcionario ativo recebeu: vendedor
      * sem matricula, matricula inexistente ou desligada.
       ApontarComissoesNaoPagas.
           PERFORM VARYING WSS-IndCms FROM 1 BY 1
                   UNTIL WSS-IndCms > WSS-QtdComissoes
               IF cfo-paga (WSS-IndCms) = "N"
                  AND cfo-valor (WSS-IndCms) > ZEROS
                   MOVE cfo-valor (WSS-IndCms) TO WSS-TotalEd
                   IF cfo-matricula (WSS-IndCms) = ZEROS
                       DISPLAY "Vendedor " cfo-vendedor (WSS-IndCms)
                               " sem funcionario ligado: comissao"
                               " R$ " WSS-TotalEd " NAO PAGA."
                   ELSE
                       DISPLAY "Vendedor " cfo-vendedor (WSS-IndCms)
                               " matricula "
                               cfo-matricula (WSS-IndCms)
                               " fora da folha: comissao R$ "
                               WSS-TotalEd " NAO PAGA."
                   END-IF
                   ADD 1 TO WSS-QtdComisNaoPaga
                   ADD cfo-valor (WSS-IndCms)
                       TO WSS-TotalComisNaoPaga
                   ADD 1 TO WSS-LogRejeitados
               END-IF
           END-PERFORM
           IF WSS-QtdComisNaoPaga > ZEROS
               MOVE WSS-TotalComisNaoPaga TO WSS-TotalEd
               DISPLAY "Comissoes nao pagas.....: "
                       WSS-QtdComisNaoPaga " R$ " WSS-TotalEd
           END-IF.
      *wrun32 exerc-43-fol
