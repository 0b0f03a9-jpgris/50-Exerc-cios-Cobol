       IDENTIFICATION DIVISION.
       PROGRAM-ID. Exerc-10-Pag.
       AUTHOR. JOAO_PAULO.

      * Rodada mensal de pagamento do beneficio municipal: le os
      * domicilios elegiveis da rodada corrente (ELEGIVEIS do
      * exerc-10-ben), acha o valor na tabela vigente de
      * BENEFPARAM (exerc-10-tab) pela renda per capita e pelo
      * numero de moradores e credita na conta CLIENTES do chefe
      * do domicilio - o morador de parentesco C em MORADORES,
      * cuja conta vem do PES-CODCLIENTE do cadastro PESSOAS. Cada
      * credito sai na trilha AUDITORIA44 com operacao propria BM.
      * Domicilio sem chefe vinculado, chefe sem conta, conta
      * inexistente ou bloqueada vai para BENEFPEND com o motivo,
      * no molde de DEPOSPEND. Antes de creditar, o total apurado
      * e conferido contra o orcamento aprovado do mes: acima
      * dele nada e pago. O controle do mes fica em BENEFMES, que
      * tambem barra pagar a mesma competencia duas vezes.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ELEGIVEIS-FILE ASSIGN TO "ELEGIVEIS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WSS-FS-ELEGIVEIS.
           SELECT BENEFTAB-FILE ASSIGN TO "BENEFPARAM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WSS-FS-BENEFTAB.
           SELECT MORADORES-FILE ASSIGN TO "MORADORES"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WSS-FS-MORADORES.
           SELECT PESSOAS-FILE ASSIGN TO "PESSOAS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PES-CODIGO
               FILE STATUS IS WSS-FS-PESSOAS.
           SELECT CLIENTES-FILE ASSIGN TO "CLIENTES"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CLI-CODIGO
               FILE STATUS IS WSS-FS-CLIENTES.
           SELECT AUDITORIA-FILE ASSIGN TO "AUDITORIA44"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WSS-FS-AUDITORIA.
           SELECT PENDENTES-FILE ASSIGN TO "BENEFPEND"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WSS-FS-PENDENTES.
           SELECT BENEFMES-FILE ASSIGN TO "BENEFMES"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WSS-FS-BENEFMES.

       DATA DIVISION.
       FILE SECTION.
       FD  ELEGIVEIS-FILE.
       01  ELEGIVEL-REG.
           05  ELE-DOM-ID          PIC 9(5).
           05  ELE-PERCAPITA       PIC 9(5)V99.
           05  ELE-TAMANHO         PIC 9(2).
           05  ELE-DATA            PIC 9(8).

       FD  BENEFTAB-FILE.
           COPY "BENEFTAB.CPY".

       FD  MORADORES-FILE.
           COPY "MORADOR.CPY".

       FD  PESSOAS-FILE.
           COPY "PESSOA.CPY".

       FD  CLIENTES-FILE.
           COPY "CLIENTE.CPY".

       FD  AUDITORIA-FILE.
       01  WSS-REG-AUDITORIA         PIC X(120).

       FD  PENDENTES-FILE.
           COPY "BENPEND.CPY".

       FD  BENEFMES-FILE.
       01  BENEFMES-REG.
           05  BMS-COMPETENCIA     PIC 9(6).
           05  BMS-DATA            PIC 9(8).
           05  BMS-OPERADOR        PIC 9(3).
           05  BMS-ORCAMENTO       PIC 9(9)V99.
           05  BMS-QTDCREDITOS     PIC 9(5).
           05  BMS-TOTALCREDITADO  PIC 9(9)V99.
           05  BMS-QTDPENDENTES    PIC 9(5).
           05  BMS-TOTALPENDENTE   PIC 9(9)V99.

       WORKING-STORAGE SECTION.
       77  WSS-FS-ELEGIVEIS     PIC X(02).
       77  WSS-FS-BENEFTAB      PIC X(02).
       77  WSS-FS-MORADORES     PIC X(02).
       77  WSS-FS-PESSOAS       PIC X(02).
       77  WSS-FS-CLIENTES      PIC X(02).
       77  WSS-FS-AUDITORIA     PIC X(02).
       77  WSS-FS-PENDENTES     PIC X(02).
       77  WSS-FS-BENEFMES      PIC X(02).
       77  WSS-MctGravado       PIC X(01).
       77  WSS-LogPrograma      PIC X(12) VALUE "EXERC-10-PAG".
       77  WSS-LogEvento        PIC X(01).
       77  WSS-LogLidos         PIC 9(7) VALUE ZEROS.
       77  WSS-LogGravados      PIC 9(7) VALUE ZEROS.
       77  WSS-LogRejeitados    PIC 9(7) VALUE ZEROS.
       77  WSS-LogRetorno       PIC X(02) VALUE "OK".
       77  WSS-TfsPrograma      PIC X(12) VALUE "exerc-10-pag".
       77  WSS-TfsArquivo       PIC X(12).
       77  WSS-TfsOperacao      PIC X(10).

       77  WSS-Operador         PIC 9(3).
       77  WSS-OperadorValido   PIC X(01).
       77  WSS-fim-arquivo      PIC X(01).
           88 WSS-NAO-HA-MAIS-REGISTROS  VALUE "S".
       77  WSS-DataHoje         PIC 9(8).
       77  WSS-Competencia      PIC 9(6).
       77  WSS-JaPago           PIC X(01) VALUE "N".
       77  WSS-Orcamento        PIC 9(9)V99.
       77  WSS-VigenciaTabela   PIC 9(8) VALUE ZEROS.
       77  WSS-ValorBeneficio   PIC 9(7)V99.
       77  WSS-MotivoPendencia  PIC X(20).
       77  WSS-ChefePessoa      PIC 9(4).
       77  WSS-ChefeOnda        PIC 9(2).
       77  WSS-ContaChefe       PIC 9(6).
       77  WSS-QtdCreditos      PIC 9(5) VALUE ZEROS.
       77  WSS-QtdPendentes     PIC 9(5) VALUE ZEROS.
       77  WSS-QtdForaTabela    PIC 9(5) VALUE ZEROS.
       77  WSS-QtdApurados      PIC 9(5) VALUE ZEROS.
       77  WSS-TotalApurado     PIC 9(9)V99 VALUE ZEROS.
       77  WSS-TotalCreditado   PIC 9(9)V99 VALUE ZEROS.
       77  WSS-TotalPendente    PIC 9(9)V99 VALUE ZEROS.
       77  WSS-SaldoOrcamento   PIC S9(9)V99.
       77  WSS-TotalEd          PIC zzz,zzz,zz9.99.
       77  WSS-SaldoEd          PIC -zz,zzz,zz9.99.
       77  WSS-ValorEd          PIC zzzz9.99.
       01  WSS-DataHoraLanc.
           05  WSS-DataHoraLanc-DT PIC 9(8).
           05  WSS-DataHoraLanc-HR PIC 9(6).
       77  WSS-DataHoraLanc-T8 PIC 9(8).

       77  WSS-IndFx            PIC 9(3).
       77  WSS-IndMelhor        PIC 9(3).
       77  WSS-QtdFaixas        PIC 9(3) VALUE ZEROS.
       01  TABELA-FAIXAS.
           05  FAIXA-BENEFICIO OCCURS 200 TIMES.
               10  fx-percapita       PIC 9(5)V99.
               10  fx-moradores       PIC 9(2).
               10  fx-valor           PIC 9(5)V99.
               10  fx-vigencia        PIC 9(8).

       77  WSS-IndChf           PIC 9(4).
       77  WSS-QtdChefes        PIC 9(4) VALUE ZEROS.
       01  TABELA-CHEFES.
           05  CHEFE-LIDO OCCURS 1000 TIMES.
               10  chf-dom-id         PIC 9(5).
               10  chf-pessoa         PIC 9(4).
               10  chf-onda           PIC 9(2).

       77  WSS-IndEle           PIC 9(3).
       77  WSS-QtdElegiveis     PIC 9(3) VALUE ZEROS.
       01  TABELA-ELEGIVEIS.
           05  ELEGIVEL-RODADA OCCURS 300 TIMES.
               10  pag-dom-id         PIC 9(5).
               10  pag-percapita      PIC 9(5)V99.
               10  pag-tamanho        PIC 9(2).
               10  pag-valor          PIC 9(7)V99.

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
           DISPLAY "Competencia do pagamento (AAAAMM, 0 = mes "
                   "atual): "
           ACCEPT WSS-Competencia
           IF WSS-Competencia = ZEROS
               COMPUTE WSS-Competencia = WSS-DataHoje / 100
           END-IF
           PERFORM ConferirCompetencia
           IF WSS-JaPago = "S"
               DISPLAY "Beneficio da competencia " WSS-Competencia
                       " ja pago (BENEFMES). Nada creditado."
               MOVE "ER" TO WSS-LogRetorno
               GO TO GravarFimLog
           END-IF

           PERFORM CarregarFaixas
           IF WSS-VigenciaTabela = ZEROS
               DISPLAY "Nenhuma tabela vigente em BENEFPARAM. "
                       "Lance no exerc-10-tab antes do pagamento."
               MOVE "ER" TO WSS-LogRetorno
               GO TO GravarFimLog
           END-IF

           PERFORM CarregarChefes
           PERFORM CarregarElegiveis
           IF WSS-QtdElegiveis = ZEROS
               DISPLAY "Nenhum domicilio em ELEGIVEIS. Rode o "
                       "exerc-10-ben antes do pagamento."
               GO TO GravarFimLog
           END-IF

           MOVE WSS-TotalApurado TO WSS-TotalEd
           DISPLAY "Domicilios com valor na tabela: "
                   WSS-QtdApurados " - total R$ " WSS-TotalEd
           DISPLAY "Orcamento aprovado para " WSS-Competencia
                   " (R$): "
           ACCEPT WSS-Orcamento
           IF WSS-TotalApurado > WSS-Orcamento
               MOVE WSS-Orcamento TO WSS-TotalEd
               DISPLAY "Total apurado excede o orcamento de R$ "
                       WSS-TotalEd ". Nada creditado - revise a "
                       "tabela ou o orcamento."
               MOVE "ER" TO WSS-LogRetorno
               GO TO GravarFimLog
           END-IF

           OPEN INPUT PESSOAS-FILE
           MOVE "PESSOAS" TO WSS-TfsArquivo
           MOVE "OPEN INPUT" TO WSS-TfsOperacao
           CALL "TRATAFS" USING WSS-TfsPrograma
                WSS-TfsArquivo WSS-TfsOperacao WSS-FS-PESSOAS
           IF WSS-FS-PESSOAS NOT = "00"
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
               CLOSE PESSOAS-FILE
               GO TO GravarFimLog
           END-IF

           OPEN EXTEND AUDITORIA-FILE
           IF WSS-FS-AUDITORIA NOT = "00"
               CLOSE AUDITORIA-FILE
               OPEN OUTPUT AUDITORIA-FILE
           END-IF
           OPEN EXTEND PENDENTES-FILE
           IF WSS-FS-PENDENTES NOT = "00"
               CLOSE PENDENTES-FILE
               OPEN OUTPUT PENDENTES-FILE
           END-IF

           DISPLAY "------ PAGAMENTO DO BENEFICIO " WSS-Competencia
                   " ------"
           PERFORM VARYING WSS-IndEle FROM 1 BY 1
                   UNTIL WSS-IndEle > WSS-QtdElegiveis
               PERFORM PagarDomicilio THRU PagarDomicilio-Fim
           END-PERFORM

           CLOSE PESSOAS-FILE
           CLOSE CLIENTES-FILE
           CLOSE AUDITORIA-FILE
           CLOSE PENDENTES-FILE

           PERFORM GravarControleMes
           PERFORM EmitirControle

           MOVE WSS-QtdCreditos TO WSS-LogGravados
           MOVE WSS-QtdPendentes TO WSS-LogRejeitados.

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

       PagarDomicilio.
           IF pag-valor (WSS-IndEle) = ZEROS
               GO TO PagarDomicilio-Fim
           END-IF
           MOVE pag-valor (WSS-IndEle) TO WSS-ValorBeneficio
           MOVE ZEROS TO WSS-ContaChefe
           PERFORM BuscarChefe
           IF WSS-ChefePessoa = ZEROS
               MOVE "SEM CHEFE VINCULADO" TO WSS-MotivoPendencia
               PERFORM GravarPendente
               GO TO PagarDomicilio-Fim
           END-IF
           MOVE WSS-ChefePessoa TO PES-CODIGO
           READ PESSOAS-FILE
               INVALID KEY
                   MOVE "CHEFE SEM CADASTRO" TO WSS-MotivoPendencia
                   PERFORM GravarPendente
                   GO TO PagarDomicilio-Fim
           END-READ
           IF PES-CODCLIENTE IS NOT NUMERIC
              OR PES-CODCLIENTE = ZEROS
               MOVE "CHEFE SEM CONTA" TO WSS-MotivoPendencia
               PERFORM GravarPendente
               GO TO PagarDomicilio-Fim
           END-IF
           MOVE PES-CODCLIENTE TO WSS-ContaChefe
           MOVE WSS-ContaChefe TO CLI-CODIGO
           READ CLIENTES-FILE
               INVALID KEY
                   MOVE "CONTA INEXISTENTE" TO WSS-MotivoPendencia
                   PERFORM GravarPendente
                   GO TO PagarDomicilio-Fim
           END-READ
           IF CLI-BLOQUEADA
               MOVE "CONTA BLOQUEADA" TO WSS-MotivoPendencia
               PERFORM GravarPendente
               GO TO PagarDomicilio-Fim
           END-IF
           ADD WSS-ValorBeneficio TO CLI-SALDO
           REWRITE CLIENTE-REG
               INVALID KEY
                   DISPLAY "Erro ao regravar CLIENTES. Status: "
                           WSS-FS-CLIENTES
               NOT INVALID KEY
                   ADD 1 TO WSS-QtdCreditos
                   ADD WSS-ValorBeneficio TO WSS-TotalCreditado
                   PERFORM RegistrarAuditoria44
           END-REWRITE
           MOVE "REWRITE" TO WSS-TfsOperacao
           MOVE "CLIENTES" TO WSS-TfsArquivo
           CALL "TRATAFS" USING WSS-TfsPrograma
                WSS-TfsArquivo WSS-TfsOperacao WSS-FS-CLIENTES.

       PagarDomicilio-Fim.
           EXIT.

      * O chefe vale pela onda mais recente em que o domicilio
      * teve os moradores vinculados.
       BuscarChefe.
           MOVE ZEROS TO WSS-ChefePessoa
           MOVE ZEROS TO WSS-ChefeOnda
           PERFORM VARYING WSS-IndChf FROM 1 BY 1
                   UNTIL WSS-IndChf > WSS-QtdChefes
               IF chf-dom-id (WSS-IndChf) = pag-dom-id (WSS-IndEle)
                  AND chf-onda (WSS-IndChf) NOT < WSS-ChefeOnda
                   MOVE chf-pessoa (WSS-IndChf) TO WSS-ChefePessoa
                   MOVE chf-onda (WSS-IndChf) TO WSS-ChefeOnda
               END-IF
           END-PERFORM.

      * O credito que nao entrou nao pode sumir: fica em
      * BENEFPEND com o motivo, e o controle do mes soma
      * creditado mais pendente.
       GravarPendente.
           MOVE pag-dom-id (WSS-IndEle) TO BNP-DOM-ID
           MOVE WSS-ChefePessoa TO BNP-PESSOA
           MOVE WSS-ContaChefe TO BNP-CONTA
           MOVE WSS-ValorBeneficio TO BNP-VALOR
           MOVE WSS-Competencia TO BNP-COMPETENCIA
           MOVE WSS-MotivoPendencia TO BNP-MOTIVO
           MOVE "P" TO BNP-SITUACAO
           MOVE WSS-DataHoje TO BNP-DATAGRAV
           WRITE BENPEND-REG
           MOVE "BENEFPEND" TO WSS-TfsArquivo
           MOVE "WRITE" TO WSS-TfsOperacao
           CALL "TRATAFS" USING WSS-TfsPrograma
                WSS-TfsArquivo WSS-TfsOperacao WSS-FS-PENDENTES
           ADD 1 TO WSS-QtdPendentes
           ADD WSS-ValorBeneficio TO WSS-TotalPendente
           MOVE WSS-ValorBeneficio TO WSS-ValorEd
           DISPLAY "Domicilio " pag-dom-id (WSS-IndEle)
                   " R$ " WSS-ValorEd " pendente: "
                   WSS-MotivoPendencia.

       RegistrarAuditoria44.
           ACCEPT WSS-DataHoraLanc-DT FROM DATE YYYYMMDD
           ACCEPT WSS-DataHoraLanc-T8 FROM TIME
           MOVE WSS-DataHoraLanc-T8 (1:6) TO WSS-DataHoraLanc-HR
           MOVE SPACES TO WSS-REG-AUDITORIA
           STRING "CLIENTE: "              DELIMITED BY SIZE
                  WSS-ContaChefe           DELIMITED BY SIZE
                  " DATAHORA: "            DELIMITED BY SIZE
                  WSS-DataHoraLanc         DELIMITED BY SIZE
                  " VALORINVESTIDO: "      DELIMITED BY SIZE
                  WSS-ValorBeneficio       DELIMITED BY SIZE
                  " RENDIMENTO: "          DELIMITED BY SIZE
                  "00000000000"            DELIMITED BY SIZE
                  " OP: BM"                DELIMITED BY SIZE
                  " OPERADOR: "            DELIMITED BY SIZE
                  WSS-Operador             DELIMITED BY SIZE
                  INTO WSS-REG-AUDITORIA
           END-STRING
           WRITE WSS-REG-AUDITORIA
           CALL "GRAVAMCT" USING WSS-REG-AUDITORIA WSS-MctGravado.

       GravarControleMes.
           OPEN EXTEND BENEFMES-FILE
           IF WSS-FS-BENEFMES NOT = "00"
               CLOSE BENEFMES-FILE
               OPEN OUTPUT BENEFMES-FILE
           END-IF
           MOVE WSS-Competencia TO BMS-COMPETENCIA
           MOVE WSS-DataHoje TO BMS-DATA
           MOVE WSS-Operador TO BMS-OPERADOR
           MOVE WSS-Orcamento TO BMS-ORCAMENTO
           MOVE WSS-QtdCreditos TO BMS-QTDCREDITOS
           MOVE WSS-TotalCreditado TO BMS-TOTALCREDITADO
           MOVE WSS-QtdPendentes TO BMS-QTDPENDENTES
           MOVE WSS-TotalPendente TO BMS-TOTALPENDENTE
           WRITE BENEFMES-REG
           MOVE "BENEFMES" TO WSS-TfsArquivo
           MOVE "WRITE" TO WSS-TfsOperacao
           CALL "TRATAFS" USING WSS-TfsPrograma
                WSS-TfsArquivo WSS-TfsOperacao WSS-FS-BENEFMES
           CLOSE BENEFMES-FILE.

      * Controle que fecha com o orcamento: creditado mais
      * pendente e o total apurado pela tabela; a sobra do
      * orcamento sai ao lado.
       EmitirControle.
           COMPUTE WSS-SaldoOrcamento =
                   WSS-Orcamento - WSS-TotalCreditado
                   - WSS-TotalPendente
           DISPLAY "------ CONTROLE DO BENEFICIO " WSS-Competencia
                   " ------"
           DISPLAY "Tabela de valores vigente desde: "
                   WSS-VigenciaTabela
           DISPLAY "Domicilios elegiveis lidos...: " WSS-QtdElegiveis
           DISPLAY "Fora da tabela (sem valor)...: "
                   WSS-QtdForaTabela
           MOVE WSS-Orcamento TO WSS-TotalEd
           DISPLAY "Orcamento aprovado...........: R$ " WSS-TotalEd
           MOVE WSS-TotalApurado TO WSS-TotalEd
           DISPLAY "Total apurado (" WSS-QtdApurados ")......: R$ "
                   WSS-TotalEd
           MOVE WSS-TotalCreditado TO WSS-TotalEd
           DISPLAY "Creditado (" WSS-QtdCreditos ")..........: R$ "
                   WSS-TotalEd
           MOVE WSS-TotalPendente TO WSS-TotalEd
           DISPLAY "Pendente em BENEFPEND (" WSS-QtdPendentes
                   "): R$ " WSS-TotalEd
           MOVE WSS-SaldoOrcamento TO WSS-SaldoEd
           DISPLAY "Saldo do orcamento...........: R$ " WSS-SaldoEd
           IF WSS-TotalCreditado + WSS-TotalPendente
              NOT = WSS-TotalApurado
               DISPLAY "ATENCAO: creditado + pendente nao fecha "
                       "com o apurado - confira os erros acima."
               MOVE "ER" TO WSS-LogRetorno
           END-IF.

       ConferirCompetencia.
           OPEN INPUT BENEFMES-FILE
           IF WSS-FS-BENEFMES = "35"
               CONTINUE
           ELSE
               MOVE "N" TO WSS-fim-arquivo
               READ BENEFMES-FILE
                   AT END SET WSS-NAO-HA-MAIS-REGISTROS TO TRUE
               END-READ
               PERFORM UNTIL WSS-NAO-HA-MAIS-REGISTROS
                   IF BMS-COMPETENCIA = WSS-Competencia
                       MOVE "S" TO WSS-JaPago
                   END-IF
                   READ BENEFMES-FILE
                       AT END SET WSS-NAO-HA-MAIS-REGISTROS TO TRUE
                   END-READ
               END-PERFORM
               CLOSE BENEFMES-FILE
           END-IF.

      * Vale o conjunto de faixas da maior vigencia ja alcancada.
       CarregarFaixas.
           OPEN INPUT BENEFTAB-FILE
           IF WSS-FS-BENEFTAB = "35"
               CONTINUE
           ELSE
               MOVE "N" TO WSS-fim-arquivo
               READ BENEFTAB-FILE
                   AT END SET WSS-NAO-HA-MAIS-REGISTROS TO TRUE
               END-READ
               PERFORM UNTIL WSS-NAO-HA-MAIS-REGISTROS
                   IF BNT-VIGENCIA NOT > WSS-DataHoje
                       IF WSS-QtdFaixas < 200
                           ADD 1 TO WSS-QtdFaixas
                           MOVE BNT-PERCAPITA-ATE
                                TO fx-percapita (WSS-QtdFaixas)
                           MOVE BNT-MORADORES-ATE
                                TO fx-moradores (WSS-QtdFaixas)
                           MOVE BNT-VALOR
                                TO fx-valor (WSS-QtdFaixas)
                           MOVE BNT-VIGENCIA
                                TO fx-vigencia (WSS-QtdFaixas)
                       END-IF
                       IF BNT-VIGENCIA > WSS-VigenciaTabela
                           MOVE BNT-VIGENCIA TO WSS-VigenciaTabela
                       END-IF
                   END-IF
                   READ BENEFTAB-FILE
                       AT END SET WSS-NAO-HA-MAIS-REGISTROS TO TRUE
                   END-READ
               END-PERFORM
               CLOSE BENEFTAB-FILE
           END-IF.

       CarregarChefes.
           OPEN INPUT MORADORES-FILE
           IF WSS-FS-MORADORES = "35"
               CONTINUE
           ELSE
               MOVE "N" TO WSS-fim-arquivo
               READ MORADORES-FILE
                   AT END SET WSS-NAO-HA-MAIS-REGISTROS TO TRUE
               END-READ
               PERFORM UNTIL WSS-NAO-HA-MAIS-REGISTROS
                   IF MOR-PARENTESCO = "C"
                      AND WSS-QtdChefes < 1000
                       ADD 1 TO WSS-QtdChefes
                       MOVE MOR-DOM-ID
                            TO chf-dom-id (WSS-QtdChefes)
                       MOVE MOR-PES-CODIGO
                            TO chf-pessoa (WSS-QtdChefes)
                       IF MOR-ONDA IS NUMERIC AND MOR-ONDA > ZEROS
                           MOVE MOR-ONDA TO chf-onda (WSS-QtdChefes)
                       ELSE
                           MOVE 1 TO chf-onda (WSS-QtdChefes)
                       END-IF
                   END-IF
                   READ MORADORES-FILE
                       AT END SET WSS-NAO-HA-MAIS-REGISTROS TO TRUE
                   END-READ
               END-PERFORM
               CLOSE MORADORES-FILE
           END-IF.

       CarregarElegiveis.
           OPEN INPUT ELEGIVEIS-FILE
           IF WSS-FS-ELEGIVEIS = "35"
               CONTINUE
           ELSE
               MOVE "N" TO WSS-fim-arquivo
               READ ELEGIVEIS-FILE
                   AT END SET WSS-NAO-HA-MAIS-REGISTROS TO TRUE
               END-READ
               PERFORM UNTIL WSS-NAO-HA-MAIS-REGISTROS
                   ADD 1 TO WSS-LogLidos
                   IF WSS-QtdElegiveis < 300
                       ADD 1 TO WSS-QtdElegiveis
                       MOVE ELE-DOM-ID
                            TO pag-dom-id (WSS-QtdElegiveis)
                       MOVE ELE-PERCAPITA
                            TO pag-percapita (WSS-QtdElegiveis)
                       MOVE ELE-TAMANHO
                            TO pag-tamanho (WSS-QtdElegiveis)
                       PERFORM AcharValor
                   END-IF
                   READ ELEGIVEIS-FILE
                       AT END SET WSS-NAO-HA-MAIS-REGISTROS TO TRUE
                   END-READ
               END-PERFORM
               CLOSE ELEGIVEIS-FILE
           END-IF.

      * A faixa mais estreita que cobre o domicilio: menor teto
      * de renda per capita e, nele, menor teto de moradores.
       AcharValor.
           MOVE ZEROS TO WSS-IndMelhor
           PERFORM VARYING WSS-IndFx FROM 1 BY 1
                   UNTIL WSS-IndFx > WSS-QtdFaixas
               IF fx-vigencia (WSS-IndFx) = WSS-VigenciaTabela
                  AND ELE-PERCAPITA NOT > fx-percapita (WSS-IndFx)
                  AND ELE-TAMANHO NOT > fx-moradores (WSS-IndFx)
                   IF WSS-IndMelhor = ZEROS
                       MOVE WSS-IndFx TO WSS-IndMelhor
                   ELSE
                       IF fx-percapita (WSS-IndFx) <
                          fx-percapita (WSS-IndMelhor)
                          OR (fx-percapita (WSS-IndFx) =
                              fx-percapita (WSS-IndMelhor)
                              AND fx-moradores (WSS-IndFx) <
                                  fx-moradores (WSS-IndMelhor))
                           MOVE WSS-IndFx TO WSS-IndMelhor
                       END-IF
                   END-IF
               END-IF
           END-PERFORM
           IF WSS-IndMelhor = ZEROS
               MOVE ZEROS TO pag-valor (WSS-QtdElegiveis)
               ADD 1 TO WSS-QtdForaTabela
               DISPLAY "Domicilio " ELE-DOM-ID " fora da tabela do "
                       "beneficio (per capita " ELE-PERCAPITA
                       ", " ELE-TAMANHO " moradores)."
           ELSE
               MOVE fx-valor (WSS-IndMelhor)
                    TO pag-valor (WSS-QtdElegiveis)
               ADD 1 TO WSS-QtdApurados
               ADD fx-valor (WSS-IndMelhor) TO WSS-TotalApurado
           END-IF.
      *wrun32 exerc-10-pag
