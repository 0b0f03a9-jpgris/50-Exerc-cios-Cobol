       IDENTIFICATION DIVISION.
       PROGRAM-ID. Exerc-45-Lan.
       AUTHOR. JOAO_PAULO.

      * Contabilizacao diaria: le os movimentos do dia em cada
      * arquivo de origem dos subsistemas e grava no diario
      * contabil DIARIOCTB um lancamento de partidas dobradas
      * (debito e credito do mesmo valor e numero) por
      * movimento, com a origem, o tipo e a referencia do
      * registro, pelas contas da regra de REGRASCTB
      * (exerc-45-reg) para aquela origem e tipo.
      * Origens e movimentos do dia:
      *   VENDASDIA    vendas da data, tipo VEN-TIPO
      *   CONTASREC    parcelas pagas na data (PG e EN)
      *   AUDITORIA44  movimentos de conta da data, lidos do
      *                indexado MOVCONTAS (copia da trilha)
      *   JUROSPOST    juros creditados na data (JU e IR)
      *   EMPRESTIMOS  parcelas pagas na data (AM, JU e MM)
      *   CONTASPAG    titulos emitidos (EM) e pagos (PG)
      *   HOLERITES e TARIFASMES, que nao tem dia, entram na
      *   primeira contabilizacao depois de gravados: cada
      *   contracheque (competencia, tipo e matricula) e cada
      *   competencia de tarifas ainda nao lancados no DIARIOCTB
      *   nem pendentes no CTBREJ, da competencia da data e dos
      *   onze meses anteriores.
      * Movimento sem regra, ou com conta fora do plano ou
      * inativa, nao e lancado: vai para CTBREJ com o motivo,
      * para o contador cadastrar a regra e reprocessar. Regra
      * com as duas contas zeradas conta como ignorado. Data ja
      * contabilizada - com lancamento no DIARIOCTB ou rejeitado
      * no CTBREJ - nao le as origens de novo:
      * informada outra vez, reprocessa so os rejeitados dela no
      * CTBREJ (copiado antes para CTBREJTRAB), lanca os que ja
      * tem regra e conta e regrava o CTBREJ com o que continua
      * sem lancamento.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DIARIO-FILE ASSIGN TO "DIARIOCTB"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WSS-FS-DIARIO.
           SELECT REJEITOS-FILE ASSIGN TO "CTBREJ"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WSS-FS-REJEITOS.
           SELECT TRABREJ-FILE ASSIGN TO "CTBREJTRAB"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WSS-FS-TRABREJ.
           SELECT REGRAS-FILE ASSIGN TO "REGRASCTB"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WSS-FS-REGRAS.
           SELECT PLANOCTA-FILE ASSIGN TO "PLANOCONTAS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PCT-CONTA
               FILE STATUS IS WSS-FS-PLANOCTA.
           SELECT VENDAS-FILE ASSIGN TO "VENDASDIA"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WSS-FS-VENDAS.
           SELECT CONTASREC-FILE ASSIGN TO "CONTASREC"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS REC-CHAVE
               FILE STATUS IS WSS-FS-CONTASREC.
           SELECT HOLERITES-FILE ASSIGN TO "HOLERITES"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WSS-FS-HOLERITES.
           SELECT MOVCONTA-FILE ASSIGN TO "MOVCONTAS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS MCT-CHAVE
               ALTERNATE RECORD KEY IS MCT-OPERADOR
                   WITH DUPLICATES
               FILE STATUS IS WSS-FS-MOVCONTA.
           SELECT JUROS-FILE ASSIGN TO "JUROSPOST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WSS-FS-JUROS.
           SELECT TARIFAS-FILE ASSIGN TO "TARIFASMES"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WSS-FS-TARIFAS.
           SELECT EMPREST-FILE ASSIGN TO "EMPRESTIMOS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS EMP-CHAVE
               FILE STATUS IS WSS-FS-EMPREST.
           SELECT CONTASPAG-FILE ASSIGN TO "CONTASPAG"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS CPG-CHAVE
               FILE STATUS IS WSS-FS-CONTASPAG.

       DATA DIVISION.
       FILE SECTION.
       FD  DIARIO-FILE.
           COPY "LANCCTB.CPY".

       FD  REJEITOS-FILE.
       01  REJEITO-REG.
           05  REJ-DATA            PIC 9(8).
           05  REJ-ORIGEM          PIC X(12).
           05  REJ-TIPO            PIC X(02).
           05  REJ-REFERENCIA      PIC X(20).
           05  REJ-VALOR           PIC 9(9)V99.
           05  REJ-MOTIVO          PIC X(20).

       FD  TRABREJ-FILE.
       01  TRABREJ-REG          PIC X(73).

       FD  REGRAS-FILE.
           COPY "REGRACTB.CPY".

       FD  PLANOCTA-FILE.
           COPY "PLANOCTA.CPY".

       FD  VENDAS-FILE.
           COPY "VENDA.CPY".

       FD  CONTASREC-FILE.
           COPY "RECEBER.CPY".

       FD  HOLERITES-FILE.
           COPY "HOLERITE.CPY".

       FD  MOVCONTA-FILE.
           COPY "MOVCONTA.CPY".

       FD  JUROS-FILE.
       01  WSS-REG-JUROS        PIC X(160).

       FD  TARIFAS-FILE.
       01  WSS-REG-TARIFAS      PIC X(80).

       FD  EMPREST-FILE.
           COPY "EMPREST.CPY".

       FD  CONTASPAG-FILE.
           COPY "CONTPAG.CPY".

       WORKING-STORAGE SECTION.
       77  WSS-FS-DIARIO        PIC X(02).
       77  WSS-FS-REJEITOS      PIC X(02).
       77  WSS-FS-REGRAS        PIC X(02).
       77  WSS-FS-TRABREJ       PIC X(02).
       77  WSS-FS-PLANOCTA      PIC X(02).
       77  WSS-FS-VENDAS        PIC X(02).
       77  WSS-FS-CONTASREC     PIC X(02).
       77  WSS-FS-HOLERITES     PIC X(02).
       77  WSS-FS-MOVCONTA      PIC X(02).
       77  WSS-FS-JUROS         PIC X(02).
       77  WSS-FS-TARIFAS       PIC X(02).
       77  WSS-FS-EMPREST       PIC X(02).
       77  WSS-FS-CONTASPAG     PIC X(02).
       77  WSS-fim-arquivo      PIC X(01).
           88 WSS-NAO-HA-MAIS-REGISTROS  VALUE "S".

       77  WSS-LogPrograma      PIC X(12) VALUE "EXERC-45-LAN".
       77  WSS-LogEvento        PIC X(01).
       77  WSS-LogLidos         PIC 9(7) VALUE ZEROS.
       77  WSS-LogGravados      PIC 9(7) VALUE ZEROS.
       77  WSS-LogRejeitados    PIC 9(7) VALUE ZEROS.
       77  WSS-LogRetorno       PIC X(02) VALUE "OK".
       77  WSS-TfsPrograma      PIC X(12) VALUE "exerc-45-lan".
       77  WSS-TfsArquivo       PIC X(12).
       77  WSS-TfsOperacao      PIC X(10).

       01  WSS-DataMovimento    PIC 9(8).
       01  FILLER REDEFINES WSS-DataMovimento.
           05  WSS-MovAnoMes       PIC 9(6).
           05  WSS-MovDia          PIC 9(2).
       77  WSS-JaContabilizado  PIC X(01).
       77  WSS-Reprocesso       PIC X(01) VALUE "N".
       77  WSS-QtdRejData       PIC 9(6) VALUE ZEROS.
       77  WSS-QtdMeses         PIC 9(6).
       77  WSS-AnoCorte         PIC 9(4).
       77  WSS-MesCorte         PIC 9(2).
       77  WSS-CompCorte        PIC 9(6).
       77  WSS-DataRegistro     PIC 9(8).
       77  WSS-UltimoNumero     PIC 9(6) VALUE ZEROS.

       77  WSS-MovOrigem        PIC X(12).
       77  WSS-MovTipo          PIC X(02).
       77  WSS-MovValor         PIC 9(9)V99.
       77  WSS-MovReferencia    PIC X(20).
       77  WSS-MotivoRejeicao   PIC X(20).
       77  WSS-ContaConferida   PIC 9(6).
       77  WSS-ContaOk          PIC X(01).

       77  WSS-IndReg           PIC 9(3).
       77  WSS-QtdRegras        PIC 9(3) VALUE ZEROS.
       77  WSS-AchouRegra       PIC X(01).
       01  TABELA-REGRAS.
           05  REGRA-VIGENTE OCCURS 200 TIMES.
               10  reg-origem         PIC X(12).
               10  reg-tipo           PIC X(02).
               10  reg-debito         PIC 9(6).
               10  reg-credito        PIC 9(6).
               10  reg-historico      PIC X(20).

      * Contracheques e competencias de tarifas ja lancados ou
      * pendentes no CTBREJ, dentro da janela de doze meses.
       77  WSS-IndMes           PIC 9(4).
       77  WSS-QtdMes           PIC 9(4) VALUE ZEROS.
       77  WSS-AchouMes         PIC X(01).
       01  WSS-ChaveMes.
           05  chm-comp           PIC X(6).
           05  chm-tipo           PIC X(2).
           05  chm-matric         PIC X(5).
       01  TABELA-LANCADOS-MES.
           05  lme-chave OCCURS 6000 TIMES PIC X(13).

       77  WSS-IndOri           PIC 9(1).
       77  WSS-AchouOrigem      PIC X(01).
       01  TABELA-ORIGENS.
           05  ORIGEM-CONTROLE OCCURS 8 TIMES.
               10  ori-nome           PIC X(12).
               10  ori-lidos          PIC 9(6).
               10  ori-lancados       PIC 9(6).
               10  ori-ignorados      PIC 9(6).
               10  ori-rejeitados     PIC 9(6).
               10  ori-valor          PIC 9(11)V99.

       77  WSS-TotalDebitos     PIC 9(11)V99 VALUE ZEROS.
       77  WSS-TotalCreditos    PIC 9(11)V99 VALUE ZEROS.
       77  WSS-ValorEd          PIC zz,zzz,zzz,zz9.99.

       01  JUROS-LIDO.
           05  FILLER                PIC X(07).
           05  jpo-codigo            PIC 9(6).
           05  FILLER                PIC X(07).
           05  jpo-tipo              PIC 9(1).
           05  FILLER                PIC X(07).
           05  jpo-data              PIC 9(8).
           05  FILLER                PIC X(10).
           05  jpo-anterior          PIC S9(9)V99.
           05  FILLER                PIC X(07).
           05  jpo-juros             PIC 9(9)V99.
           05  FILLER                PIC X(04).
           05  jpo-ir                PIC 9(9)V99.
           05  FILLER                PIC X(70).

       01  TARIFAS-LIDAS.
           05  tpo-titulo            PIC X(17).
           05  tpo-competencia       PIC 9(6).
           05  FILLER                PIC X(10).
           05  tpo-cobradas          PIC 9(4).
           05  FILLER                PIC X(10).
           05  tpo-receita           PIC 9(9)V99.
           05  FILLER                PIC X(22).

       PROCEDURE DIVISION.
       Inicio.
           MOVE "I" TO WSS-LogEvento
           CALL "GRAVALOG" USING WSS-LogPrograma WSS-LogEvento
                WSS-LogLidos WSS-LogGravados WSS-LogRejeitados
                WSS-LogRetorno

           DISPLAY "Data do movimento (AAAAMMDD, 0 = hoje): "
           ACCEPT WSS-DataMovimento
           IF WSS-DataMovimento = ZEROS
               ACCEPT WSS-DataMovimento FROM DATE YYYYMMDD
           END-IF
           DIVIDE WSS-MovAnoMes BY 100 GIVING WSS-AnoCorte
                  REMAINDER WSS-MesCorte
           COMPUTE WSS-QtdMeses = WSS-AnoCorte * 12 + WSS-MesCorte
                   - 12
           DIVIDE WSS-QtdMeses BY 12 GIVING WSS-AnoCorte
                  REMAINDER WSS-MesCorte
           ADD 1 TO WSS-MesCorte
           COMPUTE WSS-CompCorte = WSS-AnoCorte * 100 + WSS-MesCorte

           PERFORM ConferirDiario
           IF WSS-JaContabilizado = "S"
               MOVE "S" TO WSS-Reprocesso
               PERFORM SepararRejeitos
               IF WSS-QtdRejData = ZEROS
                   DISPLAY "Movimento de " WSS-DataMovimento " ja "
                           "contabilizado no DIARIOCTB e sem "
                           "rejeitados no CTBREJ. Nada lancado."
                   MOVE "ER" TO WSS-LogRetorno
                   GO TO GravarFimLog
               END-IF
               DISPLAY "Movimento de " WSS-DataMovimento " ja "
                       "contabilizado. Reprocessando "
                       WSS-QtdRejData " rejeitados do CTBREJ."
           ELSE
               PERFORM CarregarRejeitosMes
           END-IF

           PERFORM CarregarRegras
           IF WSS-QtdRegras = ZEROS
               DISPLAY "Nenhuma regra em REGRASCTB. Cadastre no "
                       "exerc-45-reg antes da contabilizacao."
               MOVE "ER" TO WSS-LogRetorno
               GO TO GravarFimLog
           END-IF

           OPEN INPUT PLANOCTA-FILE
           MOVE "PLANOCONTAS" TO WSS-TfsArquivo
           MOVE "OPEN INPUT" TO WSS-TfsOperacao
           CALL "TRATAFS" USING WSS-TfsPrograma
                WSS-TfsArquivo WSS-TfsOperacao WSS-FS-PLANOCTA
           IF WSS-FS-PLANOCTA NOT = "00"
               MOVE "ER" TO WSS-LogRetorno
               GO TO GravarFimLog
           END-IF

           OPEN EXTEND DIARIO-FILE
           IF WSS-FS-DIARIO NOT = "00"
               CLOSE DIARIO-FILE
               OPEN OUTPUT DIARIO-FILE
           END-IF
           MOVE "DIARIOCTB" TO WSS-TfsArquivo
           MOVE "OPEN EXTEND" TO WSS-TfsOperacao
           CALL "TRATAFS" USING WSS-TfsPrograma
                WSS-TfsArquivo WSS-TfsOperacao WSS-FS-DIARIO
           IF WSS-FS-DIARIO NOT = "00"
               MOVE "ER" TO WSS-LogRetorno
               CLOSE PLANOCTA-FILE
               GO TO GravarFimLog
           END-IF
           IF WSS-Reprocesso = "S"
               OPEN OUTPUT REJEITOS-FILE
               MOVE "CTBREJ" TO WSS-TfsArquivo
               MOVE "OPEN OUTPUT" TO WSS-TfsOperacao
               CALL "TRATAFS" USING WSS-TfsPrograma
                    WSS-TfsArquivo WSS-TfsOperacao WSS-FS-REJEITOS
               IF WSS-FS-REJEITOS NOT = "00"
                   MOVE "ER" TO WSS-LogRetorno
                   CLOSE PLANOCTA-FILE
                   CLOSE DIARIO-FILE
                   GO TO GravarFimLog
               END-IF
           ELSE
               OPEN EXTEND REJEITOS-FILE
               IF WSS-FS-REJEITOS NOT = "00"
                   CLOSE REJEITOS-FILE
                   OPEN OUTPUT REJEITOS-FILE
               END-IF
           END-IF

           MOVE "VENDASDIA" TO ori-nome (1)
           MOVE "CONTASREC" TO ori-nome (2)
           MOVE "AUDITORIA44" TO ori-nome (3)
           MOVE "JUROSPOST" TO ori-nome (4)
           MOVE "EMPRESTIMOS" TO ori-nome (5)
           MOVE "CONTASPAG" TO ori-nome (6)
           MOVE "HOLERITES" TO ori-nome (7)
           MOVE "TARIFASMES" TO ori-nome (8)
           PERFORM VARYING WSS-IndOri FROM 1 BY 1 UNTIL WSS-IndOri > 8
               MOVE ZEROS TO ori-lidos (WSS-IndOri)
               MOVE ZEROS TO ori-lancados (WSS-IndOri)
               MOVE ZEROS TO ori-ignorados (WSS-IndOri)
               MOVE ZEROS TO ori-rejeitados (WSS-IndOri)
               MOVE ZEROS TO ori-valor (WSS-IndOri)
           END-PERFORM

           IF WSS-Reprocesso = "S"
               PERFORM ReprocessarRejeitos
           ELSE
               PERFORM LerVendas
               PERFORM LerContasReceber
               PERFORM LerMovimentosConta
               PERFORM LerJurosCreditados
               PERFORM LerEmprestimos
               PERFORM LerContasPagar
               PERFORM LerHolerites
               PERFORM LerTarifasMes
           END-IF

           CLOSE PLANOCTA-FILE
           CLOSE DIARIO-FILE
           CLOSE REJEITOS-FILE

           PERFORM EmitirControle
           IF WSS-TotalDebitos NOT = WSS-TotalCreditos
               DISPLAY "ERRO: debitos e creditos do dia nao "
                       "conferem."
               MOVE "ER" TO WSS-LogRetorno
           END-IF.

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

      * Uma data so e contabilizada uma vez; o numero do
      * lancamento continua do maior ja gravado. Guarda ainda os
      * contracheques e as tarifas ja lancados na janela. Data
      * sem lancamento no diario mas com rejeitado no CTBREJ (dia
      * em que nada passou pela regra) tambem ja foi lida.
       ConferirDiario.
           MOVE "N" TO WSS-JaContabilizado
           OPEN INPUT DIARIO-FILE
           IF WSS-FS-DIARIO = "00"
               MOVE "N" TO WSS-fim-arquivo
               READ DIARIO-FILE
                   AT END SET WSS-NAO-HA-MAIS-REGISTROS TO TRUE
               END-READ
               PERFORM UNTIL WSS-NAO-HA-MAIS-REGISTROS
                   IF LCT-DATA = WSS-DataMovimento
                       MOVE "S" TO WSS-JaContabilizado
                   END-IF
                   IF LCT-DEBITO
                      AND (LCT-ORIGEM = "HOLERITES"
                           OR LCT-ORIGEM = "TARIFASMES")
                       MOVE LCT-ORIGEM TO WSS-MovOrigem
                       MOVE LCT-TIPO TO WSS-MovTipo
                       MOVE LCT-REFERENCIA TO WSS-MovReferencia
                       MOVE LCT-DATA TO WSS-DataRegistro
                       PERFORM MontarChaveMes
                       PERFORM GuardarChaveMes
                   END-IF
                   IF LCT-NUMERO > WSS-UltimoNumero
                       MOVE LCT-NUMERO TO WSS-UltimoNumero
                   END-IF
                   READ DIARIO-FILE
                       AT END SET WSS-NAO-HA-MAIS-REGISTROS TO TRUE
                   END-READ
               END-PERFORM
               CLOSE DIARIO-FILE
           END-IF
           IF WSS-JaContabilizado = "N"
               PERFORM ConferirRejeitos
           END-IF.

       ConferirRejeitos.
           OPEN INPUT REJEITOS-FILE
           IF WSS-FS-REJEITOS = "00"
               MOVE "N" TO WSS-fim-arquivo
               READ REJEITOS-FILE
                   AT END SET WSS-NAO-HA-MAIS-REGISTROS TO TRUE
               END-READ
               PERFORM UNTIL WSS-NAO-HA-MAIS-REGISTROS
                   IF REJ-DATA = WSS-DataMovimento
                       MOVE "S" TO WSS-JaContabilizado
                       SET WSS-NAO-HA-MAIS-REGISTROS TO TRUE
                   ELSE
                       READ REJEITOS-FILE
                           AT END SET WSS-NAO-HA-MAIS-REGISTROS TO TRUE
                       END-READ
                   END-IF
               END-PERFORM
               CLOSE REJEITOS-FILE
           END-IF.

       CarregarRegras.
           OPEN INPUT REGRAS-FILE
           IF WSS-FS-REGRAS = "00"
               MOVE "N" TO WSS-fim-arquivo
               READ REGRAS-FILE
                   AT END SET WSS-NAO-HA-MAIS-REGISTROS TO TRUE
               END-READ
               PERFORM UNTIL WSS-NAO-HA-MAIS-REGISTROS
                   PERFORM GuardarRegra
                   READ REGRAS-FILE
                       AT END SET WSS-NAO-HA-MAIS-REGISTROS TO TRUE
                   END-READ
               END-PERFORM
               CLOSE REGRAS-FILE
           END-IF.

      * A regra gravada depois substitui a anterior da mesma
      * origem e tipo.
       GuardarRegra.
           MOVE "N" TO WSS-AchouRegra
           PERFORM VARYING WSS-IndReg FROM 1 BY 1
                   UNTIL WSS-IndReg > WSS-QtdRegras
                      OR WSS-AchouRegra = "S"
               IF reg-origem (WSS-IndReg) = RGC-ORIGEM
                  AND reg-tipo (WSS-IndReg) = RGC-TIPO
                   MOVE "S" TO WSS-AchouRegra
                   SUBTRACT 1 FROM WSS-IndReg
               END-IF
           END-PERFORM
           IF WSS-AchouRegra = "N"
               IF WSS-QtdRegras < 200
                   ADD 1 TO WSS-QtdRegras
                   MOVE WSS-QtdRegras TO WSS-IndReg
                   MOVE "S" TO WSS-AchouRegra
               ELSE
                   DISPLAY "Limite de 200 regras atingido. Regra "
                           RGC-ORIGEM " " RGC-TIPO " ignorada."
               END-IF
           END-IF
           IF WSS-AchouRegra = "S"
               MOVE RGC-ORIGEM TO reg-origem (WSS-IndReg)
               MOVE RGC-TIPO TO reg-tipo (WSS-IndReg)
               MOVE RGC-DEBITO TO reg-debito (WSS-IndReg)
               MOVE RGC-CREDITO TO reg-credito (WSS-IndReg)
               MOVE RGC-HISTORICO TO reg-historico (WSS-IndReg)
           END-IF.

       LerVendas.
           MOVE 1 TO WSS-IndOri
           MOVE "VENDASDIA" TO WSS-MovOrigem
           OPEN INPUT VENDAS-FILE
           IF WSS-FS-VENDAS NOT = "00"
               DISPLAY "VENDASDIA nao disponivel. Status: "
                       WSS-FS-VENDAS
           ELSE
               MOVE "N" TO WSS-fim-arquivo
               READ VENDAS-FILE
                   AT END SET WSS-NAO-HA-MAIS-REGISTROS TO TRUE
               END-READ
               PERFORM UNTIL WSS-NAO-HA-MAIS-REGISTROS
                   IF VEN-DATA = WSS-DataMovimento
                       MOVE SPACES TO WSS-MovTipo
                       MOVE VEN-TIPO TO WSS-MovTipo (1:1)
                       MOVE VEN-VALOR TO WSS-MovValor
                       MOVE SPACES TO WSS-MovReferencia
                       STRING "RECIBO " VEN-RECIBO
                              DELIMITED BY SIZE
                              INTO WSS-MovReferencia
                       END-STRING
                       PERFORM ContabilizarMovimento
                           THRU ContabilizarMovimento-Fim
                   END-IF
                   READ VENDAS-FILE
                       AT END SET WSS-NAO-HA-MAIS-REGISTROS TO TRUE
                   END-READ
               END-PERFORM
               CLOSE VENDAS-FILE
           END-IF.

       LerContasReceber.
           MOVE 2 TO WSS-IndOri
           MOVE "CONTASREC" TO WSS-MovOrigem
           OPEN INPUT CONTASREC-FILE
           IF WSS-FS-CONTASREC NOT = "00"
               DISPLAY "CONTASREC nao disponivel. Status: "
                       WSS-FS-CONTASREC
           ELSE
               MOVE "N" TO WSS-fim-arquivo
               READ CONTASREC-FILE
                   AT END SET WSS-NAO-HA-MAIS-REGISTROS TO TRUE
               END-READ
               PERFORM UNTIL WSS-NAO-HA-MAIS-REGISTROS
                   IF REC-PAGO AND REC-DTPAGTO = WSS-DataMovimento
                       MOVE SPACES TO WSS-MovReferencia
                       STRING "CLI " REC-CLIENTE " REC " REC-RECIBO
                              "/" REC-PARCELA
                              DELIMITED BY SIZE
                              INTO WSS-MovReferencia
                       END-STRING
                       MOVE "PG" TO WSS-MovTipo
                       MOVE REC-VALOR TO WSS-MovValor
                       PERFORM ContabilizarMovimento
                           THRU ContabilizarMovimento-Fim
                       MOVE "EN" TO WSS-MovTipo
                       MOVE ZEROS TO WSS-MovValor
                       IF REC-MULTA IS NUMERIC
                           ADD REC-MULTA TO WSS-MovValor
                       END-IF
                       IF REC-MORA IS NUMERIC
                           ADD REC-MORA TO WSS-MovValor
                       END-IF
                       IF REC-JUROS IS NUMERIC
                           ADD REC-JUROS TO WSS-MovValor
                       END-IF
                       PERFORM ContabilizarMovimento
                           THRU ContabilizarMovimento-Fim
                   END-IF
                   READ CONTASREC-FILE
                       AT END SET WSS-NAO-HA-MAIS-REGISTROS TO TRUE
                   END-READ
               END-PERFORM
               CLOSE CONTASREC-FILE
           END-IF.

       LerMovimentosConta.
           MOVE 3 TO WSS-IndOri
           MOVE "AUDITORIA44" TO WSS-MovOrigem
           OPEN INPUT MOVCONTA-FILE
           IF WSS-FS-MOVCONTA NOT = "00"
               DISPLAY "MOVCONTAS nao disponivel. Status: "
                       WSS-FS-MOVCONTA
           ELSE
               MOVE "N" TO WSS-fim-arquivo
               READ MOVCONTA-FILE
                   AT END SET WSS-NAO-HA-MAIS-REGISTROS TO TRUE
               END-READ
               PERFORM UNTIL WSS-NAO-HA-MAIS-REGISTROS
                   IF MCT-DATA = WSS-DataMovimento
                       MOVE MCT-OP TO WSS-MovTipo
                       MOVE MCT-VALOR TO WSS-MovValor
                       MOVE SPACES TO WSS-MovReferencia
                       STRING "CONTA " MCT-CONTA " " MCT-HORA
                              DELIMITED BY SIZE
                              INTO WSS-MovReferencia
                       END-STRING
                       PERFORM ContabilizarMovimento
                           THRU ContabilizarMovimento-Fim
                   END-IF
                   READ MOVCONTA-FILE
                       AT END SET WSS-NAO-HA-MAIS-REGISTROS TO TRUE
                   END-READ
               END-PERFORM
               CLOSE MOVCONTA-FILE
           END-IF.

      * So as linhas de conta do JUROSPOST; a linha de total do
      * mes fica de fora.
       LerJurosCreditados.
           MOVE 4 TO WSS-IndOri
           MOVE "JUROSPOST" TO WSS-MovOrigem
           OPEN INPUT JUROS-FILE
           IF WSS-FS-JUROS NOT = "00"
               DISPLAY "JUROSPOST nao disponivel. Status: "
                       WSS-FS-JUROS
           ELSE
               MOVE "N" TO WSS-fim-arquivo
               READ JUROS-FILE
                   AT END SET WSS-NAO-HA-MAIS-REGISTROS TO TRUE
               END-READ
               PERFORM UNTIL WSS-NAO-HA-MAIS-REGISTROS
                   MOVE WSS-REG-JUROS TO JUROS-LIDO
                   IF WSS-REG-JUROS (1:7) = "CONTA: "
                      AND jpo-data IS NUMERIC
                      AND jpo-data = WSS-DataMovimento
                       MOVE SPACES TO WSS-MovReferencia
                       STRING "CONTA " jpo-codigo
                              DELIMITED BY SIZE
                              INTO WSS-MovReferencia
                       END-STRING
                       MOVE "JU" TO WSS-MovTipo
                       MOVE jpo-juros TO WSS-MovValor
                       PERFORM ContabilizarMovimento
                           THRU ContabilizarMovimento-Fim
                       MOVE "IR" TO WSS-MovTipo
                       MOVE jpo-ir TO WSS-MovValor
                       PERFORM ContabilizarMovimento
                           THRU ContabilizarMovimento-Fim
                   END-IF
                   READ JUROS-FILE
                       AT END SET WSS-NAO-HA-MAIS-REGISTROS TO TRUE
                   END-READ
               END-PERFORM
               CLOSE JUROS-FILE
           END-IF.

       LerEmprestimos.
           MOVE 5 TO WSS-IndOri
           MOVE "EMPRESTIMOS" TO WSS-MovOrigem
           OPEN INPUT EMPREST-FILE
           IF WSS-FS-EMPREST NOT = "00"
               DISPLAY "EMPRESTIMOS nao disponivel. Status: "
                       WSS-FS-EMPREST
           ELSE
               MOVE "N" TO WSS-fim-arquivo
               READ EMPREST-FILE
                   AT END SET WSS-NAO-HA-MAIS-REGISTROS TO TRUE
               END-READ
               PERFORM UNTIL WSS-NAO-HA-MAIS-REGISTROS
                   IF EMP-PAGA AND EMP-DTPAGTO = WSS-DataMovimento
                       MOVE SPACES TO WSS-MovReferencia
                       STRING "EMPREST " EMP-NUMERO "/" EMP-PARCELA
                              DELIMITED BY SIZE
                              INTO WSS-MovReferencia
                       END-STRING
                       MOVE "AM" TO WSS-MovTipo
                       MOVE EMP-AMORT TO WSS-MovValor
                       PERFORM ContabilizarMovimento
                           THRU ContabilizarMovimento-Fim
                       MOVE "JU" TO WSS-MovTipo
                       MOVE EMP-JUROS TO WSS-MovValor
                       PERFORM ContabilizarMovimento
                           THRU ContabilizarMovimento-Fim
                       MOVE "MM" TO WSS-MovTipo
                       MOVE ZEROS TO WSS-MovValor
                       IF EMP-MULTA IS NUMERIC
                           ADD EMP-MULTA TO WSS-MovValor
                       END-IF
                       IF EMP-MORA IS NUMERIC
                           ADD EMP-MORA TO WSS-MovValor
                       END-IF
                       PERFORM ContabilizarMovimento
                           THRU ContabilizarMovimento-Fim
                   END-IF
                   READ EMPREST-FILE
                       AT END SET WSS-NAO-HA-MAIS-REGISTROS TO TRUE
                   END-READ
               END-PERFORM
               CLOSE EMPREST-FILE
           END-IF.

       LerContasPagar.
           MOVE 6 TO WSS-IndOri
           MOVE "CONTASPAG" TO WSS-MovOrigem
           OPEN INPUT CONTASPAG-FILE
           IF WSS-FS-CONTASPAG NOT = "00"
               DISPLAY "CONTASPAG nao disponivel. Status: "
                       WSS-FS-CONTASPAG
           ELSE
               MOVE "N" TO WSS-fim-arquivo
               READ CONTASPAG-FILE
                   AT END SET WSS-NAO-HA-MAIS-REGISTROS TO TRUE
               END-READ
               PERFORM UNTIL WSS-NAO-HA-MAIS-REGISTROS
                   MOVE SPACES TO WSS-MovReferencia
                   STRING "FORN " CPG-FORNECEDOR " PED " CPG-PEDIDO
                          DELIMITED BY SIZE
                          INTO WSS-MovReferencia
                   END-STRING
                   MOVE CPG-VALOR TO WSS-MovValor
                   IF CPG-EMISSAO = WSS-DataMovimento
                       MOVE "EM" TO WSS-MovTipo
                       PERFORM ContabilizarMovimento
                           THRU ContabilizarMovimento-Fim
                   END-IF
                   IF CPG-PAGO AND CPG-DTPAGTO = WSS-DataMovimento
                       MOVE "PG" TO WSS-MovTipo
                       PERFORM ContabilizarMovimento
                           THRU ContabilizarMovimento-Fim
                   END-IF
                   READ CONTASPAG-FILE
                       AT END SET WSS-NAO-HA-MAIS-REGISTROS TO TRUE
                   END-READ
               END-PERFORM
               CLOSE CONTASPAG-FILE
           END-IF.

      * Contracheques ainda nao lancados da janela, ate a
      * competencia da data, pelo tipo do pagamento (FO, RE, D1,
      * D2); registro antigo sem tipo e folha. A referencia leva
      * a matricula e a competencia.
       LerHolerites.
           MOVE 7 TO WSS-IndOri
           MOVE "HOLERITES" TO WSS-MovOrigem
           OPEN INPUT HOLERITES-FILE
           IF WSS-FS-HOLERITES NOT = "00"
               DISPLAY "HOLERITES nao disponivel. Status: "
                       WSS-FS-HOLERITES
           ELSE
               MOVE "N" TO WSS-fim-arquivo
               READ HOLERITES-FILE
                   AT END SET WSS-NAO-HA-MAIS-REGISTROS TO TRUE
               END-READ
               PERFORM UNTIL WSS-NAO-HA-MAIS-REGISTROS
                   IF HOL-COMPETENCIA NOT > WSS-MovAnoMes
                      AND HOL-COMPETENCIA NOT < WSS-CompCorte
                       IF HOL-TIPO = SPACES
                           MOVE "FO" TO WSS-MovTipo
                       ELSE
                           MOVE HOL-TIPO TO WSS-MovTipo
                       END-IF
                       MOVE HOL-BRUTO TO WSS-MovValor
                       MOVE SPACES TO WSS-MovReferencia
                       STRING "MATRIC " HOL-MATRICULA " "
                              HOL-COMPETENCIA
                              DELIMITED BY SIZE
                              INTO WSS-MovReferencia
                       END-STRING
                       PERFORM MontarChaveMes
                       PERFORM ProcurarChaveMes
                       IF WSS-AchouMes = "N"
                           PERFORM ContabilizarMovimento
                               THRU ContabilizarMovimento-Fim
                           PERFORM GuardarChaveMes
                       END-IF
                   END-IF
                   READ HOLERITES-FILE
                       AT END SET WSS-NAO-HA-MAIS-REGISTROS TO TRUE
                   END-READ
               END-PERFORM
               CLOSE HOLERITES-FILE
           END-IF.

       LerTarifasMes.
           MOVE 8 TO WSS-IndOri
           MOVE "TARIFASMES" TO WSS-MovOrigem
           OPEN INPUT TARIFAS-FILE
           IF WSS-FS-TARIFAS NOT = "00"
               DISPLAY "TARIFASMES nao disponivel. Status: "
                       WSS-FS-TARIFAS
           ELSE
               MOVE "N" TO WSS-fim-arquivo
               READ TARIFAS-FILE
                   AT END SET WSS-NAO-HA-MAIS-REGISTROS TO TRUE
               END-READ
               PERFORM UNTIL WSS-NAO-HA-MAIS-REGISTROS
                   MOVE WSS-REG-TARIFAS TO TARIFAS-LIDAS
                   IF tpo-titulo = "TARIFAS DO MES - "
                      AND tpo-competencia IS NUMERIC
                      AND tpo-competencia NOT > WSS-MovAnoMes
                      AND tpo-competencia NOT < WSS-CompCorte
                      AND tpo-receita IS NUMERIC
                       MOVE "TA" TO WSS-MovTipo
                       MOVE tpo-receita TO WSS-MovValor
                       MOVE SPACES TO WSS-MovReferencia
                       STRING "COMPETENCIA " tpo-competencia
                              DELIMITED BY SIZE
                              INTO WSS-MovReferencia
                       END-STRING
                       PERFORM MontarChaveMes
                       PERFORM ProcurarChaveMes
                       IF WSS-AchouMes = "N"
                           PERFORM ContabilizarMovimento
                               THRU ContabilizarMovimento-Fim
                           PERFORM GuardarChaveMes
                       END-IF
                   END-IF
                   READ TARIFAS-FILE
                       AT END SET WSS-NAO-HA-MAIS-REGISTROS TO TRUE
                   END-READ
               END-PERFORM
               CLOSE TARIFAS-FILE
           END-IF.

      * Chave do contracheque (competencia, tipo e matricula) ou
      * da competencia de tarifas pela referencia do movimento.
      * Lancamento antigo de holerite, com "MATRICULA" e sem a
      * competencia, foi feito no ultimo dia da competencia.
       MontarChaveMes.
           MOVE WSS-MovTipo TO chm-tipo
           IF WSS-MovOrigem = "TARIFASMES"
               MOVE WSS-MovReferencia (13:6) TO chm-comp
               MOVE ZEROS TO chm-matric
           ELSE
               IF WSS-MovReferencia (1:7) = "MATRIC "
                   MOVE WSS-MovReferencia (14:6) TO chm-comp
                   MOVE WSS-MovReferencia (8:5) TO chm-matric
               ELSE
                   MOVE WSS-DataRegistro (1:6) TO chm-comp
                   MOVE WSS-MovReferencia (11:5) TO chm-matric
               END-IF
           END-IF.

       ProcurarChaveMes.
           MOVE "N" TO WSS-AchouMes
           PERFORM VARYING WSS-IndMes FROM 1 BY 1
                   UNTIL WSS-IndMes > WSS-QtdMes
                      OR WSS-AchouMes = "S"
               IF lme-chave (WSS-IndMes) = WSS-ChaveMes
                   MOVE "S" TO WSS-AchouMes
               END-IF
           END-PERFORM.

       GuardarChaveMes.
           IF chm-comp NOT < WSS-CompCorte
               PERFORM ProcurarChaveMes
               IF WSS-AchouMes = "N"
                   IF WSS-QtdMes < 6000
                       ADD 1 TO WSS-QtdMes
                       MOVE WSS-ChaveMes TO lme-chave (WSS-QtdMes)
                   ELSE
                       DISPLAY "Limite de 6000 contracheques na "
                               "janela atingido. " WSS-ChaveMes
                               " pode ser lancado de novo."
                   END-IF
               END-IF
           END-IF.

      * Contracheques e tarifas pendentes no CTBREJ ja foram
      * vistos: voltam so pelo reprocesso da data deles.
       CarregarRejeitosMes.
           OPEN INPUT REJEITOS-FILE
           IF WSS-FS-REJEITOS = "00"
               MOVE "N" TO WSS-fim-arquivo
               READ REJEITOS-FILE
                   AT END SET WSS-NAO-HA-MAIS-REGISTROS TO TRUE
               END-READ
               PERFORM UNTIL WSS-NAO-HA-MAIS-REGISTROS
                   IF REJ-ORIGEM = "HOLERITES"
                      OR REJ-ORIGEM = "TARIFASMES"
                       MOVE REJ-ORIGEM TO WSS-MovOrigem
                       MOVE REJ-TIPO TO WSS-MovTipo
                       MOVE REJ-REFERENCIA TO WSS-MovReferencia
                       MOVE REJ-DATA TO WSS-DataRegistro
                       PERFORM MontarChaveMes
                       PERFORM GuardarChaveMes
                   END-IF
                   READ REJEITOS-FILE
                       AT END SET WSS-NAO-HA-MAIS-REGISTROS TO TRUE
                   END-READ
               END-PERFORM
               CLOSE REJEITOS-FILE
           END-IF.

      * Reprocesso: copia o CTBREJ inteiro para o CTBREJTRAB e
      * conta os rejeitados da data. O CTBREJ so e regravado
      * depois, a partir da copia.
       SepararRejeitos.
           MOVE ZEROS TO WSS-QtdRejData
           OPEN INPUT REJEITOS-FILE
           IF WSS-FS-REJEITOS = "00"
               OPEN OUTPUT TRABREJ-FILE
               MOVE "CTBREJTRAB" TO WSS-TfsArquivo
               MOVE "OPEN OUTPUT" TO WSS-TfsOperacao
               CALL "TRATAFS" USING WSS-TfsPrograma
                    WSS-TfsArquivo WSS-TfsOperacao WSS-FS-TRABREJ
               MOVE "N" TO WSS-fim-arquivo
               IF WSS-FS-TRABREJ NOT = "00"
                   SET WSS-NAO-HA-MAIS-REGISTROS TO TRUE
               ELSE
                   READ REJEITOS-FILE
                       AT END SET WSS-NAO-HA-MAIS-REGISTROS TO TRUE
                   END-READ
               END-IF
               MOVE "WRITE" TO WSS-TfsOperacao
               PERFORM UNTIL WSS-NAO-HA-MAIS-REGISTROS
                   IF REJ-DATA = WSS-DataMovimento
                       ADD 1 TO WSS-QtdRejData
                   END-IF
                   WRITE TRABREJ-REG FROM REJEITO-REG
                   CALL "TRATAFS" USING WSS-TfsPrograma
                        WSS-TfsArquivo WSS-TfsOperacao WSS-FS-TRABREJ
                   READ REJEITOS-FILE
                       AT END SET WSS-NAO-HA-MAIS-REGISTROS TO TRUE
                   END-READ
               END-PERFORM
               IF WSS-FS-TRABREJ = "00"
                   CLOSE TRABREJ-FILE
               ELSE
                   MOVE ZEROS TO WSS-QtdRejData
               END-IF
               CLOSE REJEITOS-FILE
           END-IF.

      * Rejeitados de outras datas voltam ao CTBREJ como estavam;
      * os da data passam de novo pela regra e pelo plano.
       ReprocessarRejeitos.
           OPEN INPUT TRABREJ-FILE
           MOVE "CTBREJTRAB" TO WSS-TfsArquivo
           MOVE "OPEN INPUT" TO WSS-TfsOperacao
           CALL "TRATAFS" USING WSS-TfsPrograma
                WSS-TfsArquivo WSS-TfsOperacao WSS-FS-TRABREJ
           MOVE "N" TO WSS-fim-arquivo
           READ TRABREJ-FILE INTO REJEITO-REG
               AT END SET WSS-NAO-HA-MAIS-REGISTROS TO TRUE
           END-READ
           PERFORM UNTIL WSS-NAO-HA-MAIS-REGISTROS
               MOVE "N" TO WSS-AchouOrigem
               IF REJ-DATA = WSS-DataMovimento
                   PERFORM VARYING WSS-IndOri FROM 1 BY 1
                           UNTIL WSS-IndOri > 8
                              OR WSS-AchouOrigem = "S"
                       IF ori-nome (WSS-IndOri) = REJ-ORIGEM
                           MOVE "S" TO WSS-AchouOrigem
                           SUBTRACT 1 FROM WSS-IndOri
                       END-IF
                   END-PERFORM
               END-IF
               IF WSS-AchouOrigem = "S"
                   MOVE REJ-ORIGEM TO WSS-MovOrigem
                   MOVE REJ-TIPO TO WSS-MovTipo
                   MOVE REJ-REFERENCIA TO WSS-MovReferencia
                   MOVE REJ-VALOR TO WSS-MovValor
                   PERFORM ContabilizarMovimento
                       THRU ContabilizarMovimento-Fim
               ELSE
                   WRITE REJEITO-REG
                   MOVE "CTBREJ" TO WSS-TfsArquivo
                   MOVE "WRITE" TO WSS-TfsOperacao
                   CALL "TRATAFS" USING WSS-TfsPrograma
                        WSS-TfsArquivo WSS-TfsOperacao
                        WSS-FS-REJEITOS
               END-IF
               READ TRABREJ-FILE INTO REJEITO-REG
                   AT END SET WSS-NAO-HA-MAIS-REGISTROS TO TRUE
               END-READ
           END-PERFORM
           CLOSE TRABREJ-FILE.

      * Um movimento: acha a regra da origem e tipo, confere as
      * duas contas e grava as duas partidas; sem regra ou com
      * conta invalida vai para o CTBREJ.
       ContabilizarMovimento.
           IF WSS-MovValor = ZEROS
               GO TO ContabilizarMovimento-Fim
           END-IF
           ADD 1 TO ori-lidos (WSS-IndOri)
           ADD 1 TO WSS-LogLidos

           MOVE "N" TO WSS-AchouRegra
           PERFORM VARYING WSS-IndReg FROM 1 BY 1
                   UNTIL WSS-IndReg > WSS-QtdRegras
                      OR WSS-AchouRegra = "S"
               IF reg-origem (WSS-IndReg) = WSS-MovOrigem
                  AND reg-tipo (WSS-IndReg) = WSS-MovTipo
                   MOVE "S" TO WSS-AchouRegra
                   SUBTRACT 1 FROM WSS-IndReg
               END-IF
           END-PERFORM
           IF WSS-AchouRegra = "N"
               MOVE "SEM REGRA" TO WSS-MotivoRejeicao
               PERFORM RejeitarMovimento
               GO TO ContabilizarMovimento-Fim
           END-IF
           IF reg-debito (WSS-IndReg) = ZEROS
              AND reg-credito (WSS-IndReg) = ZEROS
               ADD 1 TO ori-ignorados (WSS-IndOri)
               GO TO ContabilizarMovimento-Fim
           END-IF

           MOVE reg-debito (WSS-IndReg) TO WSS-ContaConferida
           PERFORM ConferirConta
           IF WSS-ContaOk = "S"
               MOVE reg-credito (WSS-IndReg) TO WSS-ContaConferida
               PERFORM ConferirConta
           END-IF
           IF WSS-ContaOk = "N"
               PERFORM RejeitarMovimento
               GO TO ContabilizarMovimento-Fim
           END-IF

           ADD 1 TO WSS-UltimoNumero
           MOVE WSS-DataMovimento TO LCT-DATA
           MOVE WSS-UltimoNumero TO LCT-NUMERO
           MOVE WSS-MovValor TO LCT-VALOR
           MOVE WSS-MovOrigem TO LCT-ORIGEM
           MOVE WSS-MovTipo TO LCT-TIPO
           MOVE WSS-MovReferencia TO LCT-REFERENCIA
           MOVE reg-historico (WSS-IndReg) TO LCT-HISTORICO
           MOVE reg-debito (WSS-IndReg) TO LCT-CONTA
           MOVE "D" TO LCT-DC
           WRITE LANCCTB-REG
           MOVE "DIARIOCTB" TO WSS-TfsArquivo
           MOVE "WRITE" TO WSS-TfsOperacao
           CALL "TRATAFS" USING WSS-TfsPrograma
                WSS-TfsArquivo WSS-TfsOperacao WSS-FS-DIARIO
           MOVE reg-credito (WSS-IndReg) TO LCT-CONTA
           MOVE "C" TO LCT-DC
           WRITE LANCCTB-REG
           CALL "TRATAFS" USING WSS-TfsPrograma
                WSS-TfsArquivo WSS-TfsOperacao WSS-FS-DIARIO
           ADD WSS-MovValor TO WSS-TotalDebitos
           ADD WSS-MovValor TO WSS-TotalCreditos
           ADD WSS-MovValor TO ori-valor (WSS-IndOri)
           ADD 1 TO ori-lancados (WSS-IndOri)
           ADD 1 TO WSS-LogGravados.

       ContabilizarMovimento-Fim.
           EXIT.

       ConferirConta.
           MOVE "S" TO WSS-ContaOk
           MOVE WSS-ContaConferida TO PCT-CONTA
           READ PLANOCTA-FILE
               INVALID KEY
                   MOVE "N" TO WSS-ContaOk
                   MOVE "CONTA INEXISTENTE" TO WSS-MotivoRejeicao
               NOT INVALID KEY
                   IF PCT-INATIVA
                       MOVE "N" TO WSS-ContaOk
                       MOVE "CONTA INATIVA" TO WSS-MotivoRejeicao
                   END-IF
           END-READ.

       RejeitarMovimento.
           MOVE WSS-DataMovimento TO REJ-DATA
           MOVE WSS-MovOrigem TO REJ-ORIGEM
           MOVE WSS-MovTipo TO REJ-TIPO
           MOVE WSS-MovReferencia TO REJ-REFERENCIA
           MOVE WSS-MovValor TO REJ-VALOR
           MOVE WSS-MotivoRejeicao TO REJ-MOTIVO
           WRITE REJEITO-REG
           ADD 1 TO ori-rejeitados (WSS-IndOri)
           ADD 1 TO WSS-LogRejeitados.

       EmitirControle.
           DISPLAY "------ CONTABILIZACAO DE " WSS-DataMovimento
                   " ------"
           DISPLAY "ORIGEM       LIDOS  LANCADOS IGNORADOS "
                   "REJEITADOS VALOR LANCADO"
           PERFORM VARYING WSS-IndOri FROM 1 BY 1 UNTIL WSS-IndOri > 8
               MOVE ori-valor (WSS-IndOri) TO WSS-ValorEd
               DISPLAY ori-nome (WSS-IndOri) " "
                       ori-lidos (WSS-IndOri) " "
                       ori-lancados (WSS-IndOri) "   "
                       ori-ignorados (WSS-IndOri) "    "
                       ori-rejeitados (WSS-IndOri) " "
                       WSS-ValorEd
           END-PERFORM
           IF WSS-Reprocesso = "S"
               DISPLAY "Reprocesso dos rejeitados da data no "
                       "CTBREJ."
           END-IF
           MOVE WSS-TotalDebitos TO WSS-ValorEd
           DISPLAY "Total a debito.: " WSS-ValorEd
           MOVE WSS-TotalCreditos TO WSS-ValorEd
           DISPLAY "Total a credito: " WSS-ValorEd
           DISPLAY "Lancamentos gravados em DIARIOCTB: "
                   WSS-LogGravados
           IF WSS-LogRejeitados > ZEROS
               DISPLAY "Movimentos rejeitados em CTBREJ: "
                       WSS-LogRejeitados " - cadastre a regra ou "
                       "a conta e reprocesse."
           END-IF.
      *wrun32 exerc-45-lan
