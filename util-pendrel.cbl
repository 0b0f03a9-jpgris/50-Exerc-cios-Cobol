       IDENTIFICATION DIVISION.
       PROGRAM-ID. UTIL-PENDREL.
       AUTHOR. JOAO_PAULO.

      * Relatorio da manha das alteracoes de parametros pendentes
      * de aprovacao: taxas de rendimento (TAXASPARAM), aliquotas
      * de IR (IRPARAM), tarifas (TARIFAPARAM), markups de
      * categoria (CATEGPARAM), promocoes (PROMOPARAM), planos de
      * parcelamento (PARCELAPARAM), cobranca da loja
      * (COBRANCAPARAM), cheque especial (CHEQUEPARAM) e multa e
      * mora de emprestimo (MORAPARAM). Pendente
      * e o registro P sem copia decidida (A ou R) do mesmo
      * lancamento. Para cada uma sai o valor aprovado em vigor
      * hoje e o valor novo, a vigencia (o inicio, na promocao) e
      * quem lancou. A aprovacao e feita no proprio programa de
      * manutencao, por outro operador com a funcao AP do
      * OPERAUTH. Sai na tela e no spool IMPRESSAO; cabe na
      * BATCHSEQ antes do UTIL-LOGREL.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TAXAS-FILE ASSIGN TO "TAXASPARAM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WSS-FS-TAXAS.
           SELECT IR-FILE ASSIGN TO "IRPARAM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WSS-FS-IR.
           SELECT TARIFA-FILE ASSIGN TO "TARIFAPARAM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WSS-FS-TARIFA.
           SELECT CATEG-FILE ASSIGN TO "CATEGPARAM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WSS-FS-CATEG.
           SELECT PROMO-FILE ASSIGN TO "PROMOPARAM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WSS-FS-PROMO.
           SELECT PARCPAR-FILE ASSIGN TO "PARCELAPARAM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WSS-FS-PARCPAR.
           SELECT COBRPAR-FILE ASSIGN TO "COBRANCAPARAM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WSS-FS-COBRPAR.
           SELECT CHEQUE-FILE ASSIGN TO "CHEQUEPARAM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WSS-FS-CHEQUE.
           SELECT MORA-FILE ASSIGN TO "MORAPARAM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WSS-FS-MORA.

       DATA DIVISION.
       FILE SECTION.
       FD  TAXAS-FILE.
           COPY "TAXA.CPY".

       FD  IR-FILE.
           COPY "IRTAXA.CPY".

       FD  TARIFA-FILE.
           COPY "TARIFA.CPY".

       FD  CATEG-FILE.
           COPY "CATEG.CPY".

       FD  PROMO-FILE.
           COPY "PROMO.CPY".

       FD  PARCPAR-FILE.
           COPY "PARCPAR.CPY".

       FD  COBRPAR-FILE.
           COPY "COBRPAR.CPY".

       FD  CHEQUE-FILE.
           COPY "CHQPAR.CPY".

       FD  MORA-FILE.
           COPY "MORAPAR.CPY".

       WORKING-STORAGE SECTION.
       77  WSS-FS-TAXAS         PIC X(02).
       77  WSS-FS-IR            PIC X(02).
       77  WSS-FS-TARIFA        PIC X(02).
       77  WSS-FS-CATEG         PIC X(02).
       77  WSS-FS-PROMO         PIC X(02).
       77  WSS-FS-PARCPAR       PIC X(02).
       77  WSS-FS-COBRPAR       PIC X(02).
       77  WSS-FS-CHEQUE        PIC X(02).
       77  WSS-FS-MORA          PIC X(02).
       77  WSS-fim-arquivo      PIC X(01).
           88 WSS-NAO-HA-MAIS-REGISTROS  VALUE "S".
       77  WSS-LogPrograma      PIC X(12) VALUE "UTIL-PENDREL".
       77  WSS-LogEvento        PIC X(01).
       77  WSS-LogLidos         PIC 9(7) VALUE ZEROS.
       77  WSS-LogGravados      PIC 9(7) VALUE ZEROS.
       77  WSS-LogRejeitados    PIC 9(7) VALUE ZEROS.
       77  WSS-LogRetorno       PIC X(02) VALUE "OK".

       77  WSS-DataHoje         PIC 9(8).
       77  WSS-ImpComando       PIC X(01).
       77  WSS-ImpTexto         PIC X(80).
       77  WSS-ImpColunas       PIC X(80).

      * Registro lido, no formato comum aos nove arquivos.
       77  WSS-RegArquivo       PIC X(13).
       77  WSS-RegChave         PIC X(06).
       77  WSS-RegVigencia      PIC 9(8).
       77  WSS-RegTexto         PIC X(30).
       77  WSS-RegLancador      PIC 9(3).
       77  WSS-RegLancData      PIC 9(8).
       77  WSS-RegLancHora      PIC 9(6).
       77  WSS-RegSituacao      PIC X(01).
       77  WSS-RegEmVigor       PIC X(01).

       77  WSS-Ed12             PIC 9.99.
       77  WSS-Ed14             PIC 9.9999.
       77  WSS-Ed22             PIC Z9.99.
       77  WSS-Ed32             PIC ZZ9.99.
       77  WSS-Ed52             PIC ZZZZ9.99.
       77  WSS-Ed62             PIC ZZZZZ9.99.
       77  WSS-Ed72             PIC ZZZZZZ9.99.

       77  WSS-IndPen           PIC 9(3).
       77  WSS-QtdLidas         PIC 9(3) VALUE ZEROS.
       77  WSS-QtdPendentes     PIC 9(3) VALUE ZEROS.
       01  TABELA-PENDENTES.
           05  PENDENTE OCCURS 200 TIMES.
               10  pen-arquivo        PIC X(13).
               10  pen-chave          PIC X(06).
               10  pen-vigencia       PIC 9(8).
               10  pen-depois         PIC X(30).
               10  pen-lancador       PIC 9(3).
               10  pen-lancdata       PIC 9(8).
               10  pen-lanchora       PIC 9(6).
               10  pen-decidida       PIC X(01).

       77  WSS-IndVgr           PIC 9(3).
       77  WSS-QtdVigor         PIC 9(3) VALUE ZEROS.
       77  WSS-AchouVigor       PIC X(01).
       01  TABELA-VIGOR.
           05  EM-VIGOR OCCURS 200 TIMES.
               10  vgr-arquivo        PIC X(13).
               10  vgr-chave          PIC X(06).
               10  vgr-vigencia       PIC 9(8).
               10  vgr-texto          PIC X(30).
       77  WSS-Antes            PIC X(30).

       PROCEDURE DIVISION.
       Inicio.
           MOVE "I" TO WSS-LogEvento
           CALL "GRAVALOG" USING WSS-LogPrograma WSS-LogEvento
                WSS-LogLidos WSS-LogGravados WSS-LogRejeitados
                WSS-LogRetorno
           ACCEPT WSS-DataHoje FROM DATE YYYYMMDD

           PERFORM LerTaxas
           PERFORM LerAliquotas
           PERFORM LerTarifas
           PERFORM LerCategorias
           PERFORM LerPromocoes
           PERFORM LerPlanos
           PERFORM LerCobranca
           PERFORM LerCheque
           PERFORM LerMora

           MOVE "P" TO WSS-ImpComando
           MOVE "UTIL-PENDREL" TO WSS-ImpTexto
           CALL "IMPRIME" USING WSS-ImpComando WSS-ImpTexto
                WSS-ImpColunas
           MOVE "A" TO WSS-ImpComando
           MOVE SPACES TO WSS-ImpTexto
           STRING "ALTERACOES DE PARAMETROS PENDENTES DE APROVACAO"
                  " - " WSS-DataHoje
                  DELIMITED BY SIZE INTO WSS-ImpTexto
           END-STRING
           MOVE SPACES TO WSS-ImpColunas
           STRING "ARQUIVO       CHAVE  VIGENCIA POR EM       "
                  "EM VIGOR / NOVO"
                  DELIMITED BY SIZE INTO WSS-ImpColunas
           END-STRING
           CALL "IMPRIME" USING WSS-ImpComando WSS-ImpTexto
                WSS-ImpColunas
           DISPLAY "------ " WSS-ImpTexto
           DISPLAY WSS-ImpColunas

           PERFORM VARYING WSS-IndPen FROM 1 BY 1
                   UNTIL WSS-IndPen > WSS-QtdLidas
               IF pen-decidida (WSS-IndPen) = "N"
                   PERFORM EmitirPendente
               END-IF
           END-PERFORM

           IF WSS-QtdPendentes = ZEROS
               DISPLAY "Nenhuma alteracao de parametro pendente."
           ELSE
               DISPLAY "Alteracoes pendentes: " WSS-QtdPendentes
                       ". Aprovar ou rejeitar no programa de "
                       "manutencao de cada arquivo."
           END-IF
           MOVE "T" TO WSS-ImpComando
           MOVE SPACES TO WSS-ImpTexto
           STRING "PENDENTES DE APROVACAO: " WSS-QtdPendentes
                  DELIMITED BY SIZE INTO WSS-ImpTexto
           END-STRING
           CALL "IMPRIME" USING WSS-ImpComando WSS-ImpTexto
                WSS-ImpColunas
           MOVE WSS-QtdPendentes TO WSS-LogGravados.

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

       LerTaxas.
           OPEN INPUT TAXAS-FILE
           IF WSS-FS-TAXAS = "00"
               MOVE "N" TO WSS-fim-arquivo
               READ TAXAS-FILE
                   AT END SET WSS-NAO-HA-MAIS-REGISTROS TO TRUE
               END-READ
               PERFORM UNTIL WSS-NAO-HA-MAIS-REGISTROS
                   MOVE "TAXASPARAM" TO WSS-RegArquivo
                   MOVE SPACES TO WSS-RegChave
                   STRING "TIPO " TAX-TIPOCONTA
                          DELIMITED BY SIZE INTO WSS-RegChave
                   END-STRING
                   MOVE TAX-VIGENCIA TO WSS-RegVigencia
                   MOVE TAX-PERCENTUAL TO WSS-Ed32
                   MOVE SPACES TO WSS-RegTexto
                   STRING "TAXA " WSS-Ed32 " % A.M."
                          DELIMITED BY SIZE INTO WSS-RegTexto
                   END-STRING
                   MOVE TAX-LANCADOR TO WSS-RegLancador
                   MOVE TAX-LANCDATA TO WSS-RegLancData
                   MOVE TAX-LANCHORA TO WSS-RegLancHora
                   MOVE TAX-SITUACAO TO WSS-RegSituacao
                   MOVE "N" TO WSS-RegEmVigor
                   IF TAX-VIGENCIA NOT > WSS-DataHoje
                       MOVE "S" TO WSS-RegEmVigor
                   END-IF
                   PERFORM TratarRegistro
                   READ TAXAS-FILE
                       AT END SET WSS-NAO-HA-MAIS-REGISTROS TO TRUE
                   END-READ
               END-PERFORM
               CLOSE TAXAS-FILE
           END-IF.

       LerAliquotas.
           OPEN INPUT IR-FILE
           IF WSS-FS-IR = "00"
               MOVE "N" TO WSS-fim-arquivo
               READ IR-FILE
                   AT END SET WSS-NAO-HA-MAIS-REGISTROS TO TRUE
               END-READ
               PERFORM UNTIL WSS-NAO-HA-MAIS-REGISTROS
                   MOVE "IRPARAM" TO WSS-RegArquivo
                   MOVE SPACES TO WSS-RegChave
                   STRING "TIPO " IRT-TIPOCONTA
                          DELIMITED BY SIZE INTO WSS-RegChave
                   END-STRING
                   MOVE IRT-VIGENCIA TO WSS-RegVigencia
                   MOVE IRT-PERCENTUAL TO WSS-Ed22
                   MOVE SPACES TO WSS-RegTexto
                   STRING "ALIQUOTA IR " WSS-Ed22 " %"
                          DELIMITED BY SIZE INTO WSS-RegTexto
                   END-STRING
                   MOVE IRT-LANCADOR TO WSS-RegLancador
                   MOVE IRT-LANCDATA TO WSS-RegLancData
                   MOVE IRT-LANCHORA TO WSS-RegLancHora
                   MOVE IRT-SITUACAO TO WSS-RegSituacao
                   MOVE "N" TO WSS-RegEmVigor
                   IF IRT-VIGENCIA NOT > WSS-DataHoje
                       MOVE "S" TO WSS-RegEmVigor
                   END-IF
                   PERFORM TratarRegistro
                   READ IR-FILE
                       AT END SET WSS-NAO-HA-MAIS-REGISTROS TO TRUE
                   END-READ
               END-PERFORM
               CLOSE IR-FILE
           END-IF.

       LerTarifas.
           OPEN INPUT TARIFA-FILE
           IF WSS-FS-TARIFA = "00"
               MOVE "N" TO WSS-fim-arquivo
               READ TARIFA-FILE
                   AT END SET WSS-NAO-HA-MAIS-REGISTROS TO TRUE
               END-READ
               PERFORM UNTIL WSS-NAO-HA-MAIS-REGISTROS
                   MOVE "TARIFAPARAM" TO WSS-RegArquivo
                   MOVE SPACES TO WSS-RegChave
                   STRING "TIPO " TAR-TIPOCONTA
                          DELIMITED BY SIZE INTO WSS-RegChave
                   END-STRING
                   MOVE TAR-VIGENCIA TO WSS-RegVigencia
                   MOVE TAR-VALOR TO WSS-Ed52
                   MOVE TAR-SALDOMIN TO WSS-Ed72
                   MOVE SPACES TO WSS-RegTexto
                   STRING "TAR " WSS-Ed52 " SM " WSS-Ed72 " "
                          TAR-MESESISEN "M"
                          DELIMITED BY SIZE INTO WSS-RegTexto
                   END-STRING
                   MOVE TAR-LANCADOR TO WSS-RegLancador
                   MOVE TAR-LANCDATA TO WSS-RegLancData
                   MOVE TAR-LANCHORA TO WSS-RegLancHora
                   MOVE TAR-SITUACAO TO WSS-RegSituacao
                   MOVE "N" TO WSS-RegEmVigor
                   IF TAR-VIGENCIA NOT > WSS-DataHoje
                       MOVE "S" TO WSS-RegEmVigor
                   END-IF
                   PERFORM TratarRegistro
                   READ TARIFA-FILE
                       AT END SET WSS-NAO-HA-MAIS-REGISTROS TO TRUE
                   END-READ
               END-PERFORM
               CLOSE TARIFA-FILE
           END-IF.

       LerCategorias.
           OPEN INPUT CATEG-FILE
           IF WSS-FS-CATEG = "00"
               MOVE "N" TO WSS-fim-arquivo
               READ CATEG-FILE
                   AT END SET WSS-NAO-HA-MAIS-REGISTROS TO TRUE
               END-READ
               PERFORM UNTIL WSS-NAO-HA-MAIS-REGISTROS
                   MOVE "CATEGPARAM" TO WSS-RegArquivo
                   MOVE SPACES TO WSS-RegChave
                   STRING "CAT " CAT-CODIGO
                          DELIMITED BY SIZE INTO WSS-RegChave
                   END-STRING
                   MOVE CAT-VIGENCIA TO WSS-RegVigencia
                   MOVE CAT-PERCENTUAL TO WSS-Ed12
                   MOVE SPACES TO WSS-RegTexto
                   STRING "MARKUP " WSS-Ed12 " " CAT-DESCRICAO
                          DELIMITED BY SIZE INTO WSS-RegTexto
                   END-STRING
                   MOVE CAT-LANCADOR TO WSS-RegLancador
                   MOVE CAT-LANCDATA TO WSS-RegLancData
                   MOVE CAT-LANCHORA TO WSS-RegLancHora
                   MOVE CAT-SITUACAO TO WSS-RegSituacao
                   MOVE "N" TO WSS-RegEmVigor
                   IF CAT-VIGENCIA NOT > WSS-DataHoje
                       MOVE "S" TO WSS-RegEmVigor
                   END-IF
                   PERFORM TratarRegistro
                   READ CATEG-FILE
                       AT END SET WSS-NAO-HA-MAIS-REGISTROS TO TRUE
                   END-READ
               END-PERFORM
               CLOSE CATEG-FILE
           END-IF.

      * Na promocao a vigencia e o inicio; em vigor e a aprovada
      * cuja janela de datas cobre hoje.
       LerPromocoes.
           OPEN INPUT PROMO-FILE
           IF WSS-FS-PROMO = "00"
               MOVE "N" TO WSS-fim-arquivo
               READ PROMO-FILE
                   AT END SET WSS-NAO-HA-MAIS-REGISTROS TO TRUE
               END-READ
               PERFORM UNTIL WSS-NAO-HA-MAIS-REGISTROS
                   MOVE "PROMOPARAM" TO WSS-RegArquivo
                   MOVE PRM-PRODUTO TO WSS-RegChave
                   MOVE PRM-INICIO TO WSS-RegVigencia
                   MOVE SPACES TO WSS-RegTexto
                   IF PRM-PRECO > ZEROS
                       MOVE PRM-PRECO TO WSS-Ed62
                       STRING "PRECO " WSS-Ed62 " ATE " PRM-FIM
                              DELIMITED BY SIZE INTO WSS-RegTexto
                       END-STRING
                   ELSE
                       MOVE PRM-PERCDESC TO WSS-Ed22
                       STRING "DESC " WSS-Ed22 "% ATE " PRM-FIM
                              DELIMITED BY SIZE INTO WSS-RegTexto
                       END-STRING
                   END-IF
                   MOVE PRM-LANCADOR TO WSS-RegLancador
                   MOVE PRM-LANCDATA TO WSS-RegLancData
                   MOVE PRM-LANCHORA TO WSS-RegLancHora
                   MOVE PRM-SITUACAO TO WSS-RegSituacao
                   MOVE "N" TO WSS-RegEmVigor
                   IF PRM-INICIO NOT > WSS-DataHoje
                      AND PRM-FIM NOT < WSS-DataHoje
                       MOVE "S" TO WSS-RegEmVigor
                   END-IF
                   PERFORM TratarRegistro
                   READ PROMO-FILE
                       AT END SET WSS-NAO-HA-MAIS-REGISTROS TO TRUE
                   END-READ
               END-PERFORM
               CLOSE PROMO-FILE
           END-IF.

       LerPlanos.
           OPEN INPUT PARCPAR-FILE
           IF WSS-FS-PARCPAR = "00"
               MOVE "N" TO WSS-fim-arquivo
               READ PARCPAR-FILE
                   AT END SET WSS-NAO-HA-MAIS-REGISTROS TO TRUE
               END-READ
               PERFORM UNTIL WSS-NAO-HA-MAIS-REGISTROS
                   MOVE "PARCELAPARAM" TO WSS-RegArquivo
                   MOVE SPACES TO WSS-RegChave
                   STRING "PARC" PCP-PARCELAS
                          DELIMITED BY SIZE INTO WSS-RegChave
                   END-STRING
                   MOVE PCP-VIGENCIA TO WSS-RegVigencia
                   MOVE PCP-TAXAMENSAL TO WSS-Ed22
                   MOVE SPACES TO WSS-RegTexto
                   STRING "JUROS " WSS-Ed22 "% A.M. SIT "
                          PCP-SITUACAO
                          DELIMITED BY SIZE INTO WSS-RegTexto
                   END-STRING
                   MOVE PCP-LANCADOR TO WSS-RegLancador
                   MOVE PCP-LANCDATA TO WSS-RegLancData
                   MOVE PCP-LANCHORA TO WSS-RegLancHora
                   MOVE PCP-APROVACAO TO WSS-RegSituacao
                   MOVE "N" TO WSS-RegEmVigor
                   IF PCP-VIGENCIA NOT > WSS-DataHoje
                       MOVE "S" TO WSS-RegEmVigor
                   END-IF
                   PERFORM TratarRegistro
                   READ PARCPAR-FILE
                       AT END SET WSS-NAO-HA-MAIS-REGISTROS TO TRUE
                   END-READ
               END-PERFORM
               CLOSE PARCPAR-FILE
           END-IF.

       LerCobranca.
           OPEN INPUT COBRPAR-FILE
           IF WSS-FS-COBRPAR = "00"
               MOVE "N" TO WSS-fim-arquivo
               READ COBRPAR-FILE
                   AT END SET WSS-NAO-HA-MAIS-REGISTROS TO TRUE
               END-READ
               PERFORM UNTIL WSS-NAO-HA-MAIS-REGISTROS
                   MOVE "COBRANCAPARAM" TO WSS-RegArquivo
                   MOVE "GERAL" TO WSS-RegChave
                   MOVE CBP-VIGENCIA TO WSS-RegVigencia
                   MOVE CBP-MULTA TO WSS-Ed22
                   MOVE CBP-MORADIA TO WSS-Ed14
                   MOVE SPACES TO WSS-RegTexto
                   STRING "L" CBP-DIASLEMBRETE " A" CBP-DIASAVISO
                          " B" CBP-DIASBLOQUEIO " M" WSS-Ed22
                          " J" WSS-Ed14
                          DELIMITED BY SIZE INTO WSS-RegTexto
                   END-STRING
                   MOVE CBP-LANCADOR TO WSS-RegLancador
                   MOVE CBP-LANCDATA TO WSS-RegLancData
                   MOVE CBP-LANCHORA TO WSS-RegLancHora
                   MOVE CBP-SITUACAO TO WSS-RegSituacao
                   MOVE "N" TO WSS-RegEmVigor
                   IF CBP-VIGENCIA NOT > WSS-DataHoje
                       MOVE "S" TO WSS-RegEmVigor
                   END-IF
                   PERFORM TratarRegistro
                   READ COBRPAR-FILE
                       AT END SET WSS-NAO-HA-MAIS-REGISTROS TO TRUE
                   END-READ
               END-PERFORM
               CLOSE COBRPAR-FILE
           END-IF.

       LerCheque.
           OPEN INPUT CHEQUE-FILE
           IF WSS-FS-CHEQUE = "00"
               MOVE "N" TO WSS-fim-arquivo
               READ CHEQUE-FILE
                   AT END SET WSS-NAO-HA-MAIS-REGISTROS TO TRUE
               END-READ
               PERFORM UNTIL WSS-NAO-HA-MAIS-REGISTROS
                   MOVE "CHEQUEPARAM" TO WSS-RegArquivo
                   MOVE "GERAL" TO WSS-RegChave
                   MOVE CHQ-VIGENCIA TO WSS-RegVigencia
                   MOVE CHQ-TAXAMENSAL TO WSS-Ed22
                   MOVE SPACES TO WSS-RegTexto
                   STRING "TAXA " WSS-Ed22 "% A.M. ALERTA "
                          CHQ-DIASALERTA
                          DELIMITED BY SIZE INTO WSS-RegTexto
                   END-STRING
                   MOVE CHQ-LANCADOR TO WSS-RegLancador
                   MOVE CHQ-LANCDATA TO WSS-RegLancData
                   MOVE CHQ-LANCHORA TO WSS-RegLancHora
                   MOVE CHQ-SITUACAO TO WSS-RegSituacao
                   MOVE "N" TO WSS-RegEmVigor
                   IF CHQ-VIGENCIA NOT > WSS-DataHoje
                       MOVE "S" TO WSS-RegEmVigor
                   END-IF
                   PERFORM TratarRegistro
                   READ CHEQUE-FILE
                       AT END SET WSS-NAO-HA-MAIS-REGISTROS TO TRUE
                   END-READ
               END-PERFORM
               CLOSE CHEQUE-FILE
           END-IF.

       LerMora.
           OPEN INPUT MORA-FILE
           IF WSS-FS-MORA = "00"
               MOVE "N" TO WSS-fim-arquivo
               READ MORA-FILE
                   AT END SET WSS-NAO-HA-MAIS-REGISTROS TO TRUE
               END-READ
               PERFORM UNTIL WSS-NAO-HA-MAIS-REGISTROS
                   MOVE "MORAPARAM" TO WSS-RegArquivo
                   MOVE "GERAL" TO WSS-RegChave
                   MOVE MRP-VIGENCIA TO WSS-RegVigencia
                   MOVE MRP-MULTA TO WSS-Ed22
                   MOVE MRP-JUROSDIA TO WSS-Ed14
                   MOVE SPACES TO WSS-RegTexto
                   STRING "MULTA " WSS-Ed22 "% MORA " WSS-Ed14
                          "% A.D."
                          DELIMITED BY SIZE INTO WSS-RegTexto
                   END-STRING
                   MOVE MRP-LANCADOR TO WSS-RegLancador
                   MOVE MRP-LANCDATA TO WSS-RegLancData
                   MOVE MRP-LANCHORA TO WSS-RegLancHora
                   MOVE MRP-SITUACAO TO WSS-RegSituacao
                   MOVE "N" TO WSS-RegEmVigor
                   IF MRP-VIGENCIA NOT > WSS-DataHoje
                       MOVE "S" TO WSS-RegEmVigor
                   END-IF
                   PERFORM TratarRegistro
                   READ MORA-FILE
                       AT END SET WSS-NAO-HA-MAIS-REGISTROS TO TRUE
                   END-READ
               END-PERFORM
               CLOSE MORA-FILE
           END-IF.

      * P entra na tabela de pendentes; A ou R baixa a pendente do
      * mesmo lancamento; aprovado (A ou branco) em vigor hoje
      * fica como valor atual da chave.
       TratarRegistro.
           ADD 1 TO WSS-LogLidos
           IF WSS-RegSituacao = "P"
               PERFORM GuardarPendente
           ELSE
               IF WSS-RegSituacao NOT = SPACE
                   PERFORM BaixarPendente
               END-IF
               IF WSS-RegSituacao NOT = "R"
                  AND WSS-RegEmVigor = "S"
                   PERFORM GuardarVigor
               END-IF
           END-IF.

       GuardarPendente.
           IF WSS-QtdLidas < 200
               ADD 1 TO WSS-QtdLidas
               MOVE WSS-RegArquivo TO pen-arquivo (WSS-QtdLidas)
               MOVE WSS-RegChave TO pen-chave (WSS-QtdLidas)
               MOVE WSS-RegVigencia TO pen-vigencia (WSS-QtdLidas)
               MOVE WSS-RegTexto TO pen-depois (WSS-QtdLidas)
               MOVE WSS-RegLancador TO pen-lancador (WSS-QtdLidas)
               MOVE WSS-RegLancData TO pen-lancdata (WSS-QtdLidas)
               MOVE WSS-RegLancHora TO pen-lanchora (WSS-QtdLidas)
               MOVE "N" TO pen-decidida (WSS-QtdLidas)
           ELSE
               ADD 1 TO WSS-LogRejeitados
               DISPLAY "Limite de 200 pendentes atingido. "
                       WSS-RegArquivo " " WSS-RegChave
                       " fora do relatorio."
           END-IF.

       BaixarPendente.
           PERFORM VARYING WSS-IndPen FROM 1 BY 1
                   UNTIL WSS-IndPen > WSS-QtdLidas
               IF pen-arquivo (WSS-IndPen) = WSS-RegArquivo
                  AND pen-chave (WSS-IndPen) = WSS-RegChave
                  AND pen-vigencia (WSS-IndPen) = WSS-RegVigencia
                  AND pen-lancador (WSS-IndPen) = WSS-RegLancador
                  AND pen-lancdata (WSS-IndPen) = WSS-RegLancData
                  AND pen-lanchora (WSS-IndPen) = WSS-RegLancHora
                   MOVE "S" TO pen-decidida (WSS-IndPen)
               END-IF
           END-PERFORM.

      * Vale o de maior vigencia; empate fica com o ultimo gravado.
       GuardarVigor.
           PERFORM ProcurarVigor
           IF WSS-AchouVigor = "N"
               IF WSS-QtdVigor < 200
                   ADD 1 TO WSS-QtdVigor
                   MOVE WSS-QtdVigor TO WSS-IndVgr
                   MOVE WSS-RegArquivo TO vgr-arquivo (WSS-IndVgr)
                   MOVE WSS-RegChave TO vgr-chave (WSS-IndVgr)
                   MOVE ZEROS TO vgr-vigencia (WSS-IndVgr)
                   MOVE "S" TO WSS-AchouVigor
               END-IF
           END-IF
           IF WSS-AchouVigor = "S"
               IF WSS-RegVigencia NOT < vgr-vigencia (WSS-IndVgr)
                   MOVE WSS-RegVigencia TO vgr-vigencia (WSS-IndVgr)
                   MOVE WSS-RegTexto TO vgr-texto (WSS-IndVgr)
               END-IF
           END-IF.

       ProcurarVigor.
           MOVE "N" TO WSS-AchouVigor
           PERFORM VARYING WSS-IndVgr FROM 1 BY 1
                   UNTIL WSS-IndVgr > WSS-QtdVigor
                      OR WSS-AchouVigor = "S"
               IF vgr-arquivo (WSS-IndVgr) = WSS-RegArquivo
                  AND vgr-chave (WSS-IndVgr) = WSS-RegChave
                   MOVE "S" TO WSS-AchouVigor
                   SUBTRACT 1 FROM WSS-IndVgr
               END-IF
           END-PERFORM.

       EmitirPendente.
           ADD 1 TO WSS-QtdPendentes
           MOVE pen-arquivo (WSS-IndPen) TO WSS-RegArquivo
           MOVE pen-chave (WSS-IndPen) TO WSS-RegChave
           PERFORM ProcurarVigor
           IF WSS-AchouVigor = "S"
               MOVE vgr-texto (WSS-IndVgr) TO WSS-Antes
           ELSE
               MOVE "SEM VALOR EM VIGOR" TO WSS-Antes
           END-IF

           MOVE "D" TO WSS-ImpComando
           MOVE SPACES TO WSS-ImpTexto
           STRING pen-arquivo (WSS-IndPen) " "
                  pen-chave (WSS-IndPen) " "
                  pen-vigencia (WSS-IndPen) " "
                  pen-lancador (WSS-IndPen) " "
                  pen-lancdata (WSS-IndPen) " "
                  WSS-Antes
                  DELIMITED BY SIZE INTO WSS-ImpTexto
           END-STRING
           CALL "IMPRIME" USING WSS-ImpComando WSS-ImpTexto
                WSS-ImpColunas
           DISPLAY WSS-ImpTexto

           MOVE SPACES TO WSS-ImpTexto
           MOVE "->" TO WSS-ImpTexto (41:2)
           MOVE pen-depois (WSS-IndPen) TO WSS-ImpTexto (44:30)
           CALL "IMPRIME" USING WSS-ImpComando WSS-ImpTexto
                WSS-ImpColunas
           DISPLAY WSS-ImpTexto.
      *wrun32 util-pendrel
