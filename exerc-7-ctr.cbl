      * de atraso) e registra o recebimento, baixando o titulo com
      * a data do pagamento. Os titulos sao gravados pelo recibo
      * (Exerc-7) contra o cadastro CLIENTESLJ (exerc-7-cli).
      * Recebimento em atraso cobra a multa e a mora diaria
      * vigentes em COBRANCAPARAM (exerc-7-par), gravadas no
      * titulo; as cartas de cobranca e o bloqueio automatico sao
      * do batch exerc-7-cob.
      * Venda parcelada gera um titulo por parcela (recibo +
      * parcela): aging, consulta e recebimento sao por parcela.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CLJ-CODIGO
               FILE STATUS IS WSS-FS-CLILOJA.
           SELECT COBRPAR-FILE ASSIGN TO "COBRANCAPARAM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WSS-FS-COBRPAR.

       DATA DIVISION.
       FILE SECTION.
       FD  CLILOJA-FILE.
           COPY "CLILOJA.CPY".

       FD  COBRPAR-FILE.
           COPY "COBRPAR.CPY".

       WORKING-STORAGE SECTION.
       77  WSS-FS-CONTASREC     PIC X(02).
       77  WSS-FS-CLILOJA       PIC X(02).
       77  WSS-FS-COBRPAR       PIC X(02).
       77  WSS-TfsPrograma      PIC X(12) VALUE "exerc-7-ctr".
       77  WSS-TfsArquivo       PIC X(12).
       77  WSS-TfsOperacao      PIC X(10).
       77  WSS-OperadorValido   PIC X(01).
       77  WSS-CodigoCliente    PIC 9(5).
       77  WSS-NumRecibo        PIC 9(6).
       77  WSS-NumParcela       PIC 9(2).
       77  WSS-NomeCliente      PIC X(30).
       77  WSS-fim-arquivo      PIC X(01).
           88 WSS-NAO-HA-MAIS-TITULOS  VALUE "S".
       77  WSS-TotMais90        PIC 9(9)V99.
       77  WSS-TotAberto        PIC 9(9)V99.

       77  WSS-fim-parametros   PIC X(01) VALUE "N".
           88 WSS-NAO-HA-MAIS-PARAMETROS  VALUE "S".
       77  WSS-ParamVigencia    PIC 9(8) VALUE ZEROS.
       77  WSS-PercMulta        PIC 9(2)V99 VALUE ZEROS.
       77  WSS-PercMora         PIC 9V9999 VALUE ZEROS.
       77  WSS-Multa            PIC 9(7)V99.
       77  WSS-Mora             PIC 9(7)V99.
       77  WSS-TotalRecebido    PIC 9(8)V99.
       77  WSS-TotalEd          PIC zz,zzz,zz9.99.

       PROCEDURE DIVISION.
       Inicio.
           CALL "OPERSIGN" USING WSS-Operador WSS-OperadorValido
               GO TO Encerramento
           END-IF
           ACCEPT WSS-DataHoje FROM DATE YYYYMMDD
           PERFORM CarregarParametros
           OPEN I-O CONTASREC-FILE
           IF WSS-FS-CONTASREC = "35"
               DISPLAY "Arquivo CONTASREC nao encontrado. Nenhuma "
           END-EVALUATE
           MOVE REC-VALOR TO WSS-ValorEd
           DISPLAY "Cliente " REC-CLIENTE " recibo " REC-RECIBO
                   "/" REC-PARCELA " venc " REC-VENCIMENTO
                   " valor " WSS-ValorEd
                   " atraso " WSS-DiasAtraso " dias".

       ListarCliente.
           MOVE "N" TO WSS-fim-arquivo
           MOVE WSS-CodigoCliente TO REC-CLIENTE
           MOVE ZEROS TO REC-RECIBO
           MOVE ZEROS TO REC-PARCELA
           START CONTASREC-FILE KEY NOT < REC-CHAVE
               INVALID KEY SET WSS-NAO-HA-MAIS-TITULOS TO TRUE
           END-START
                               ADD REC-VALOR TO WSS-TotAberto
                               MOVE REC-VALOR TO WSS-ValorEd
                               DISPLAY "Recibo " REC-RECIBO
                                       " parcela " REC-PARCELA
                                       "/" REC-QTDPARCELAS
                                       " emissao " REC-EMISSAO
                                       " venc " REC-VENCIMENTO
                                       " valor " WSS-ValorEd
           ACCEPT WSS-CodigoCliente
           DISPLAY "Numero do recibo: "
           ACCEPT WSS-NumRecibo
           DISPLAY "Numero da parcela (0 ou 1 = parcela unica): "
           ACCEPT WSS-NumParcela
           IF WSS-NumParcela = ZEROS
               MOVE 1 TO WSS-NumParcela
           END-IF
           MOVE WSS-CodigoCliente TO REC-CLIENTE
           MOVE WSS-NumRecibo TO REC-RECIBO
           MOVE WSS-NumParcela TO REC-PARCELA
           READ CONTASREC-FILE
               INVALID KEY
                   DISPLAY "Titulo nao encontrado em CONTASREC."
                               REC-DTPAGTO "."
                   ELSE
                       MOVE REC-VALOR TO WSS-ValorEd
                       DISPLAY "Valor da parcela " REC-PARCELA "/"
                               REC-QTDPARCELAS ": " WSS-ValorEd
                               " vencimento " REC-VENCIMENTO
                       PERFORM CalcularEncargos
                       MOVE WSS-Multa TO REC-MULTA
                       MOVE WSS-Mora TO REC-MORA
                       MOVE "P" TO REC-SITUACAO
                       MOVE WSS-DataHoje TO REC-DTPAGTO
                       REWRITE RECEBER-REG
               END-READ
               CLOSE CLILOJA-FILE
           END-IF.
      * Mesma conta da cobranca (exerc-7-cob): multa sobre o valor
      * do titulo e mora por dia corrido de atraso.
       CalcularEncargos.
           MOVE ZEROS TO WSS-Multa WSS-Mora
           COMPUTE WSS-DiasAtraso =
                   FUNCTION INTEGER-OF-DATE (WSS-DataHoje) -
                   FUNCTION INTEGER-OF-DATE (REC-VENCIMENTO)
           IF WSS-DiasAtraso > ZEROS
               COMPUTE WSS-Multa ROUNDED =
                       REC-VALOR * WSS-PercMulta / 100
               COMPUTE WSS-Mora ROUNDED =
                       REC-VALOR * WSS-PercMora / 100 * WSS-DiasAtraso
               MOVE WSS-Multa TO WSS-ValorEd
               DISPLAY "Atraso de " WSS-DiasAtraso " dias. Multa: "
                       WSS-ValorEd
               MOVE WSS-Mora TO WSS-ValorEd
               DISPLAY "Mora.....: " WSS-ValorEd
           END-IF
           COMPUTE WSS-TotalRecebido = REC-VALOR + WSS-Multa + WSS-Mora
           MOVE WSS-TotalRecebido TO WSS-TotalEd
           DISPLAY "Total a receber: " WSS-TotalEd.

      * Vale o registro de maior vigencia ja alcancada; sem
      * parametros o recebimento sai sem multa e sem mora.
       CarregarParametros.
           OPEN INPUT COBRPAR-FILE
           IF WSS-FS-COBRPAR = "35"
               CONTINUE
           ELSE
               READ COBRPAR-FILE
                   AT END SET WSS-NAO-HA-MAIS-PARAMETROS TO TRUE
               END-READ
               PERFORM UNTIL WSS-NAO-HA-MAIS-PARAMETROS
                   IF CBP-VIGENCIA NOT > WSS-DataHoje
                      AND CBP-APROVADA
                      AND CBP-VIGENCIA NOT < WSS-ParamVigencia
                       MOVE CBP-VIGENCIA TO WSS-ParamVigencia
                       MOVE CBP-MULTA TO WSS-PercMulta
                       MOVE CBP-MORADIA TO WSS-PercMora
                   END-IF
                   READ COBRPAR-FILE
                       AT END SET WSS-NAO-HA-MAIS-PARAMETROS TO TRUE
                   END-READ
               END-PERFORM
               CLOSE COBRPAR-FILE
           END-IF.
      *wrun32 exerc-7-ctr
