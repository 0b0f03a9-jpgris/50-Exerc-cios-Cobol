       IDENTIFICATION DIVISION.
       PROGRAM-ID. Exerc-35-Trf.
       AUTHOR. JOAO_PAULO.

      * Transferencia de estoque entre lojas. O envio baixa o saldo
      * da loja de origem em ESTOQUE (diario MOVESTOQUE tipo T,
      * negativo), consome os lotes da origem do mais antigo para o
      * mais novo e grava a transferencia em transito no arquivo
      * TRANSFEST, com cada lote consumido e a quantidade tirada
      * dele. A transferencia e gravada primeiro, com o numero
      * tomado sob a trava TRANSFEST (RUNLOCK); saldo e lotes da
      * origem so mudam depois de ela gravada. O recebimento
      * lanca a quantidade no saldo da loja de destino (tipo T,
      * positivo), criando o saldo se a loja ainda nao tem o
      * produto, e cada lote enviado no destino. A listagem
      * mostra o que esta em transito e ha quantos dias.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ESTOQUE-FILE ASSIGN TO "ESTOQUE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EST-CHAVE
               FILE STATUS IS WSS-FS-ESTOQUE.
           SELECT LOTES-FILE ASSIGN TO "LOTESVAL"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LOT-CHAVE
               FILE STATUS IS WSS-FS-LOTES.
           SELECT TRANSF-FILE ASSIGN TO "TRANSFEST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TRF-NUMERO
               FILE STATUS IS WSS-FS-TRANSF.

       DATA DIVISION.
       FILE SECTION.
       FD  ESTOQUE-FILE.
           COPY "ESTOQUE.CPY".

       FD  LOTES-FILE.
           COPY "LOTE.CPY".

       FD  TRANSF-FILE.
           COPY "TRANSF.CPY".

       WORKING-STORAGE SECTION.
       77  WSS-FS-ESTOQUE       PIC X(02).
       77  WSS-FS-LOTES         PIC X(02).
       77  WSS-FS-TRANSF        PIC X(02).
       77  WSS-TfsPrograma      PIC X(12) VALUE "exerc-35-trf".
       77  WSS-TfsArquivo       PIC X(12).
       77  WSS-TfsOperacao      PIC X(10).

       77  WSS-Continuar        PIC X(01) VALUE "S".
       77  WSS-OpcaoMenu        PIC 9.
       77  WSS-DataHoje         PIC 9(8).
       77  WSS-Operador         PIC 9(3).
       77  WSS-OperadorValido   PIC X(01).
       77  WSS-MovTipo          PIC X(01) VALUE "T".
       77  WSS-MovDelta         PIC S9(5).
       77  WSS-MovMotivo        PIC X(02) VALUE SPACES.
       77  WSS-CodigoProduto    PIC 9(5).
       77  WSS-Origem           PIC X(01).
       77  WSS-Destino          PIC X(01).
       77  WSS-QtdTransf        PIC 9(5).
       77  WSS-NumTransf        PIC 9(6).
       77  WSS-ProximaTransf    PIC 9(6).
       77  WSS-QtdAConsumir     PIC 9(5).
       77  WSS-IndLote          PIC 9(2).
       77  WSS-QtdLotesEnvio    PIC 9(2).
       01  WSS-LotesEnvio.
           05  LOTE-ENVIO OCCURS 20 TIMES.
               10  lev-lote           PIC X(10).
               10  lev-validade       PIC 9(8).
               10  lev-qtd            PIC 9(5).
       77  WSS-TentarNumero     PIC X(01).
       77  WSS-LckOperacao      PIC X(01).
       77  WSS-LckNome          PIC X(12).
       77  WSS-LckPrograma      PIC X(12) VALUE "EXERC-35-TRF".
       77  WSS-LckOcupado       PIC X(01).
       77  WSS-LckDetentor      PIC X(12).
       77  WSS-LckDesde         PIC X(05).
       77  WSS-EnvioOk          PIC X(01).
       77  WSS-DiasTransito     PIC S9(5).
       77  WSS-DiasEd           PIC -(4)9.
       77  WSS-QtdAbertas       PIC 9(5).
       77  WSS-QtdEmTransito    PIC 9(7).
       77  WSS-fim-lotes        PIC X(01).
           88 WSS-NAO-HA-MAIS-LOTES  VALUE "S".
       77  WSS-fim-transf       PIC X(01).
           88 WSS-NAO-HA-MAIS-TRANSF  VALUE "S".

       PROCEDURE DIVISION.
       Inicio.
      * O diario MOVESTOQUE carimba o operador em cada movimento;
      * sem operador identificado a transferencia nao abre.
           CALL "OPERSIGN" USING WSS-Operador WSS-OperadorValido
           IF WSS-OperadorValido NOT = "S"
               DISPLAY "Sem operador identificado. Encerrando."
               GO TO Encerramento
           END-IF
           ACCEPT WSS-DataHoje FROM DATE YYYYMMDD

           OPEN I-O ESTOQUE-FILE
           IF WSS-FS-ESTOQUE = "35"
               OPEN OUTPUT ESTOQUE-FILE
               CLOSE ESTOQUE-FILE
               OPEN I-O ESTOQUE-FILE
           END-IF
           MOVE "ESTOQUE" TO WSS-TfsArquivo
           MOVE "OPEN I-O" TO WSS-TfsOperacao
           CALL "TRATAFS" USING WSS-TfsPrograma
                WSS-TfsArquivo WSS-TfsOperacao WSS-FS-ESTOQUE

           OPEN I-O LOTES-FILE
           IF WSS-FS-LOTES = "35"
               OPEN OUTPUT LOTES-FILE
               CLOSE LOTES-FILE
               OPEN I-O LOTES-FILE
           END-IF
           MOVE "LOTESVAL" TO WSS-TfsArquivo
           MOVE "OPEN I-O" TO WSS-TfsOperacao
           CALL "TRATAFS" USING WSS-TfsPrograma
                WSS-TfsArquivo WSS-TfsOperacao WSS-FS-LOTES

           OPEN I-O TRANSF-FILE
           IF WSS-FS-TRANSF = "35"
               OPEN OUTPUT TRANSF-FILE
               CLOSE TRANSF-FILE
               OPEN I-O TRANSF-FILE
           END-IF
           MOVE "TRANSFEST" TO WSS-TfsArquivo
           MOVE "OPEN I-O" TO WSS-TfsOperacao
           CALL "TRATAFS" USING WSS-TfsPrograma
                WSS-TfsArquivo WSS-TfsOperacao WSS-FS-TRANSF

           PERFORM UNTIL WSS-Continuar = "N"
                DISPLAY "--- Transferencia de estoque entre lojas ---"
                DISPLAY "1. Enviar mercadoria"
                DISPLAY "2. Receber transferencia"
                DISPLAY "3. Transferencias em aberto"
                DISPLAY "4. Sair"
                DISPLAY "Digite a opcao desejada:"
                ACCEPT WSS-OpcaoMenu

                EVALUATE WSS-OpcaoMenu
                    WHEN 1
                        PERFORM EnviarTransferencia
                                THRU EnviarTransferencia-Fim
                    WHEN 2
                        PERFORM ReceberTransferencia
                    WHEN 3
                        PERFORM ListarEmAberto
                    WHEN 4
                        DISPLAY "Saindo do programa."
                        MOVE "N" TO WSS-Continuar
                    WHEN OTHER
                        DISPLAY "Opcao invalida."
                END-EVALUATE
           END-PERFORM

           CLOSE ESTOQUE-FILE
           CLOSE LOTES-FILE
           CLOSE TRANSF-FILE.

       Encerramento.
           DISPLAY SPACE
           display "Obrigado volte sempre!!! "
           DISPLAY SPACE

           ACCEPT OMITTED.
           EXIT PROGRAM.
           STOP RUN.

       EnviarTransferencia.
           MOVE "N" TO WSS-EnvioOk
           DISPLAY "Informe o codigo do produto: "
           ACCEPT WSS-CodigoProduto
           DISPLAY "Loja de origem (A/B/...): "
           ACCEPT WSS-Origem
           MOVE FUNCTION UPPER-CASE (WSS-Origem) TO WSS-Origem
           PERFORM UNTIL WSS-Origem >= "A" AND WSS-Origem <= "Z"
               DISPLAY "Loja invalida. Informe uma letra (A/B/...): "
               ACCEPT WSS-Origem
               MOVE FUNCTION UPPER-CASE (WSS-Origem) TO WSS-Origem
           END-PERFORM
           DISPLAY "Loja de destino (A/B/...): "
           ACCEPT WSS-Destino
           MOVE FUNCTION UPPER-CASE (WSS-Destino) TO WSS-Destino
           PERFORM UNTIL (WSS-Destino >= "A" AND WSS-Destino <= "Z")
                     AND WSS-Destino NOT = WSS-Origem
               DISPLAY "Destino invalido ou igual a origem. Informe "
                       "outra loja: "
               ACCEPT WSS-Destino
               MOVE FUNCTION UPPER-CASE (WSS-Destino) TO WSS-Destino
           END-PERFORM
           DISPLAY "Quantidade a transferir: "
           ACCEPT WSS-QtdTransf

           MOVE WSS-Origem TO EST-LOJA
           MOVE WSS-CodigoProduto TO EST-CODIGO
           READ ESTOQUE-FILE
               INVALID KEY
                   DISPLAY "Produto sem saldo de estoque na loja "
                           WSS-Origem "."
               NOT INVALID KEY
                   IF WSS-QtdTransf = ZEROS
                      OR WSS-QtdTransf > EST-QTDATUAL
                       DISPLAY "Quantidade invalida ou maior que o "
                               "saldo. Saldo atual: " EST-QTDATUAL
                   ELSE
                       MOVE "S" TO WSS-EnvioOk
                   END-IF
           END-READ
           IF WSS-EnvioOk NOT = "S"
               GO TO EnviarTransferencia-Fim
           END-IF

           PERFORM ApurarLotesOrigem
           IF WSS-EnvioOk NOT = "S"
               GO TO EnviarTransferencia-Fim
           END-IF

           PERFORM GravarTransferencia
           IF WSS-EnvioOk NOT = "S"
               DISPLAY "Transferencia nao enviada."
               GO TO EnviarTransferencia-Fim
           END-IF

           PERFORM BaixarSaldoOrigem
           IF WSS-EnvioOk NOT = "S"
               DISPLAY "Transferencia " WSS-NumTransf
                       " desfeita; saldo da origem mantido."
               GO TO EnviarTransferencia-Fim
           END-IF

           PERFORM VARYING WSS-IndLote FROM 1 BY 1
                   UNTIL WSS-IndLote > WSS-QtdLotesEnvio
               PERFORM ConsumirLoteOrigem
           END-PERFORM
           DISPLAY "Transferencia " WSS-NumTransf
                   " enviada de " WSS-Origem " para "
                   WSS-Destino ": " WSS-QtdTransf
                   " unidades em transito.".

       EnviarTransferencia-Fim.
           EXIT.

      * Separa os lotes da origem do de validade mais proxima
      * para o mais novo, so na memoria: cada lote e a quantidade
      * que sai dele vao na transferencia e so sao baixados depois
      * que ela e o saldo da origem estao gravados. O que os lotes
      * nao cobrem segue sem lote.
       ApurarLotesOrigem.
           MOVE ZEROS TO WSS-QtdLotesEnvio
           MOVE WSS-QtdTransf TO WSS-QtdAConsumir
           MOVE "N" TO WSS-fim-lotes
           MOVE WSS-Origem TO LOT-LOJA
           MOVE WSS-CodigoProduto TO LOT-PRODUTO
           MOVE ZEROS TO LOT-VALIDADE
           MOVE LOW-VALUES TO LOT-LOTE
           START LOTES-FILE KEY NOT < LOT-CHAVE
               INVALID KEY SET WSS-NAO-HA-MAIS-LOTES TO TRUE
           END-START
           PERFORM UNTIL WSS-NAO-HA-MAIS-LOTES
                      OR WSS-QtdAConsumir = ZEROS
               READ LOTES-FILE NEXT RECORD
                   AT END SET WSS-NAO-HA-MAIS-LOTES TO TRUE
                   NOT AT END
                       IF LOT-LOJA NOT = WSS-Origem
                          OR LOT-PRODUTO NOT = WSS-CodigoProduto
                           SET WSS-NAO-HA-MAIS-LOTES TO TRUE
                       ELSE
                           PERFORM SepararLote
                       END-IF
               END-READ
           END-PERFORM.

       SepararLote.
           IF WSS-QtdLotesEnvio = 20
               DISPLAY "A transferencia consome mais de 20 lotes. "
                       "Divida em transferencias menores."
               MOVE "N" TO WSS-EnvioOk
               SET WSS-NAO-HA-MAIS-LOTES TO TRUE
           ELSE
               ADD 1 TO WSS-QtdLotesEnvio
               MOVE LOT-LOTE TO lev-lote (WSS-QtdLotesEnvio)
               MOVE LOT-VALIDADE TO lev-validade (WSS-QtdLotesEnvio)
               IF LOT-QTD NOT > WSS-QtdAConsumir
                   MOVE LOT-QTD TO lev-qtd (WSS-QtdLotesEnvio)
                   SUBTRACT LOT-QTD FROM WSS-QtdAConsumir
               ELSE
                   MOVE WSS-QtdAConsumir
                        TO lev-qtd (WSS-QtdLotesEnvio)
                   MOVE ZEROS TO WSS-QtdAConsumir
               END-IF
           END-IF.

      * O numero e a gravacao da transferencia saem sob a trava
      * TRANSFEST do RUNLOCK, para duas lojas nunca receberem o
      * mesmo numero.
       GravarTransferencia.
           MOVE "N" TO WSS-EnvioOk
           MOVE "S" TO WSS-TentarNumero
           MOVE "TRANSFEST" TO WSS-LckNome
           MOVE "S" TO WSS-LckOcupado
           PERFORM UNTIL WSS-LckOcupado = "N"
                      OR WSS-TentarNumero = "N"
               MOVE "L" TO WSS-LckOperacao
               CALL "RUNLOCK" USING WSS-LckOperacao WSS-LckNome
                    WSS-LckPrograma WSS-LckOcupado WSS-LckDetentor
                    WSS-LckDesde
               IF WSS-LckOcupado = "S"
                   DISPLAY "Numeracao de transferencias em uso por "
                           WSS-LckDetentor " desde " WSS-LckDesde
                           ". Tentar de novo (S/N): "
                   ACCEPT WSS-TentarNumero
                   MOVE FUNCTION UPPER-CASE (WSS-TentarNumero)
                        TO WSS-TentarNumero
               END-IF
           END-PERFORM
           IF WSS-LckOcupado = "N"
               PERFORM ApurarProximaTransf
               INITIALIZE TRANSF-REG
               MOVE WSS-ProximaTransf TO TRF-NUMERO
               MOVE WSS-CodigoProduto TO TRF-PRODUTO
               MOVE WSS-Origem TO TRF-ORIGEM
               MOVE WSS-Destino TO TRF-DESTINO
               MOVE WSS-QtdTransf TO TRF-QTD
               MOVE WSS-DataHoje TO TRF-DATAENVIO
               MOVE WSS-Operador TO TRF-OPERENVIO
               SET TRF-EM-TRANSITO TO TRUE
               MOVE WSS-QtdLotesEnvio TO TRF-QTDLOTES
               MOVE WSS-LotesEnvio TO TRF-LOTES-ENVIADOS
               WRITE TRANSF-REG
               MOVE "TRANSFEST" TO WSS-TfsArquivo
               MOVE "WRITE" TO WSS-TfsOperacao
               CALL "TRATAFS" USING WSS-TfsPrograma
                    WSS-TfsArquivo WSS-TfsOperacao WSS-FS-TRANSF
               IF WSS-FS-TRANSF = "00"
                   MOVE "S" TO WSS-EnvioOk
                   MOVE TRF-NUMERO TO WSS-NumTransf
               ELSE
                   DISPLAY "Erro ao gravar transferencia. "
                           "Status: " WSS-FS-TRANSF
               END-IF
               MOVE "U" TO WSS-LckOperacao
               CALL "RUNLOCK" USING WSS-LckOperacao WSS-LckNome
                    WSS-LckPrograma WSS-LckOcupado WSS-LckDetentor
                    WSS-LckDesde
           END-IF.

      * Com a transferencia gravada, baixa o saldo da origem, lido
      * de novo; se o saldo nao der mais ou nao regravar, a
      * transferencia e apagada.
       BaixarSaldoOrigem.
           MOVE WSS-Origem TO EST-LOJA
           MOVE WSS-CodigoProduto TO EST-CODIGO
           READ ESTOQUE-FILE
               INVALID KEY
                   MOVE "N" TO WSS-EnvioOk
               NOT INVALID KEY
                   IF WSS-QtdTransf > EST-QTDATUAL
                       MOVE "N" TO WSS-EnvioOk
                   END-IF
           END-READ
           IF WSS-EnvioOk = "N"
               DISPLAY "Saldo da origem mudou e nao cobre mais a "
                       "transferencia."
           ELSE
               SUBTRACT WSS-QtdTransf FROM EST-QTDATUAL
               MOVE WSS-DataHoje TO EST-ULTMOV
               REWRITE ESTOQUE-REG
               MOVE "ESTOQUE" TO WSS-TfsArquivo
               MOVE "REWRITE" TO WSS-TfsOperacao
               CALL "TRATAFS" USING WSS-TfsPrograma
                    WSS-TfsArquivo WSS-TfsOperacao WSS-FS-ESTOQUE
               IF WSS-FS-ESTOQUE = "00"
                   COMPUTE WSS-MovDelta = 0 - WSS-QtdTransf
                   CALL "GRAVAMOV" USING EST-LOJA EST-CODIGO
                        WSS-MovTipo WSS-MovDelta EST-QTDATUAL
                        WSS-Operador WSS-MovMotivo
               ELSE
                   MOVE "N" TO WSS-EnvioOk
                   DISPLAY "Erro ao regravar estoque. Status: "
                           WSS-FS-ESTOQUE
               END-IF
           END-IF
           IF WSS-EnvioOk = "N"
               MOVE WSS-NumTransf TO TRF-NUMERO
               DELETE TRANSF-FILE RECORD
               MOVE "TRANSFEST" TO WSS-TfsArquivo
               MOVE "DELETE" TO WSS-TfsOperacao
               CALL "TRATAFS" USING WSS-TfsPrograma
                    WSS-TfsArquivo WSS-TfsOperacao WSS-FS-TRANSF
           END-IF.

       ConsumirLoteOrigem.
           MOVE WSS-Origem TO LOT-LOJA
           MOVE WSS-CodigoProduto TO LOT-PRODUTO
           MOVE lev-validade (WSS-IndLote) TO LOT-VALIDADE
           MOVE lev-lote (WSS-IndLote) TO LOT-LOTE
           READ LOTES-FILE
               INVALID KEY
                   DISPLAY "Lote " LOT-LOTE " nao encontrado na "
                           "origem; segue na transferencia."
               NOT INVALID KEY
                   PERFORM BaixarLote
           END-READ.

       BaixarLote.
           IF LOT-QTD NOT > lev-qtd (WSS-IndLote)
               DELETE LOTES-FILE RECORD
               MOVE "DELETE" TO WSS-TfsOperacao
           ELSE
               SUBTRACT lev-qtd (WSS-IndLote) FROM LOT-QTD
               REWRITE LOTE-REG
               MOVE "REWRITE" TO WSS-TfsOperacao
           END-IF
           MOVE "LOTESVAL" TO WSS-TfsArquivo
           CALL "TRATAFS" USING WSS-TfsPrograma
                WSS-TfsArquivo WSS-TfsOperacao WSS-FS-LOTES
           IF WSS-FS-LOTES NOT = "00"
               DISPLAY "Erro ao baixar o lote " LOT-LOTE
                       ". Status: " WSS-FS-LOTES
           ELSE
               IF WSS-TfsOperacao = "DELETE"
                   DISPLAY "Lote " LOT-LOTE " validade "
                           LOT-VALIDADE " esgotado ("
                           lev-qtd (WSS-IndLote) " unidades)."
               ELSE
                   DISPLAY "Lote " LOT-LOTE " validade "
                           LOT-VALIDADE " baixado em "
                           lev-qtd (WSS-IndLote)
                           " unidades. Restam " LOT-QTD "."
               END-IF
           END-IF.

       ApurarProximaTransf.
           MOVE 1 TO WSS-ProximaTransf
           MOVE "N" TO WSS-fim-transf
           MOVE ZEROS TO TRF-NUMERO
           START TRANSF-FILE KEY NOT < TRF-NUMERO
               INVALID KEY SET WSS-NAO-HA-MAIS-TRANSF TO TRUE
           END-START
           PERFORM UNTIL WSS-NAO-HA-MAIS-TRANSF
               READ TRANSF-FILE NEXT RECORD
                   AT END SET WSS-NAO-HA-MAIS-TRANSF TO TRUE
                   NOT AT END
                       IF TRF-NUMERO NOT < WSS-ProximaTransf
                           COMPUTE WSS-ProximaTransf =
                                   TRF-NUMERO + 1
                       END-IF
               END-READ
           END-PERFORM.

       ReceberTransferencia.
           DISPLAY "Numero da transferencia: "
           ACCEPT WSS-NumTransf
           MOVE WSS-NumTransf TO TRF-NUMERO
           READ TRANSF-FILE
               INVALID KEY
                   DISPLAY "Transferencia nao encontrada."
               NOT INVALID KEY
                   IF NOT TRF-EM-TRANSITO
                       DISPLAY "Transferencia ja recebida em "
                               TRF-DATARECEB "."
                   ELSE
                       PERFORM LancarDestino
                   END-IF
           END-READ.

       LancarDestino.
           MOVE "N" TO WSS-EnvioOk
           MOVE TRF-DESTINO TO EST-LOJA
           MOVE TRF-PRODUTO TO EST-CODIGO
           READ ESTOQUE-FILE
               INVALID KEY
                   MOVE TRF-QTD TO EST-QTDATUAL
                   MOVE ZEROS TO EST-QTDMINIMA
                   MOVE WSS-DataHoje TO EST-ULTMOV
                   WRITE ESTOQUE-REG
                       INVALID KEY
                           DISPLAY "Erro ao gravar estoque. "
                                   "Status: " WSS-FS-ESTOQUE
                       NOT INVALID KEY
                           MOVE "S" TO WSS-EnvioOk
                           DISPLAY "Saldo criado na loja "
                                   EST-LOJA " com minimo zero."
                   END-WRITE
               NOT INVALID KEY
                   ADD TRF-QTD TO EST-QTDATUAL
                   MOVE WSS-DataHoje TO EST-ULTMOV
                   REWRITE ESTOQUE-REG
                       INVALID KEY
                           DISPLAY "Erro ao regravar estoque. "
                                   "Status: " WSS-FS-ESTOQUE
                       NOT INVALID KEY
                           MOVE "S" TO WSS-EnvioOk
                   END-REWRITE
           END-READ

           IF WSS-EnvioOk = "S"
               MOVE TRF-QTD TO WSS-MovDelta
               CALL "GRAVAMOV" USING EST-LOJA EST-CODIGO
                    WSS-MovTipo WSS-MovDelta EST-QTDATUAL
                    WSS-Operador WSS-MovMotivo
               PERFORM VARYING WSS-IndLote FROM 1 BY 1
                       UNTIL WSS-IndLote > TRF-QTDLOTES
                   PERFORM EntradaLoteDestino
               END-PERFORM
               SET TRF-RECEBIDA TO TRUE
               MOVE WSS-DataHoje TO TRF-DATARECEB
               MOVE WSS-Operador TO TRF-OPERRECEB
               REWRITE TRANSF-REG
                   INVALID KEY
                       DISPLAY "Erro ao regravar transferencia. "
                               "Status: " WSS-FS-TRANSF
                   NOT INVALID KEY
                       DISPLAY "Transferencia " TRF-NUMERO
                               " recebida na loja " TRF-DESTINO
                               ": " TRF-QTD " unidades."
               END-REWRITE
           END-IF.

      * Cada lote enviado entra no destino com a sua quantidade:
      * soma no lote que a loja ja tem ou cria o lote.
       EntradaLoteDestino.
           MOVE TRF-DESTINO TO LOT-LOJA
           MOVE TRF-PRODUTO TO LOT-PRODUTO
           MOVE TRF-VALIDADE (WSS-IndLote) TO LOT-VALIDADE
           MOVE TRF-LOTE (WSS-IndLote) TO LOT-LOTE
           READ LOTES-FILE
               INVALID KEY
                   MOVE TRF-QTDLOTE (WSS-IndLote) TO LOT-QTD
                   WRITE LOTE-REG
                   MOVE "WRITE" TO WSS-TfsOperacao
               NOT INVALID KEY
                   ADD TRF-QTDLOTE (WSS-IndLote) TO LOT-QTD
                   REWRITE LOTE-REG
                   MOVE "REWRITE" TO WSS-TfsOperacao
           END-READ
           MOVE "LOTESVAL" TO WSS-TfsArquivo
           CALL "TRATAFS" USING WSS-TfsPrograma
                WSS-TfsArquivo WSS-TfsOperacao WSS-FS-LOTES
           IF WSS-FS-LOTES = "00"
               DISPLAY "Lote " LOT-LOTE " validade " LOT-VALIDADE
                       ": " TRF-QTDLOTE (WSS-IndLote)
                       " unidades lancadas na loja " TRF-DESTINO "."
           ELSE
               DISPLAY "Erro ao gravar lote " LOT-LOTE ". Status: "
                       WSS-FS-LOTES
           END-IF.

       ListarEmAberto.
           MOVE ZEROS TO WSS-QtdAbertas
           MOVE ZEROS TO WSS-QtdEmTransito
           MOVE "N" TO WSS-fim-transf
           MOVE ZEROS TO TRF-NUMERO
           START TRANSF-FILE KEY NOT < TRF-NUMERO
               INVALID KEY SET WSS-NAO-HA-MAIS-TRANSF TO TRUE
           END-START
           DISPLAY "------ TRANSFERENCIAS EM TRANSITO ------"
           DISPLAY "NUMERO OR DE PRODUTO   QTD ENVIO    DIAS"
           PERFORM UNTIL WSS-NAO-HA-MAIS-TRANSF
               READ TRANSF-FILE NEXT RECORD
                   AT END SET WSS-NAO-HA-MAIS-TRANSF TO TRUE
                   NOT AT END
                       IF TRF-EM-TRANSITO
                           COMPUTE WSS-DiasTransito =
                               FUNCTION INTEGER-OF-DATE (WSS-DataHoje)
                               - FUNCTION INTEGER-OF-DATE
                                   (TRF-DATAENVIO)
                           MOVE WSS-DiasTransito TO WSS-DiasEd
                           DISPLAY TRF-NUMERO " " TRF-ORIGEM "  "
                                   TRF-DESTINO "  " TRF-PRODUTO " "
                                   TRF-QTD " " TRF-DATAENVIO " "
                                   WSS-DiasEd
                           ADD 1 TO WSS-QtdAbertas
                           ADD TRF-QTD TO WSS-QtdEmTransito
                       END-IF
               END-READ
           END-PERFORM
           IF WSS-QtdAbertas = ZEROS
               DISPLAY "Nenhuma transferencia em transito."
           ELSE
               DISPLAY "Transferencias em transito: " WSS-QtdAbertas
               DISPLAY "Unidades em transito......: "
                       WSS-QtdEmTransito
           END-IF.
      *wrun32 exerc-35-trf
