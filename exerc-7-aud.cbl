       IDENTIFICATION DIVISION.
       PROGRAM-ID. Exerc-7-Aud.
       AUTHOR. JOAO_PAULO.

      * Auditoria da sequencia de recibos do dia: confronta as
      * linhas de VENDASDIA (cabecalho da venda, tipos V/P) com os
      * itens de ITENSVENDA gravados pelo recibo (Exerc-7) e com
      * as faixas de numeracao por loja de RECIBOCTL. Aponta:
      *   FALHA  numero da faixa sem venda gravada no dia;
      *   DUPL   numero usado em mais de uma venda no dia;
      *   REUSO  numero do dia ja usado em venda de outro dia;
      *   S/ITEM linhas de VENDASDIA sem item em ITENSVENDA;
      *   S/CAB  itens em ITENSVENDA sem linha em VENDASDIA;
      *   FAIXA  numero fora da faixa de qualquer loja.
      * Numero que falta por cancelamento do recibo no dia
      * (CANCELAMENTOS, exerc-7-can) sai como CANC, com o motivo,
      * e nao conta como falha.
      * Devolucoes (tipo D) apontam para o recibo original e ficam
      * fora da sequencia. A prova de sequencia sai tambem pelo
      * spool IMPRESSAO para a auditoria anual.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT VENDAS-FILE ASSIGN TO "VENDASDIA"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WSS-FS-VENDAS.
           SELECT ITENS-FILE ASSIGN TO "ITENSVENDA"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WSS-FS-ITENS.
           SELECT CANCEL-FILE ASSIGN TO "CANCELAMENTOS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WSS-FS-CANCEL.
           SELECT RECIBCTL-FILE ASSIGN TO "RECIBOCTL"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RCT-LOJA
               FILE STATUS IS WSS-FS-RECIBCTL.

       DATA DIVISION.
       FILE SECTION.
       FD  VENDAS-FILE.
           COPY "VENDA.CPY".

       FD  ITENS-FILE.
           COPY "ITEMVEN.CPY".

       FD  CANCEL-FILE.
           COPY "CANCEL.CPY".

       FD  RECIBCTL-FILE.
           COPY "RECIBCTL.CPY".

       WORKING-STORAGE SECTION.
       77  WSS-FS-VENDAS        PIC X(02).
       77  WSS-FS-ITENS         PIC X(02).
       77  WSS-FS-RECIBCTL      PIC X(02).
       77  WSS-FS-CANCEL        PIC X(02).
       77  WSS-LogPrograma      PIC X(12) VALUE "EXERC-7-AUD".
       77  WSS-LogEvento        PIC X(01).
       77  WSS-LogLidos         PIC 9(7) VALUE ZEROS.
       77  WSS-LogGravados      PIC 9(7) VALUE ZEROS.
       77  WSS-LogRejeitados    PIC 9(7) VALUE ZEROS.
       77  WSS-LogRetorno       PIC X(02) VALUE "OK".

       77  WSS-DataAuditada     PIC 9(8).
       77  WSS-fim-vendas       PIC X(01).
           88 WSS-NAO-HA-MAIS-VENDAS  VALUE "S".
       77  WSS-fim-itens        PIC X(01).
           88 WSS-NAO-HA-MAIS-ITENS  VALUE "S".
       77  WSS-fim-faixas       PIC X(01).
           88 WSS-NAO-HA-MAIS-FAIXAS  VALUE "S".
       77  WSS-ReciboAnterior   PIC 9(6).
       77  WSS-ReciboProcurado  PIC 9(6).
       77  WSS-ReciboFaixa      PIC 9(7).
       77  WSS-MenorFaixa       PIC 9(6).
       77  WSS-MaiorFaixa       PIC 9(6).

       77  WSS-IndRec           PIC 9(4).
       77  WSS-QtdRecibos       PIC 9(4) VALUE ZEROS.
       77  WSS-AchouRecibo      PIC X(01).
       01  TABELA-RECIBOS.
           05  RECIBO-DIA OCCURS 3000 TIMES.
               10  aud-recibo         PIC 9(6).
               10  aud-linhas         PIC 9(3).
               10  aud-itens          PIC 9(3).
               10  aud-vendas         PIC 9(2).
               10  aud-outrodia       PIC X(01).
               10  aud-loja           PIC X(01).

       77  WSS-IndFx            PIC 9(2).
       77  WSS-QtdFaixas        PIC 9(2) VALUE ZEROS.
       01  TABELA-FAIXAS.
           05  FAIXA-LOJA OCCURS 40 TIMES.
               10  fx-loja            PIC X(01).
               10  fx-inicial         PIC 9(6).
               10  fx-final           PIC 9(6).
               10  fx-ultimo          PIC 9(6).
               10  fx-ultdata         PIC 9(8).

       77  WSS-IndCan           PIC 9(3).
       77  WSS-QtdCancelTab     PIC 9(3) VALUE ZEROS.
       77  WSS-AchouCancel      PIC X(01).
       01  TABELA-CANCELADOS.
           05  RECIBO-CANCELADO OCCURS 500 TIMES.
               10  cnc-recibo         PIC 9(6).
               10  cnc-motivo         PIC X(30).

       77  WSS-QtdFalhas        PIC 9(5) VALUE ZEROS.
       77  WSS-QtdCancelados    PIC 9(5) VALUE ZEROS.
       77  WSS-QtdDuplicados    PIC 9(5) VALUE ZEROS.
       77  WSS-QtdReusados      PIC 9(5) VALUE ZEROS.
       77  WSS-QtdSemItem       PIC 9(5) VALUE ZEROS.
       77  WSS-QtdSemCabecalho  PIC 9(5) VALUE ZEROS.
       77  WSS-QtdForaFaixa     PIC 9(5) VALUE ZEROS.
       77  WSS-Ocorrencia       PIC X(06).
       77  WSS-ImpComando       PIC X(01).
       77  WSS-ImpTexto         PIC X(80).
       77  WSS-ImpColunas       PIC X(80).

       PROCEDURE DIVISION.
       Inicio.
           MOVE "I" TO WSS-LogEvento
           CALL "GRAVALOG" USING WSS-LogPrograma WSS-LogEvento
                WSS-LogLidos WSS-LogGravados WSS-LogRejeitados
                WSS-LogRetorno

           DISPLAY "Data a auditar (AAAAMMDD): "
           ACCEPT WSS-DataAuditada

           OPEN INPUT VENDAS-FILE
           IF WSS-FS-VENDAS = "35"
               DISPLAY "Arquivo VENDASDIA nao encontrado."
               MOVE "ER" TO WSS-LogRetorno
               GO TO GravarFimLog
           END-IF
           PERFORM LerVendasDoDia
           CLOSE VENDAS-FILE

           OPEN INPUT ITENS-FILE
           IF WSS-FS-ITENS = "35"
               DISPLAY "Arquivo ITENSVENDA nao encontrado. Todas as "
                       "vendas do dia saem sem item."
           ELSE
               PERFORM LerItensDoDia
               CLOSE ITENS-FILE
           END-IF

      * Segunda leitura de VENDASDIA: numero do dia que ja apareceu
      * em venda de outra data foi reusado.
           OPEN INPUT VENDAS-FILE
           PERFORM LerVendasOutrosDias
           CLOSE VENDAS-FILE

           PERFORM CarregarCancelados

           OPEN INPUT RECIBCTL-FILE
           IF WSS-FS-RECIBCTL NOT = "00"
               DISPLAY "Arquivo RECIBOCTL indisponivel. Sem faixas "
                       "por loja, so as duplicidades sao apuradas."
           ELSE
               PERFORM CarregarFaixas
               CLOSE RECIBCTL-FILE
           END-IF

           MOVE "P" TO WSS-ImpComando
           MOVE "EXERC-7-AUD" TO WSS-ImpTexto
           CALL "IMPRIME" USING WSS-ImpComando WSS-ImpTexto
                WSS-ImpColunas
           MOVE "A" TO WSS-ImpComando
           MOVE SPACES TO WSS-ImpTexto
           STRING "AUDITORIA DA SEQUENCIA DE RECIBOS - "
                  WSS-DataAuditada
                  DELIMITED BY SIZE INTO WSS-ImpTexto
           END-STRING
           MOVE "OCORR. LOJA RECIBO  LINHAS ITENS VENDAS"
                TO WSS-ImpColunas
           CALL "IMPRIME" USING WSS-ImpComando WSS-ImpTexto
                WSS-ImpColunas

           DISPLAY "------ SEQUENCIA DE RECIBOS DE "
                   WSS-DataAuditada " ------"
           PERFORM VARYING WSS-IndRec FROM 1 BY 1
                   UNTIL WSS-IndRec > WSS-QtdRecibos
               PERFORM AuditarRecibo
           END-PERFORM
           PERFORM VARYING WSS-IndFx FROM 1 BY 1
                   UNTIL WSS-IndFx > WSS-QtdFaixas
               PERFORM ProcurarFalhasFaixa
           END-PERFORM

           DISPLAY SPACE
           DISPLAY "Recibos do dia.................: "
                   WSS-QtdRecibos
           DISPLAY "Falhas na sequencia (FALHA)....: " WSS-QtdFalhas
           DISPLAY "Cancelados no dia (CANC).......: "
                   WSS-QtdCancelados
           DISPLAY "Duplicados no dia (DUPL).......: "
                   WSS-QtdDuplicados
           DISPLAY "Reusados de outro dia (REUSO)..: "
                   WSS-QtdReusados
           DISPLAY "Cabecalho sem itens (S/ITEM)...: "
                   WSS-QtdSemItem
           DISPLAY "Itens sem cabecalho (S/CAB)....: "
                   WSS-QtdSemCabecalho
           DISPLAY "Fora de faixa (FAIXA)..........: "
                   WSS-QtdForaFaixa
           COMPUTE WSS-LogRejeitados =
                   WSS-QtdFalhas + WSS-QtdDuplicados
                 + WSS-QtdReusados + WSS-QtdSemItem
                 + WSS-QtdSemCabecalho + WSS-QtdForaFaixa
           IF WSS-LogRejeitados = ZEROS
               DISPLAY "SEQUENCIA CONFERE: sem falhas nem "
                       "duplicidades."
           END-IF

           MOVE "T" TO WSS-ImpComando
           MOVE SPACES TO WSS-ImpTexto
           STRING "RECIBOS: " WSS-QtdRecibos
                  " OCORRENCIAS: " WSS-LogRejeitados
                  DELIMITED BY SIZE INTO WSS-ImpTexto
           END-STRING
           CALL "IMPRIME" USING WSS-ImpComando WSS-ImpTexto
                WSS-ImpColunas.

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

      * Cada venda grava as suas linhas de VENDASDIA juntas; uma
      * nova sequencia de linhas com numero ja visto no dia e
      * outra venda com o mesmo numero.
       LerVendasDoDia.
           MOVE "N" TO WSS-fim-vendas
           MOVE ZEROS TO WSS-ReciboAnterior
           READ VENDAS-FILE
               AT END SET WSS-NAO-HA-MAIS-VENDAS TO TRUE
           END-READ
           PERFORM UNTIL WSS-NAO-HA-MAIS-VENDAS
               ADD 1 TO WSS-LogLidos
               IF VEN-DATA = WSS-DataAuditada
                  AND VEN-RECIBO > ZEROS
                  AND (VEN-TIPO = "V" OR "v" OR "P" OR "p")
                   MOVE VEN-RECIBO TO WSS-ReciboProcurado
                   PERFORM LocalizarRecibo
                   IF WSS-AchouRecibo = "S"
                       ADD 1 TO aud-linhas (WSS-IndRec)
                       IF VEN-RECIBO NOT = WSS-ReciboAnterior
                           ADD 1 TO aud-vendas (WSS-IndRec)
                       END-IF
                   END-IF
                   MOVE VEN-RECIBO TO WSS-ReciboAnterior
               ELSE
                   MOVE ZEROS TO WSS-ReciboAnterior
               END-IF
               READ VENDAS-FILE
                   AT END SET WSS-NAO-HA-MAIS-VENDAS TO TRUE
               END-READ
           END-PERFORM.

       LerItensDoDia.
           MOVE "N" TO WSS-fim-itens
           READ ITENS-FILE
               AT END SET WSS-NAO-HA-MAIS-ITENS TO TRUE
           END-READ
           PERFORM UNTIL WSS-NAO-HA-MAIS-ITENS
               ADD 1 TO WSS-LogLidos
               IF ITV-DATA = WSS-DataAuditada
                  AND ITV-RECIBO > ZEROS
                  AND (ITV-TIPO = "V" OR "v" OR "P" OR "p")
                   MOVE ITV-RECIBO TO WSS-ReciboProcurado
                   PERFORM LocalizarRecibo
                   IF WSS-AchouRecibo = "S"
                       ADD 1 TO aud-itens (WSS-IndRec)
                   END-IF
               END-IF
               READ ITENS-FILE
                   AT END SET WSS-NAO-HA-MAIS-ITENS TO TRUE
               END-READ
           END-PERFORM.

       LerVendasOutrosDias.
           MOVE "N" TO WSS-fim-vendas
           READ VENDAS-FILE
               AT END SET WSS-NAO-HA-MAIS-VENDAS TO TRUE
           END-READ
           PERFORM UNTIL WSS-NAO-HA-MAIS-VENDAS
               IF VEN-DATA NOT = WSS-DataAuditada
                  AND VEN-RECIBO > ZEROS
                  AND (VEN-TIPO = "V" OR "v" OR "P" OR "p")
                   PERFORM VARYING WSS-IndRec FROM 1 BY 1
                           UNTIL WSS-IndRec > WSS-QtdRecibos
                       IF aud-recibo (WSS-IndRec) = VEN-RECIBO
                           MOVE "S" TO aud-outrodia (WSS-IndRec)
                       END-IF
                   END-PERFORM
               END-IF
               READ VENDAS-FILE
                   AT END SET WSS-NAO-HA-MAIS-VENDAS TO TRUE
               END-READ
           END-PERFORM.

      * Localiza o numero na tabela do dia; numero novo entra no
      * fim da tabela com os contadores zerados.
       LocalizarRecibo.
           MOVE "N" TO WSS-AchouRecibo
           PERFORM VARYING WSS-IndRec FROM 1 BY 1
                   UNTIL WSS-IndRec > WSS-QtdRecibos
                      OR WSS-AchouRecibo = "S"
               IF aud-recibo (WSS-IndRec) = WSS-ReciboProcurado
                   MOVE "S" TO WSS-AchouRecibo
                   SUBTRACT 1 FROM WSS-IndRec
               END-IF
           END-PERFORM
           IF WSS-AchouRecibo = "N"
               IF WSS-QtdRecibos = 3000
                   DISPLAY "Limite de 3000 recibos no dia atingido. "
                           "Recibo " WSS-ReciboProcurado
                           " fora da auditoria."
               ELSE
                   ADD 1 TO WSS-QtdRecibos
                   MOVE WSS-QtdRecibos TO WSS-IndRec
                   MOVE WSS-ReciboProcurado TO aud-recibo (WSS-IndRec)
                   MOVE ZEROS TO aud-linhas (WSS-IndRec)
                   MOVE ZEROS TO aud-itens (WSS-IndRec)
                   MOVE ZEROS TO aud-vendas (WSS-IndRec)
                   MOVE "N" TO aud-outrodia (WSS-IndRec)
                   MOVE SPACE TO aud-loja (WSS-IndRec)
                   MOVE "S" TO WSS-AchouRecibo
               END-IF
           END-IF.

       CarregarCancelados.
           MOVE "N" TO WSS-fim-vendas
           OPEN INPUT CANCEL-FILE
           IF WSS-FS-CANCEL NOT = "00"
               CONTINUE
           ELSE
               READ CANCEL-FILE
                   AT END SET WSS-NAO-HA-MAIS-VENDAS TO TRUE
               END-READ
               PERFORM UNTIL WSS-NAO-HA-MAIS-VENDAS
                   IF CNL-DATA = WSS-DataAuditada
                      AND WSS-QtdCancelTab < 500
                       ADD 1 TO WSS-QtdCancelTab
                       MOVE CNL-RECIBO TO cnc-recibo (WSS-QtdCancelTab)
                       MOVE CNL-MOTIVO TO cnc-motivo (WSS-QtdCancelTab)
                   END-IF
                   READ CANCEL-FILE
                       AT END SET WSS-NAO-HA-MAIS-VENDAS TO TRUE
                   END-READ
               END-PERFORM
               CLOSE CANCEL-FILE
           END-IF.

       CarregarFaixas.
           MOVE "N" TO WSS-fim-faixas
           MOVE LOW-VALUES TO RCT-LOJA
           START RECIBCTL-FILE KEY NOT < RCT-LOJA
               INVALID KEY SET WSS-NAO-HA-MAIS-FAIXAS TO TRUE
           END-START
           PERFORM UNTIL WSS-NAO-HA-MAIS-FAIXAS
               READ RECIBCTL-FILE NEXT RECORD
                   AT END SET WSS-NAO-HA-MAIS-FAIXAS TO TRUE
                   NOT AT END
                       IF WSS-QtdFaixas < 40
                           ADD 1 TO WSS-QtdFaixas
                           MOVE RCT-LOJA TO fx-loja (WSS-QtdFaixas)
                           MOVE RCT-INICIAL
                                TO fx-inicial (WSS-QtdFaixas)
                           MOVE RCT-FINAL TO fx-final (WSS-QtdFaixas)
                           COMPUTE fx-ultimo (WSS-QtdFaixas) =
                                   RCT-PROXIMO - 1
                           MOVE RCT-ULTDATA
                                TO fx-ultdata (WSS-QtdFaixas)
                       END-IF
               END-READ
           END-PERFORM.

       AuditarRecibo.
           PERFORM VARYING WSS-IndFx FROM 1 BY 1
                   UNTIL WSS-IndFx > WSS-QtdFaixas
               IF aud-recibo (WSS-IndRec) NOT < fx-inicial (WSS-IndFx)
                  AND aud-recibo (WSS-IndRec)
                      NOT > fx-final (WSS-IndFx)
                   MOVE fx-loja (WSS-IndFx) TO aud-loja (WSS-IndRec)
               END-IF
           END-PERFORM
           IF aud-vendas (WSS-IndRec) > 1
               ADD 1 TO WSS-QtdDuplicados
               MOVE "DUPL" TO WSS-Ocorrencia
               PERFORM ListarOcorrencia
           END-IF
           IF aud-outrodia (WSS-IndRec) = "S"
               ADD 1 TO WSS-QtdReusados
               MOVE "REUSO" TO WSS-Ocorrencia
               PERFORM ListarOcorrencia
           END-IF
           IF aud-linhas (WSS-IndRec) > ZEROS
              AND aud-itens (WSS-IndRec) = ZEROS
               ADD 1 TO WSS-QtdSemItem
               MOVE "S/ITEM" TO WSS-Ocorrencia
               PERFORM ListarOcorrencia
           END-IF
           IF aud-linhas (WSS-IndRec) = ZEROS
               ADD 1 TO WSS-QtdSemCabecalho
               MOVE "S/CAB" TO WSS-Ocorrencia
               PERFORM ListarOcorrencia
           END-IF
           IF aud-loja (WSS-IndRec) = SPACE AND WSS-QtdFaixas > 0
               ADD 1 TO WSS-QtdForaFaixa
               MOVE "FAIXA" TO WSS-Ocorrencia
               PERFORM ListarOcorrencia
           END-IF.

      * Dentro da faixa de cada loja, todo numero entre o menor e o
      * maior do dia precisa ter venda; no dia do ultimo uso da
      * faixa a conta vai ate o ultimo numero entregue pelo
      * controle, pegando o numero tomado e nao gravado.
       ProcurarFalhasFaixa.
           MOVE 999999 TO WSS-MenorFaixa
           MOVE ZEROS TO WSS-MaiorFaixa
           PERFORM VARYING WSS-IndRec FROM 1 BY 1
                   UNTIL WSS-IndRec > WSS-QtdRecibos
               IF aud-loja (WSS-IndRec) = fx-loja (WSS-IndFx)
                   IF aud-recibo (WSS-IndRec) < WSS-MenorFaixa
                       MOVE aud-recibo (WSS-IndRec) TO WSS-MenorFaixa
                   END-IF
                   IF aud-recibo (WSS-IndRec) > WSS-MaiorFaixa
                       MOVE aud-recibo (WSS-IndRec) TO WSS-MaiorFaixa
                   END-IF
               END-IF
           END-PERFORM
           IF fx-ultdata (WSS-IndFx) = WSS-DataAuditada
              AND fx-ultimo (WSS-IndFx) > WSS-MaiorFaixa
               MOVE fx-ultimo (WSS-IndFx) TO WSS-MaiorFaixa
               IF WSS-MenorFaixa = 999999
                   MOVE fx-ultimo (WSS-IndFx) TO WSS-MenorFaixa
               END-IF
           END-IF
           IF WSS-MaiorFaixa > ZEROS
               PERFORM VARYING WSS-ReciboFaixa FROM WSS-MenorFaixa
                       BY 1 UNTIL WSS-ReciboFaixa > WSS-MaiorFaixa
                   PERFORM ConferirNumeroFaixa
               END-PERFORM
           END-IF.

       ConferirNumeroFaixa.
           MOVE "N" TO WSS-AchouRecibo
           PERFORM VARYING WSS-IndRec FROM 1 BY 1
                   UNTIL WSS-IndRec > WSS-QtdRecibos
                      OR WSS-AchouRecibo = "S"
               IF aud-recibo (WSS-IndRec) = WSS-ReciboFaixa
                   MOVE "S" TO WSS-AchouRecibo
               END-IF
           END-PERFORM
           IF WSS-AchouRecibo = "N"
               PERFORM ProcurarCancelado
           END-IF
           IF WSS-AchouRecibo = "N" AND WSS-AchouCancel = "S"
               ADD 1 TO WSS-QtdCancelados
               DISPLAY "CANC   loja " fx-loja (WSS-IndFx)
                       " recibo " WSS-ReciboFaixa " cancelado: "
                       cnc-motivo (WSS-IndCan)
               MOVE "D" TO WSS-ImpComando
               MOVE SPACES TO WSS-ImpTexto
               STRING "CANC   " fx-loja (WSS-IndFx) "    "
                      WSS-ReciboFaixa "  " cnc-motivo (WSS-IndCan)
                      DELIMITED BY SIZE INTO WSS-ImpTexto
               END-STRING
               CALL "IMPRIME" USING WSS-ImpComando WSS-ImpTexto
                    WSS-ImpColunas
           END-IF
           IF WSS-AchouRecibo = "N" AND WSS-AchouCancel = "N"
               ADD 1 TO WSS-QtdFalhas
               DISPLAY "FALHA  loja " fx-loja (WSS-IndFx)
                       " recibo " WSS-ReciboFaixa
                       " sem venda gravada"
               MOVE "D" TO WSS-ImpComando
               MOVE SPACES TO WSS-ImpTexto
               STRING "FALHA  " fx-loja (WSS-IndFx) "    "
                      WSS-ReciboFaixa
                      DELIMITED BY SIZE INTO WSS-ImpTexto
               END-STRING
               CALL "IMPRIME" USING WSS-ImpComando WSS-ImpTexto
                    WSS-ImpColunas
           END-IF.

       ProcurarCancelado.
           MOVE "N" TO WSS-AchouCancel
           PERFORM VARYING WSS-IndCan FROM 1 BY 1
                   UNTIL WSS-IndCan > WSS-QtdCancelTab
                      OR WSS-AchouCancel = "S"
               IF cnc-recibo (WSS-IndCan) = WSS-ReciboFaixa
                   MOVE "S" TO WSS-AchouCancel
                   SUBTRACT 1 FROM WSS-IndCan
               END-IF
           END-PERFORM.

       ListarOcorrencia.
           DISPLAY WSS-Ocorrencia " loja " aud-loja (WSS-IndRec)
                   " recibo " aud-recibo (WSS-IndRec)
                   " linhas " aud-linhas (WSS-IndRec)
                   " itens " aud-itens (WSS-IndRec)
                   " vendas " aud-vendas (WSS-IndRec)
           MOVE "D" TO WSS-ImpComando
           MOVE SPACES TO WSS-ImpTexto
           STRING WSS-Ocorrencia " " aud-loja (WSS-IndRec) "    "
                  aud-recibo (WSS-IndRec) "  "
                  aud-linhas (WSS-IndRec) "    "
                  aud-itens (WSS-IndRec) "   "
                  aud-vendas (WSS-IndRec)
                  DELIMITED BY SIZE INTO WSS-ImpTexto
           END-STRING
           CALL "IMPRIME" USING WSS-ImpComando WSS-ImpTexto
                WSS-ImpColunas.
      *wrun32 exerc-7-aud
