       IDENTIFICATION DIVISION.
       PROGRAM-ID. Exerc-6-Fat.
       AUTHOR. JOAO_PAULO.

      * Lancamento automatico do faturamento do dia no livro
      * FATURALEDG, passo de fim de dia da janela: totaliza por
      * loja as linhas de VENDASDIA da data (vendas a vista e a
      * prazo somam, devolucoes subtraem) e grava a linha diaria
      * de cada loja no mesmo formato do Exerc-6, que o
      * comparativo (exerc-6-cmp), o fechamento mensal
      * (exerc-6-mes), o orcado (exerc-6-orc) e a conciliacao
      * (exerc-15-rec) ja leem. A loja de cada linha sai da faixa
      * de numeracao de recibos em RECIBOCTL (exerc-7-num); linha
      * sem recibo ou fora de faixa e rejeitada e apontada. O
      * livro guarda reais inteiros: o total vai arredondado.
      * Loja que ja tem linha no livro para a data (passo rodado
      * de novo ou digitacao supervisionada no Exerc-6) nao e
      * lancada outra vez. A data vem do fluxo de entrada; zero
      * assume o dia corrente. Data em competencia de vendas ja
      * fechada (PERIODOS, servico PERFECH) nao e lancada: o passo
      * devolve ER e a tentativa vai ao SEGLOG.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT VENDAS-FILE ASSIGN TO "VENDASDIA"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WSS-FS-VENDAS.
           SELECT LEDGER-FILE ASSIGN TO "FATURALEDG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WSS-FS-LEDGER.
           SELECT RECIBCTL-FILE ASSIGN TO "RECIBOCTL"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RCT-LOJA
               FILE STATUS IS WSS-FS-RECIBCTL.

       DATA DIVISION.
       FILE SECTION.
       FD  VENDAS-FILE.
           COPY "VENDA.CPY".

       FD  LEDGER-FILE.
       01  WSS-REG-LEDGER           PIC X(40).

       FD  RECIBCTL-FILE.
           COPY "RECIBCTL.CPY".

       WORKING-STORAGE SECTION.
       77  WSS-FS-VENDAS        PIC X(02).
       77  WSS-FS-LEDGER        PIC X(02).
       77  WSS-FS-RECIBCTL      PIC X(02).
       77  WSS-LogPrograma      PIC X(12) VALUE "EXERC-6-FAT".
       77  WSS-LogEvento        PIC X(01).
       77  WSS-LogLidos         PIC 9(7) VALUE ZEROS.
       77  WSS-LogGravados      PIC 9(7) VALUE ZEROS.
       77  WSS-LogRejeitados    PIC 9(7) VALUE ZEROS.
       77  WSS-LogRetorno       PIC X(02) VALUE "OK".
       77  WSS-TfsPrograma      PIC X(12) VALUE "exerc-6-fat".
       77  WSS-TfsArquivo       PIC X(12).
       77  WSS-TfsOperacao      PIC X(10).

       77  WSS-DataHoje         PIC 9(8).
       77  WSS-DataFechamento   PIC 9(8).
       77  WSS-DataValida       PIC X(01).
       77  WSS-MotivoData       PIC X(30).
       77  WSS-PerOperacao      PIC X(01) VALUE "V".
       77  WSS-PerSubsistema    PIC X(02) VALUE "VD".
       77  WSS-PerOperador      PIC 9(3) VALUE ZEROS.
       77  WSS-PerSituacao      PIC X(01).
       77  WSS-fim-vendas       PIC X(01) VALUE "N".
           88 WSS-NAO-HA-MAIS-VENDAS  VALUE "S".
       77  WSS-fim-faixas       PIC X(01) VALUE "N".
           88 WSS-NAO-HA-MAIS-FAIXAS  VALUE "S".
       77  WSS-fim-ledger       PIC X(01) VALUE "N".
           88 WSS-NAO-HA-MAIS-LINHAS  VALUE "S".

       77  WSS-IndFx            PIC 9(2).
       77  WSS-QtdFaixas        PIC 9(2) VALUE ZEROS.
       01  TABELA-FAIXAS.
           05  FAIXA-RECIBO OCCURS 40 TIMES.
               10  fx-loja            PIC X(01).
               10  fx-inicial         PIC 9(6).
               10  fx-final           PIC 9(6).

       77  WSS-IndLoja          PIC 9(2).
       77  WSS-QtdLojas         PIC 9(2) VALUE ZEROS.
       77  WSS-LojaVenda        PIC X(01).
       77  WSS-Achou            PIC X(01).
       01  TABELA-LOJAS.
           05  LOJA-FAT OCCURS 20 TIMES.
               10  fat-loja           PIC X(01).
               10  fat-total          PIC S9(9)V99.
               10  fat-linhas         PIC 9(5).
               10  fat-devolucoes     PIC 9(5).
               10  fat-no-livro       PIC X(01).

       77  WSS-QtdSemLoja       PIC 9(5) VALUE ZEROS.
       77  WSS-TotalSemLoja     PIC S9(9)V99 VALUE ZEROS.
       77  WSS-QtdLancadas      PIC 9(3) VALUE ZEROS.
       77  WSS-QtdJaNoLivro     PIC 9(3) VALUE ZEROS.
       77  WSS-ValorLivro       PIC 9(7).
       77  WSS-TotalEd          PIC -(8)9.99.

       01  WSS-LINHA-DIA.
           05  FILLER         PIC X(16) VALUE "FATURAMENTO DIA ".
           05  LIN-LOJA       PIC X(1).
           05  FILLER         PIC X(1) VALUE SPACE.
           05  LIN-DATA       PIC 9(8).
           05  FILLER         PIC X(02) VALUE ": ".
           05  LIN-VALOR      PIC 9(7).
           05  FILLER         PIC X(1) VALUE SPACE.
           05  LIN-ORIGEM     PIC X(1).
           05  LIN-SUPERVISOR PIC 9(3).
       01  WSS-LINHA-LIDA.
           05  LID-PREFIXO    PIC X(16).
           05  LID-LOJA       PIC X(1).
           05  FILLER         PIC X(1).
           05  LID-DATA       PIC X(8).
           05  FILLER         PIC X(2).
           05  LID-VALOR      PIC X(7).
           05  FILLER         PIC X(05).

       PROCEDURE DIVISION.
       Inicio.
           MOVE "I" TO WSS-LogEvento
           CALL "GRAVALOG" USING WSS-LogPrograma WSS-LogEvento
                WSS-LogLidos WSS-LogGravados WSS-LogRejeitados
                WSS-LogRetorno

           ACCEPT WSS-DataHoje FROM DATE YYYYMMDD
           DISPLAY "Data do faturamento (AAAAMMDD, 0 = hoje): "
           ACCEPT WSS-DataFechamento
           IF WSS-DataFechamento = ZEROS
               MOVE WSS-DataHoje TO WSS-DataFechamento
           END-IF
           CALL "VALIDATA" USING WSS-DataFechamento WSS-DataValida
                                 WSS-MotivoData
           IF WSS-DataValida = "N"
               DISPLAY "Data " WSS-DataFechamento " invalida ("
                       WSS-MotivoData "). Nada lancado."
               MOVE "ER" TO WSS-LogRetorno
               GO TO GravarFimLog
           END-IF
           CALL "PERFECH" USING WSS-PerOperacao WSS-PerSubsistema
                WSS-DataFechamento WSS-PerOperador WSS-LogPrograma
                WSS-PerSituacao
           IF WSS-PerSituacao = "F"
               DISPLAY "Competencia " WSS-DataFechamento (1:6)
                       " de vendas ja fechada. Nada lancado."
               MOVE "ER" TO WSS-LogRetorno
               GO TO GravarFimLog
           END-IF

           OPEN INPUT RECIBCTL-FILE
           IF WSS-FS-RECIBCTL = "35"
               DISPLAY "Arquivo RECIBOCTL nao encontrado. Cadastre "
                       "as faixas de recibo no exerc-7-num."
               MOVE "ER" TO WSS-LogRetorno
               GO TO GravarFimLog
           END-IF
           MOVE "RECIBOCTL" TO WSS-TfsArquivo
           MOVE "OPEN INPUT" TO WSS-TfsOperacao
           CALL "TRATAFS" USING WSS-TfsPrograma
                WSS-TfsArquivo WSS-TfsOperacao WSS-FS-RECIBCTL
           IF WSS-FS-RECIBCTL NOT = "00"
               MOVE "ER" TO WSS-LogRetorno
               GO TO GravarFimLog
           END-IF
           PERFORM CarregarFaixas
           CLOSE RECIBCTL-FILE

           OPEN INPUT VENDAS-FILE
           IF WSS-FS-VENDAS = "35"
               DISPLAY "Arquivo VENDASDIA nao encontrado. Nenhuma "
                       "venda para lancar."
               GO TO GravarFimLog
           END-IF
           READ VENDAS-FILE
               AT END SET WSS-NAO-HA-MAIS-VENDAS TO TRUE
           END-READ
           PERFORM UNTIL WSS-NAO-HA-MAIS-VENDAS
               IF VEN-DATA = WSS-DataFechamento
                   ADD 1 TO WSS-LogLidos
                   PERFORM AcumularVenda THRU AcumularVenda-Fim
               END-IF
               READ VENDAS-FILE
                   AT END SET WSS-NAO-HA-MAIS-VENDAS TO TRUE
               END-READ
           END-PERFORM
           CLOSE VENDAS-FILE

           PERFORM MarcarLojasNoLivro
           PERFORM GravarLinhasLivro

           DISPLAY "------ FATURAMENTO DO DIA " WSS-DataFechamento
                   " ------"
           PERFORM VARYING WSS-IndLoja FROM 1 BY 1
                   UNTIL WSS-IndLoja > WSS-QtdLojas
               MOVE fat-total (WSS-IndLoja) TO WSS-TotalEd
               IF fat-no-livro (WSS-IndLoja) = "S"
                   DISPLAY "Loja " fat-loja (WSS-IndLoja) ": "
                           WSS-TotalEd " (ja no livro, nao lancada)"
               ELSE
                   DISPLAY "Loja " fat-loja (WSS-IndLoja) ": "
                           WSS-TotalEd " lancada"
               END-IF
               DISPLAY "     linhas " fat-linhas (WSS-IndLoja)
                       " devolucoes " fat-devolucoes (WSS-IndLoja)
           END-PERFORM
           DISPLAY "Linhas de venda do dia......: " WSS-LogLidos
           DISPLAY "Lojas lancadas no livro.....: " WSS-QtdLancadas
           DISPLAY "Lojas ja presentes no livro.: " WSS-QtdJaNoLivro
           IF WSS-QtdSemLoja > ZEROS
               MOVE WSS-TotalSemLoja TO WSS-TotalEd
               DISPLAY "Linhas sem loja (rejeitadas): " WSS-QtdSemLoja
                       " valor " WSS-TotalEd
           END-IF
           MOVE WSS-QtdLancadas TO WSS-LogGravados
           MOVE WSS-QtdSemLoja TO WSS-LogRejeitados.

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

       CarregarFaixas.
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
                       END-IF
               END-READ
           END-PERFORM.

      * Devolucao (tipo D) traz o recibo original e sai negativa na
      * loja dele, como no diario e na conciliacao; a vista e a
      * prazo entram no faturamento do dia.
       AcumularVenda.
           MOVE SPACE TO WSS-LojaVenda
           PERFORM VARYING WSS-IndFx FROM 1 BY 1
                   UNTIL WSS-IndFx > WSS-QtdFaixas
               IF VEN-RECIBO NOT < fx-inicial (WSS-IndFx)
                  AND VEN-RECIBO NOT > fx-final (WSS-IndFx)
                   MOVE fx-loja (WSS-IndFx) TO WSS-LojaVenda
               END-IF
           END-PERFORM
           IF VEN-RECIBO = ZEROS OR WSS-LojaVenda = SPACE
               ADD 1 TO WSS-QtdSemLoja
               IF VEN-TIPO = "D" OR "d"
                   SUBTRACT VEN-VALOR FROM WSS-TotalSemLoja
               ELSE
                   ADD VEN-VALOR TO WSS-TotalSemLoja
               END-IF
               DISPLAY "Recibo " VEN-RECIBO " tipo " VEN-TIPO
                       " fora das faixas de RECIBOCTL. Nao lancado."
               GO TO AcumularVenda-Fim
           END-IF

           MOVE "N" TO WSS-Achou
           PERFORM VARYING WSS-IndLoja FROM 1 BY 1
                   UNTIL WSS-IndLoja > WSS-QtdLojas
                      OR WSS-Achou = "S"
               IF fat-loja (WSS-IndLoja) = WSS-LojaVenda
                   MOVE "S" TO WSS-Achou
                   SUBTRACT 1 FROM WSS-IndLoja
               END-IF
           END-PERFORM
           IF WSS-Achou = "N"
               IF WSS-QtdLojas = 20
                   DISPLAY "Limite de 20 lojas atingido. Loja "
                           WSS-LojaVenda " ignorada."
                   ADD 1 TO WSS-QtdSemLoja
                   GO TO AcumularVenda-Fim
               END-IF
               ADD 1 TO WSS-QtdLojas
               MOVE WSS-QtdLojas TO WSS-IndLoja
               MOVE WSS-LojaVenda TO fat-loja (WSS-IndLoja)
               MOVE ZEROS TO fat-total (WSS-IndLoja)
               MOVE ZEROS TO fat-linhas (WSS-IndLoja)
               MOVE ZEROS TO fat-devolucoes (WSS-IndLoja)
               MOVE "N" TO fat-no-livro (WSS-IndLoja)
           END-IF
           ADD 1 TO fat-linhas (WSS-IndLoja)
           IF VEN-TIPO = "D" OR "d"
               SUBTRACT VEN-VALOR FROM fat-total (WSS-IndLoja)
               ADD 1 TO fat-devolucoes (WSS-IndLoja)
           ELSE
               ADD VEN-VALOR TO fat-total (WSS-IndLoja)
           END-IF.

       AcumularVenda-Fim.
           EXIT.

      * Qualquer linha da loja na data (automatica ou digitada)
      * segura o lancamento: o passo pode rodar de novo sem dobrar
      * o faturamento.
       MarcarLojasNoLivro.
           OPEN INPUT LEDGER-FILE
           IF WSS-FS-LEDGER = "35"
               CONTINUE
           ELSE
               READ LEDGER-FILE
                   AT END SET WSS-NAO-HA-MAIS-LINHAS TO TRUE
               END-READ
               PERFORM UNTIL WSS-NAO-HA-MAIS-LINHAS
                   MOVE WSS-REG-LEDGER TO WSS-LINHA-LIDA
                   IF LID-PREFIXO = "FATURAMENTO DIA "
                      AND LID-DATA IS NUMERIC
                      AND LID-DATA = WSS-DataFechamento
                       PERFORM VARYING WSS-IndLoja FROM 1 BY 1
                               UNTIL WSS-IndLoja > WSS-QtdLojas
                           IF fat-loja (WSS-IndLoja) = LID-LOJA
                               MOVE "S" TO fat-no-livro (WSS-IndLoja)
                           END-IF
                       END-PERFORM
                   END-IF
                   READ LEDGER-FILE
                       AT END SET WSS-NAO-HA-MAIS-LINHAS TO TRUE
                   END-READ
               END-PERFORM
               CLOSE LEDGER-FILE
           END-IF.

       GravarLinhasLivro.
           OPEN EXTEND LEDGER-FILE
           IF WSS-FS-LEDGER NOT = "00"
               CLOSE LEDGER-FILE
               OPEN OUTPUT LEDGER-FILE
           END-IF
           IF WSS-FS-LEDGER NOT = "00"
               DISPLAY "Nao foi possivel gravar em FATURALEDG. "
                       "Status: " WSS-FS-LEDGER
               MOVE "ER" TO WSS-LogRetorno
           ELSE
               PERFORM VARYING WSS-IndLoja FROM 1 BY 1
                       UNTIL WSS-IndLoja > WSS-QtdLojas
                   IF fat-no-livro (WSS-IndLoja) = "S"
                       ADD 1 TO WSS-QtdJaNoLivro
                   ELSE
                       PERFORM GravarLinhaLoja
                   END-IF
               END-PERFORM
               CLOSE LEDGER-FILE
           END-IF.

      * Dia com mais devolucao que venda vai zerado ao livro, que
      * nao guarda valor negativo; a diferenca fica no relatorio.
       GravarLinhaLoja.
           IF fat-total (WSS-IndLoja) < ZEROS
               MOVE ZEROS TO WSS-ValorLivro
               DISPLAY "Loja " fat-loja (WSS-IndLoja) " com "
                       "devolucoes acima das vendas: lancada zerada."
           ELSE
               COMPUTE WSS-ValorLivro ROUNDED =
                       fat-total (WSS-IndLoja)
           END-IF
           MOVE fat-loja (WSS-IndLoja) TO LIN-LOJA
           MOVE WSS-DataFechamento TO LIN-DATA
           MOVE WSS-ValorLivro TO LIN-VALOR
           MOVE "A" TO LIN-ORIGEM
           MOVE ZEROS TO LIN-SUPERVISOR
           MOVE SPACES TO WSS-REG-LEDGER
           MOVE WSS-LINHA-DIA TO WSS-REG-LEDGER
           WRITE WSS-REG-LEDGER
           ADD 1 TO WSS-QtdLancadas.
      *wrun32 exerc-6-fat
