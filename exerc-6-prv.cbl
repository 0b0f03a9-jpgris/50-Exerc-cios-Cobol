       IDENTIFICATION DIVISION.
       PROGRAM-ID. Exerc-6-Prv.
       AUTHOR. JOAO_PAULO.

      * Previsao de faturamento por loja para semear o orcamento
      * ORCAPARAM. Le todo o historico diario do livro FATURALEDG
      * (ate dez anos antes do ano orcado), monta por loja o
      * faturamento de cada mes de cada ano e calcula:
      *   - indice sazonal do mes: media do mes nos anos com
      *     movimento sobre a media geral dos meses com movimento;
      *   - tendencia: ano passado sobre o ano anterior, so nos
      *     meses com movimento nos dois anos;
      *   - nivel: ano passado dessazonalizado.
      * Proposta do mes = nivel x tendencia x indice do mes. A
      * proposta sai ao lado do realizado do ano passado (tela e
      * IMPRIME) e, confirmada pelo gerente, e gravada em
      * ORCAPARAM como rascunho (origem R). Mes do ano orcado que
      * ja tem valor digitado no exerc-6-orc nao e regravado; o
      * exerc-6-orc continua podendo sobrepor o rascunho mes a
      * mes. Linhas antigas do livro sem letra de loja contam como
      * loja A, como no fechamento mensal.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LEDGER-FILE ASSIGN TO "FATURALEDG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WSS-FS-LEDGER.
           SELECT ORCA-FILE ASSIGN TO "ORCAPARAM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WSS-FS-ORCA.

       DATA DIVISION.
       FILE SECTION.
       FD  LEDGER-FILE.
       01  WSS-REG-LEDGER           PIC X(40).

       FD  ORCA-FILE.
           COPY "ORCAMENTO.CPY".

       WORKING-STORAGE SECTION.
       77  WSS-FS-LEDGER        PIC X(02).
       77  WSS-FS-ORCA          PIC X(02).
       77  WSS-fim-arquivo      PIC X(01) VALUE "N".
           88 WSS-NAO-HA-MAIS-LINHAS  VALUE "S".
       77  WSS-fim-orca         PIC X(01) VALUE "N".
           88 WSS-NAO-HA-MAIS-ORCAMENTOS  VALUE "S".
       77  WSS-DataHoje         PIC 9(8).
       77  WSS-AnoOrcado        PIC 9(4).
       77  WSS-AnoPassado       PIC 9(4).
       77  WSS-AnoInicial       PIC 9(4).
       77  WSS-Confirma         PIC X(01).

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
       01  WSS-DataDia          PIC 9(8).
       01  WSS-DATA-DIA-R REDEFINES WSS-DataDia.
           05  DDI-ANO          PIC 9(4).
           05  DDI-MES          PIC 9(2).
           05  DDI-DIA          PIC 9(2).
       01  WSS-CompLida         PIC 9(6).
       01  WSS-COMP-LIDA-R REDEFINES WSS-CompLida.
           05  CPL-ANO          PIC 9(4).
           05  CPL-MES          PIC 9(2).

      * Historico por loja: ano 1 e o mais antigo (ano orcado
      * menos 10), ano 10 e o ano passado.
       77  WSS-IndLoja          PIC 9(1).
       77  WSS-IndAno           PIC 9(2).
       77  WSS-IndMes           PIC 9(2).
       77  WSS-QtdLojas         PIC 9(1) VALUE ZEROS.
       77  WSS-AchouLoja        PIC X(01).
       01  TABELA-HISTORICO.
           05  LOJA-HIST OCCURS 5 TIMES.
               10  hst-loja          PIC X(01).
               10  ANO-HIST OCCURS 10 TIMES.
                   15  hst-valor     PIC 9(9) OCCURS 12 TIMES.
               10  hst-digitado      PIC X(01) OCCURS 12 TIMES.

       01  TABELA-SAZONAL.
           05  MES-SAZONAL OCCURS 12 TIMES.
               10  saz-media         PIC 9(9)V99.
               10  saz-indice        PIC 9(2)V9(4).
               10  saz-proposta      PIC 9(9).

       77  WSS-SomaMes          PIC 9(11).
       77  WSS-QtdMes           PIC 9(2).
       77  WSS-SomaGeral        PIC 9(11).
       77  WSS-QtdGeral         PIC 9(3).
       77  WSS-MediaGeral       PIC 9(9)V99.
       77  WSS-SomaPassado      PIC 9(11).
       77  WSS-SomaAnterior     PIC 9(11).
       77  WSS-SomaBase         PIC 9(11).
       77  WSS-SomaIndices      PIC 9(3)V9(4).
       77  WSS-Tendencia        PIC 9(3)V9(4).
       77  WSS-Nivel            PIC 9(9)V99.
       77  WSS-TotalPassado     PIC 9(11).
       77  WSS-TotalProposta    PIC 9(11).
       77  WSS-QtdGravados      PIC 9(2).
       77  WSS-QtdDigitados     PIC 9(2).

       77  WSS-RealEd           PIC zzz,zzz,zz9.
       77  WSS-PropostaEd       PIC zzz,zzz,zz9.
       77  WSS-IndiceEd         PIC z9.9999.
       77  WSS-TendenciaEd      PIC zz9.9999.
       77  WSS-TotalEd          PIC zz,zzz,zzz,zz9.
       77  WSS-ObsMes           PIC X(12).

       77  WSS-ImpComando       PIC X(01).
       77  WSS-ImpTexto         PIC X(80).
       77  WSS-ImpColunas       PIC X(80).

       PROCEDURE DIVISION.
       Inicio.
           ACCEPT WSS-DataHoje FROM DATE YYYYMMDD
           DISPLAY "Ano a orcar (AAAA, 0 = proximo ano): "
           ACCEPT WSS-AnoOrcado
           IF WSS-AnoOrcado = ZEROS
               MOVE WSS-DataHoje (1:4) TO WSS-AnoOrcado
               ADD 1 TO WSS-AnoOrcado
           END-IF
           IF WSS-AnoOrcado < 1911
               DISPLAY "Ano invalido."
               GO TO Encerramento
           END-IF
           COMPUTE WSS-AnoPassado = WSS-AnoOrcado - 1
           COMPUTE WSS-AnoInicial = WSS-AnoOrcado - 10
           MOVE SPACES TO TABELA-HISTORICO
           PERFORM VARYING WSS-IndLoja FROM 1 BY 1
                   UNTIL WSS-IndLoja > 5
               PERFORM VARYING WSS-IndAno FROM 1 BY 1
                       UNTIL WSS-IndAno > 10
                   PERFORM VARYING WSS-IndMes FROM 1 BY 1
                           UNTIL WSS-IndMes > 12
                       MOVE ZEROS TO
                            hst-valor (WSS-IndLoja WSS-IndAno
                                       WSS-IndMes)
                   END-PERFORM
               END-PERFORM
           END-PERFORM

           OPEN INPUT LEDGER-FILE
           IF WSS-FS-LEDGER = "35"
               DISPLAY "Arquivo FATURALEDG nao encontrado."
               GO TO Encerramento
           END-IF
           READ LEDGER-FILE
               AT END SET WSS-NAO-HA-MAIS-LINHAS TO TRUE
           END-READ
           PERFORM UNTIL WSS-NAO-HA-MAIS-LINHAS
               MOVE WSS-REG-LEDGER TO WSS-LINHA-LIDA
               PERFORM AcumularLinha THRU AcumularLinha-Fim
               READ LEDGER-FILE
                   AT END SET WSS-NAO-HA-MAIS-LINHAS TO TRUE
               END-READ
           END-PERFORM
           CLOSE LEDGER-FILE

           IF WSS-QtdLojas = ZEROS
               DISPLAY "Nenhum faturamento diario no livro entre "
                       WSS-AnoInicial " e " WSS-AnoPassado "."
               GO TO Encerramento
           END-IF

           PERFORM CarregarOrcamentoDigitado
           PERFORM VARYING WSS-IndLoja FROM 1 BY 1
                   UNTIL WSS-IndLoja > WSS-QtdLojas
               PERFORM PreverLoja THRU PreverLoja-Fim
           END-PERFORM.

       Encerramento.
           DISPLAY SPACE
           display "Obrigado volte sempre!!! "
           DISPLAY SPACE

           ACCEPT OMITTED.
           EXIT PROGRAM.
           STOP RUN.

      * Linhas diarias do livro: com letra de loja ou antigas sem
      * letra (loja A). Linhas sem data nao entram na sazonalidade.
       AcumularLinha.
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
               WHEN OTHER
                   GO TO AcumularLinha-Fim
           END-EVALUATE
           IF DDI-ANO < WSS-AnoInicial
              OR DDI-ANO > WSS-AnoPassado
              OR DDI-MES < 1 OR DDI-MES > 12
               GO TO AcumularLinha-Fim
           END-IF

           MOVE "N" TO WSS-AchouLoja
           PERFORM VARYING WSS-IndLoja FROM 1 BY 1
                   UNTIL WSS-IndLoja > WSS-QtdLojas
                      OR WSS-AchouLoja = "S"
               IF hst-loja (WSS-IndLoja) = WSS-LojaLinha
                   MOVE "S" TO WSS-AchouLoja
                   SUBTRACT 1 FROM WSS-IndLoja
               END-IF
           END-PERFORM
           IF WSS-AchouLoja = "N"
               IF WSS-QtdLojas = 5
                   DISPLAY "Limite de 5 lojas atingido. Loja "
                           WSS-LojaLinha " fora da previsao."
                   GO TO AcumularLinha-Fim
               END-IF
               ADD 1 TO WSS-QtdLojas
               MOVE WSS-QtdLojas TO WSS-IndLoja
               MOVE WSS-LojaLinha TO hst-loja (WSS-IndLoja)
           END-IF

           COMPUTE WSS-IndAno = DDI-ANO - WSS-AnoInicial + 1
           ADD WSS-ValorDia
               TO hst-valor (WSS-IndLoja WSS-IndAno DDI-MES).

       AcumularLinha-Fim.
           EXIT.

      * Meses do ano orcado cujo ultimo registro em ORCAPARAM foi
      * digitado no exerc-6-orc (origem M ou registro antigo em
      * branco): a previsao nao grava por cima deles.
       CarregarOrcamentoDigitado.
           OPEN INPUT ORCA-FILE
           IF WSS-FS-ORCA = "35"
               CONTINUE
           ELSE
               READ ORCA-FILE
                   AT END SET WSS-NAO-HA-MAIS-ORCAMENTOS TO TRUE
               END-READ
               PERFORM UNTIL WSS-NAO-HA-MAIS-ORCAMENTOS
                   MOVE ORC-COMPETENCIA TO WSS-CompLida
                   IF CPL-ANO = WSS-AnoOrcado
                      AND CPL-MES > ZEROS AND CPL-MES < 13
                       PERFORM MarcarMesDigitado
                   END-IF
                   READ ORCA-FILE
                       AT END
                           SET WSS-NAO-HA-MAIS-ORCAMENTOS TO TRUE
                   END-READ
               END-PERFORM
               CLOSE ORCA-FILE
           END-IF.

       MarcarMesDigitado.
           PERFORM VARYING WSS-IndLoja FROM 1 BY 1
                   UNTIL WSS-IndLoja > WSS-QtdLojas
               IF hst-loja (WSS-IndLoja) = ORC-LOJA
                   IF ORC-RASCUNHO
                       MOVE "N" TO hst-digitado (WSS-IndLoja CPL-MES)
                   ELSE
                       MOVE "S" TO hst-digitado (WSS-IndLoja CPL-MES)
                   END-IF
               END-IF
           END-PERFORM.

       PreverLoja.
           DISPLAY SPACE
           DISPLAY "------ PREVISAO DE FATURAMENTO - LOJA "
                   hst-loja (WSS-IndLoja) " - " WSS-AnoOrcado
                   " ------"

      * Indice sazonal: media do mes nos anos com movimento sobre
      * a media geral de todos os meses com movimento. Mes que
      * nunca teve movimento fica com indice 1.
           MOVE ZEROS TO WSS-SomaGeral
           MOVE ZEROS TO WSS-QtdGeral
           PERFORM VARYING WSS-IndMes FROM 1 BY 1
                   UNTIL WSS-IndMes > 12
               MOVE ZEROS TO WSS-SomaMes
               MOVE ZEROS TO WSS-QtdMes
               PERFORM VARYING WSS-IndAno FROM 1 BY 1
                       UNTIL WSS-IndAno > 10
                   IF hst-valor (WSS-IndLoja WSS-IndAno WSS-IndMes)
                      > ZEROS
                       ADD hst-valor (WSS-IndLoja WSS-IndAno
                                      WSS-IndMes) TO WSS-SomaMes
                       ADD 1 TO WSS-QtdMes
                   END-IF
               END-PERFORM
               IF WSS-QtdMes > ZEROS
                   COMPUTE saz-media (WSS-IndMes) ROUNDED =
                           WSS-SomaMes / WSS-QtdMes
               ELSE
                   MOVE ZEROS TO saz-media (WSS-IndMes)
               END-IF
               ADD WSS-SomaMes TO WSS-SomaGeral
               ADD WSS-QtdMes TO WSS-QtdGeral
           END-PERFORM
           MOVE ZEROS TO WSS-MediaGeral
           IF WSS-QtdGeral > ZEROS
               COMPUTE WSS-MediaGeral ROUNDED =
                       WSS-SomaGeral / WSS-QtdGeral
           END-IF
           PERFORM VARYING WSS-IndMes FROM 1 BY 1
                   UNTIL WSS-IndMes > 12
               IF saz-media (WSS-IndMes) > ZEROS
                  AND WSS-MediaGeral > ZEROS
                   COMPUTE saz-indice (WSS-IndMes) ROUNDED =
                           saz-media (WSS-IndMes) / WSS-MediaGeral
               ELSE
                   MOVE 1 TO saz-indice (WSS-IndMes)
               END-IF
           END-PERFORM

      * Tendencia e nivel saem do ano passado (ano 10); sem
      * movimento no ano passado nao ha base para propor.
           MOVE ZEROS TO WSS-SomaPassado
           MOVE ZEROS TO WSS-SomaAnterior
           MOVE ZEROS TO WSS-SomaBase
           MOVE ZEROS TO WSS-SomaIndices
           MOVE ZEROS TO WSS-TotalPassado
           PERFORM VARYING WSS-IndMes FROM 1 BY 1
                   UNTIL WSS-IndMes > 12
               IF hst-valor (WSS-IndLoja 10 WSS-IndMes) > ZEROS
                   ADD hst-valor (WSS-IndLoja 10 WSS-IndMes)
                       TO WSS-SomaBase
                   ADD saz-indice (WSS-IndMes) TO WSS-SomaIndices
                   IF hst-valor (WSS-IndLoja 9 WSS-IndMes) > ZEROS
                       ADD hst-valor (WSS-IndLoja 10 WSS-IndMes)
                           TO WSS-SomaPassado
                       ADD hst-valor (WSS-IndLoja 9 WSS-IndMes)
                           TO WSS-SomaAnterior
                   END-IF
               END-IF
           END-PERFORM
           MOVE WSS-SomaBase TO WSS-TotalPassado
           IF WSS-SomaBase = ZEROS
               DISPLAY "Loja " hst-loja (WSS-IndLoja)
                       " sem faturamento em " WSS-AnoPassado
                       "; sem proposta."
               GO TO PreverLoja-Fim
           END-IF
           IF WSS-SomaAnterior > ZEROS
               COMPUTE WSS-Tendencia ROUNDED =
                       WSS-SomaPassado / WSS-SomaAnterior
           ELSE
               MOVE 1 TO WSS-Tendencia
           END-IF
           COMPUTE WSS-Nivel ROUNDED =
                   WSS-SomaBase / WSS-SomaIndices

           MOVE ZEROS TO WSS-TotalProposta
           PERFORM VARYING WSS-IndMes FROM 1 BY 1
                   UNTIL WSS-IndMes > 12
               COMPUTE saz-proposta (WSS-IndMes) ROUNDED =
                       WSS-Nivel * WSS-Tendencia
                       * saz-indice (WSS-IndMes)
               ADD saz-proposta (WSS-IndMes) TO WSS-TotalProposta
           END-PERFORM

           PERFORM ImprimirProposta

           DISPLAY "Gravar a proposta da loja " hst-loja (WSS-IndLoja)
                   " em ORCAPARAM como rascunho (S/N): "
           ACCEPT WSS-Confirma
           IF WSS-Confirma = "S" OR WSS-Confirma = "s"
               PERFORM GravarRascunho
           ELSE
               DISPLAY "Proposta da loja " hst-loja (WSS-IndLoja)
                       " nao gravada."
           END-IF.

       PreverLoja-Fim.
           EXIT.

       ImprimirProposta.
           MOVE "P" TO WSS-ImpComando
           MOVE "EXERC-6-PRV" TO WSS-ImpTexto
           CALL "IMPRIME" USING WSS-ImpComando WSS-ImpTexto
                WSS-ImpColunas
           MOVE "A" TO WSS-ImpComando
           MOVE SPACES TO WSS-ImpTexto
           STRING "PREVISAO DE FATURAMENTO - LOJA "
                  hst-loja (WSS-IndLoja) " - ANO " WSS-AnoOrcado
                  DELIMITED BY SIZE INTO WSS-ImpTexto
           END-STRING
           MOVE SPACES TO WSS-ImpColunas
           STRING "MES   REAL " WSS-AnoPassado
                  "    INDICE   PROPOSTA " WSS-AnoOrcado
                  DELIMITED BY SIZE INTO WSS-ImpColunas
           END-STRING
           CALL "IMPRIME" USING WSS-ImpComando WSS-ImpTexto
                WSS-ImpColunas
           DISPLAY WSS-ImpColunas

           MOVE "D" TO WSS-ImpComando
           PERFORM VARYING WSS-IndMes FROM 1 BY 1
                   UNTIL WSS-IndMes > 12
               MOVE hst-valor (WSS-IndLoja 10 WSS-IndMes)
                    TO WSS-RealEd
               MOVE saz-indice (WSS-IndMes) TO WSS-IndiceEd
               MOVE saz-proposta (WSS-IndMes) TO WSS-PropostaEd
               IF hst-digitado (WSS-IndLoja WSS-IndMes) = "S"
                   MOVE " (digitado)" TO WSS-ObsMes
               ELSE
                   MOVE SPACES TO WSS-ObsMes
               END-IF
               MOVE SPACES TO WSS-ImpTexto
               STRING " " WSS-IndMes "  " WSS-RealEd "  "
                      WSS-IndiceEd "   " WSS-PropostaEd WSS-ObsMes
                      DELIMITED BY SIZE INTO WSS-ImpTexto
               END-STRING
               CALL "IMPRIME" USING WSS-ImpComando WSS-ImpTexto
                    WSS-ImpColunas
               DISPLAY WSS-ImpTexto
           END-PERFORM

           MOVE "T" TO WSS-ImpComando
           MOVE WSS-TotalPassado TO WSS-TotalEd
           MOVE WSS-Tendencia TO WSS-TendenciaEd
           MOVE SPACES TO WSS-ImpTexto
           STRING "REAL " WSS-AnoPassado ": " WSS-TotalEd
                  "  TENDENCIA: " WSS-TendenciaEd
                  DELIMITED BY SIZE INTO WSS-ImpTexto
           END-STRING
           DISPLAY WSS-ImpTexto
           CALL "IMPRIME" USING WSS-ImpComando WSS-ImpTexto
                WSS-ImpColunas
           MOVE WSS-TotalProposta TO WSS-TotalEd
           MOVE SPACES TO WSS-ImpTexto
           STRING "PROPOSTA " WSS-AnoOrcado ": " WSS-TotalEd
                  DELIMITED BY SIZE INTO WSS-ImpTexto
           END-STRING
           DISPLAY WSS-ImpTexto
           CALL "IMPRIME" USING WSS-ImpComando WSS-ImpTexto
                WSS-ImpColunas
           DISPLAY "Relatorio gravado no spool IMPRESSAO.".

      * Rascunho vai no fim do ORCAPARAM com origem R; mes ja
      * digitado no exerc-6-orc fica como esta.
       GravarRascunho.
           MOVE ZEROS TO WSS-QtdGravados
           MOVE ZEROS TO WSS-QtdDigitados
           OPEN EXTEND ORCA-FILE
           IF WSS-FS-ORCA NOT = "00"
               CLOSE ORCA-FILE
               OPEN OUTPUT ORCA-FILE
           END-IF
           PERFORM VARYING WSS-IndMes FROM 1 BY 1
                   UNTIL WSS-IndMes > 12
               IF hst-digitado (WSS-IndLoja WSS-IndMes) = "S"
                   ADD 1 TO WSS-QtdDigitados
               ELSE
                   MOVE hst-loja (WSS-IndLoja) TO ORC-LOJA
                   COMPUTE ORC-COMPETENCIA =
                           WSS-AnoOrcado * 100 + WSS-IndMes
                   MOVE saz-proposta (WSS-IndMes) TO ORC-VALOR
                   MOVE "R" TO ORC-ORIGEM
                   WRITE ORCAMENTO-REG
                   ADD 1 TO WSS-QtdGravados
               END-IF
           END-PERFORM
           CLOSE ORCA-FILE
           DISPLAY "Meses gravados como rascunho.....: "
                   WSS-QtdGravados
           DISPLAY "Meses ja digitados (mantidos)....: "
                   WSS-QtdDigitados.
      *wrun32 exerc-6-prv
