       IDENTIFICATION DIVISION.
       PROGRAM-ID. UTIL-EXCREL.
       AUTHOR. JOAO_PAULO.

      * Relatorio da manha das excecoes de negocio, depois da
      * janela noturna: o util-logrel diz se os passos rodaram;
      * este diz o que ficou pendurado nos arquivos. Categorias,
      * com a area responsavel:
      *   VE rejeitos de vendas na edicao (VENDASERR)
      *   AL rejeitos de alunos na edicao (ALUNOSERR)
      *   DP depositos de folha pendentes (DEPOSPEND)
      *   HR creditos de salario rejeitados (HOLERITES)
      *   EM parcelas de emprestimo vencidas em aberto
      *      (EMPRESTIMOS)
      *   ES saldo negativo no ESTOQUE
      *   LV lotes vencidos com saldo (LOTESVAL)
      *   SC sessoes de caixa de dias anteriores ainda abertas
      *      (SESSOESCX)
      *   ID excecoes de idade ainda sem disposicao (IDADEEXC)
      * Para cada uma sai a quantidade de hoje, a da execucao
      * anterior (historico EXCHIST) e a variacao, e as cinco
      * maiores pelo valor (saldo mais negativo, lote com mais
      * quantidade, sessao mais antiga; nos rejeitos, as
      * primeiras do arquivo). O spool IMPRESSAO (IMPRIME) leva
      * o resumo e uma secao por categoria com excecao, cada uma
      * em pagina propria, para o supervisor entregar a cada
      * area. Arquivo ausente conta zero; arquivo indisponivel sai
      * no resumo. Excecao nao e falha do passo: devolve OK.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT VENDASERR-FILE ASSIGN TO "VENDASERR"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WSS-FS-ARQUIVO.
           SELECT ALUNOSERR-FILE ASSIGN TO "ALUNOSERR"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WSS-FS-ARQUIVO.
           SELECT PENDENTES-FILE ASSIGN TO "DEPOSPEND"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WSS-FS-ARQUIVO.
           SELECT HOLERITES-FILE ASSIGN TO "HOLERITES"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WSS-FS-ARQUIVO.
           SELECT EMPREST-FILE ASSIGN TO "EMPRESTIMOS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS EMP-CHAVE
               FILE STATUS IS WSS-FS-ARQUIVO.
           SELECT ESTOQUE-FILE ASSIGN TO "ESTOQUE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS EST-CHAVE
               FILE STATUS IS WSS-FS-ARQUIVO.
           SELECT LOTES-FILE ASSIGN TO "LOTESVAL"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS LOT-CHAVE
               FILE STATUS IS WSS-FS-ARQUIVO.
           SELECT SESSAO-FILE ASSIGN TO "SESSOESCX"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS SES-NUMERO
               FILE STATUS IS WSS-FS-ARQUIVO.
           SELECT IDADEEXC-FILE ASSIGN TO "IDADEEXC"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WSS-FS-ARQUIVO.
           SELECT HISTORICO-FILE ASSIGN TO "EXCHIST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WSS-FS-HISTORICO.

       DATA DIVISION.
       FILE SECTION.
       FD  VENDASERR-FILE.
       01  WSS-REG-VENDASERR        PIC X(120).

       FD  ALUNOSERR-FILE.
       01  WSS-REG-ALUNOSERR        PIC X(120).

       FD  PENDENTES-FILE.
           COPY "PENDEP.CPY".

       FD  HOLERITES-FILE.
           COPY "HOLERITE.CPY".

       FD  EMPREST-FILE.
           COPY "EMPREST.CPY".

       FD  ESTOQUE-FILE.
           COPY "ESTOQUE.CPY".

       FD  LOTES-FILE.
           COPY "LOTE.CPY".

       FD  SESSAO-FILE.
           COPY "SESSAO.CPY".

       FD  IDADEEXC-FILE.
       01  WSS-REG-IDADEEXC         PIC X(50).

       FD  HISTORICO-FILE.
           COPY "EXCHIST.CPY".

       WORKING-STORAGE SECTION.
       77  WSS-FS-ARQUIVO       PIC X(02).
       77  WSS-FS-HISTORICO     PIC X(02).
       77  WSS-fim-arquivo      PIC X(01).
           88 WSS-NAO-HA-MAIS-REGISTROS  VALUE "S".
       77  WSS-LogPrograma      PIC X(12) VALUE "UTIL-EXCREL".
       77  WSS-LogEvento        PIC X(01).
       77  WSS-LogLidos         PIC 9(7) VALUE ZEROS.
       77  WSS-LogGravados      PIC 9(7) VALUE ZEROS.
       77  WSS-LogRejeitados    PIC 9(7) VALUE ZEROS.
       77  WSS-LogRetorno       PIC X(02) VALUE "OK".

       77  WSS-DataHoje         PIC 9(8).
       77  WSS-DataAnterior     PIC 9(8) VALUE ZEROS.
       77  WSS-ImpComando       PIC X(01).
       77  WSS-ImpTexto         PIC X(80).
       77  WSS-ImpColunas       PIC X(80).

       01  TABELA-CATEGORIAS-INICIAL.
           05  FILLER PIC X(02) VALUE "VE".
           05  FILLER PIC X(32) VALUE "VENDAS REJEITADAS NA EDICAO".
           05  FILLER PIC X(18) VALUE "CAIXA / LOJAS".
           05  FILLER PIC X(02) VALUE "AL".
           05  FILLER PIC X(32) VALUE "ALUNOS REJEITADOS NA EDICAO".
           05  FILLER PIC X(18) VALUE "SECRETARIA ESCOLAR".
           05  FILLER PIC X(02) VALUE "DP".
           05  FILLER PIC X(32) VALUE "DEPOSITOS DE FOLHA PENDENTES".
           05  FILLER PIC X(18) VALUE "RH / FOLHA".
           05  FILLER PIC X(02) VALUE "HR".
           05  FILLER PIC X(32) VALUE "CREDITOS DE SALARIO REJEITADOS".
           05  FILLER PIC X(18) VALUE "RH / FOLHA".
           05  FILLER PIC X(02) VALUE "EM".
           05  FILLER PIC X(32) VALUE "PARCELAS DE EMPRESTIMO VENCIDAS".
           05  FILLER PIC X(18) VALUE "CREDITO/COBRANCA".
           05  FILLER PIC X(02) VALUE "ES".
           05  FILLER PIC X(32) VALUE "ESTOQUE COM SALDO NEGATIVO".
           05  FILLER PIC X(18) VALUE "ESTOQUE".
           05  FILLER PIC X(02) VALUE "LV".
           05  FILLER PIC X(32) VALUE "LOTES VENCIDOS COM SALDO".
           05  FILLER PIC X(18) VALUE "ESTOQUE".
           05  FILLER PIC X(02) VALUE "SC".
           05  FILLER PIC X(32) VALUE "SESSOES DE CAIXA NAO FECHADAS".
           05  FILLER PIC X(18) VALUE "TESOURARIA".
           05  FILLER PIC X(02) VALUE "ID".
           05  FILLER PIC X(32) VALUE "EXCECOES DE IDADE EM ABERTO".
           05  FILLER PIC X(18) VALUE "CADASTRO".
       01  TABELA-CATEGORIAS REDEFINES TABELA-CATEGORIAS-INICIAL.
           05  CATEGORIA OCCURS 9 TIMES.
               10  cat-codigo         PIC X(02).
               10  cat-descricao      PIC X(32).
               10  cat-area           PIC X(18).

       77  WSS-QtdCategorias    PIC 9(2) VALUE 9.
       77  WSS-IndCat           PIC 9(2).
       77  WSS-IndItm           PIC 9(2).
       01  TABELA-APURACAO.
           05  APURACAO OCCURS 9 TIMES.
               10  apu-disponivel     PIC X(01).
               10  apu-qtd            PIC 9(7).
               10  apu-anterior       PIC 9(7).
               10  apu-temanterior    PIC X(01).
               10  apu-qtditens       PIC 9(2).
               10  APU-ITEM OCCURS 5 TIMES.
                   15  itm-peso           PIC 9(11)V99.
                   15  itm-texto          PIC X(70).
       01  WSS-ItemTroca.
           05  WSS-TrocaPeso        PIC 9(11)V99.
           05  WSS-TrocaTexto       PIC X(70).
       77  WSS-ItemPeso         PIC 9(11)V99.
       77  WSS-ItemTexto        PIC X(70).

       77  WSS-TotalExcecoes    PIC 9(7) VALUE ZEROS.
       77  WSS-TotalAnterior    PIC 9(7) VALUE ZEROS.
       77  WSS-Variacao         PIC S9(7).
       77  WSS-QtdEd            PIC ZZZZZZ9.
       77  WSS-AnteriorEd       PIC ZZZZZZ9.
       77  WSS-VariacaoEd       PIC -(7)9.
       77  WSS-ValorEd          PIC ZZ,ZZZ,ZZ9.99.
       77  WSS-SaldoEd          PIC -(5)9.

       PROCEDURE DIVISION.
       Inicio.
           MOVE "I" TO WSS-LogEvento
           CALL "GRAVALOG" USING WSS-LogPrograma WSS-LogEvento
                WSS-LogLidos WSS-LogGravados WSS-LogRejeitados
                WSS-LogRetorno
           ACCEPT WSS-DataHoje FROM DATE YYYYMMDD

           PERFORM VARYING WSS-IndCat FROM 1 BY 1
                   UNTIL WSS-IndCat > WSS-QtdCategorias
               MOVE "S" TO apu-disponivel (WSS-IndCat)
               MOVE ZEROS TO apu-qtd (WSS-IndCat)
               MOVE ZEROS TO apu-anterior (WSS-IndCat)
               MOVE "N" TO apu-temanterior (WSS-IndCat)
               MOVE ZEROS TO apu-qtditens (WSS-IndCat)
           END-PERFORM

           PERFORM ApurarVendasErr
           PERFORM ApurarAlunosErr
           PERFORM ApurarDepositos
           PERFORM ApurarHolerites
           PERFORM ApurarEmprestimos
           PERFORM ApurarEstoque
           PERFORM ApurarLotes
           PERFORM ApurarSessoes
           PERFORM ApurarIdades

           PERFORM CarregarAnterior
           PERFORM EmitirResumo
           PERFORM EmitirSecao
               VARYING WSS-IndCat FROM 1 BY 1
               UNTIL WSS-IndCat > WSS-QtdCategorias
           PERFORM GravarHistorico
           MOVE WSS-TotalExcecoes TO WSS-LogGravados.

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

      * Status 35 (arquivo ainda nao criado) conta zero; qualquer
      * outro deixa a categoria marcada como indisponivel.
       ConferirAbertura.
           IF WSS-FS-ARQUIVO NOT = "00" AND WSS-FS-ARQUIVO NOT = "35"
               MOVE "N" TO apu-disponivel (WSS-IndCat)
               DISPLAY "Categoria " cat-codigo (WSS-IndCat)
                       " indisponivel. Status: " WSS-FS-ARQUIVO
           END-IF.

       ApurarVendasErr.
           MOVE 1 TO WSS-IndCat
           OPEN INPUT VENDASERR-FILE
           PERFORM ConferirAbertura
           IF WSS-FS-ARQUIVO = "00"
               MOVE "N" TO WSS-fim-arquivo
               READ VENDASERR-FILE
                   AT END SET WSS-NAO-HA-MAIS-REGISTROS TO TRUE
               END-READ
               PERFORM UNTIL WSS-NAO-HA-MAIS-REGISTROS
                   ADD 1 TO WSS-LogLidos
                   MOVE ZEROS TO WSS-ItemPeso
                   MOVE WSS-REG-VENDASERR (1:70) TO WSS-ItemTexto
                   PERFORM GuardarItem
                   READ VENDASERR-FILE
                       AT END SET WSS-NAO-HA-MAIS-REGISTROS TO TRUE
                   END-READ
               END-PERFORM
               CLOSE VENDASERR-FILE
           END-IF.

       ApurarAlunosErr.
           MOVE 2 TO WSS-IndCat
           OPEN INPUT ALUNOSERR-FILE
           PERFORM ConferirAbertura
           IF WSS-FS-ARQUIVO = "00"
               MOVE "N" TO WSS-fim-arquivo
               READ ALUNOSERR-FILE
                   AT END SET WSS-NAO-HA-MAIS-REGISTROS TO TRUE
               END-READ
               PERFORM UNTIL WSS-NAO-HA-MAIS-REGISTROS
                   ADD 1 TO WSS-LogLidos
                   MOVE ZEROS TO WSS-ItemPeso
                   MOVE WSS-REG-ALUNOSERR (1:70) TO WSS-ItemTexto
                   PERFORM GuardarItem
                   READ ALUNOSERR-FILE
                       AT END SET WSS-NAO-HA-MAIS-REGISTROS TO TRUE
                   END-READ
               END-PERFORM
               CLOSE ALUNOSERR-FILE
           END-IF.

       ApurarDepositos.
           MOVE 3 TO WSS-IndCat
           OPEN INPUT PENDENTES-FILE
           PERFORM ConferirAbertura
           IF WSS-FS-ARQUIVO = "00"
               MOVE "N" TO WSS-fim-arquivo
               READ PENDENTES-FILE
                   AT END SET WSS-NAO-HA-MAIS-REGISTROS TO TRUE
               END-READ
               PERFORM UNTIL WSS-NAO-HA-MAIS-REGISTROS
                   ADD 1 TO WSS-LogLidos
                   IF PDP-PENDENTE
                       MOVE PDP-VALOR TO WSS-ItemPeso
                       MOVE PDP-VALOR TO WSS-ValorEd
                       MOVE SPACES TO WSS-ItemTexto
                       STRING "MATR " PDP-MATRICULA
                              " CONTA " PDP-CONTA
                              " COMP " PDP-COMPETENCIA " "
                              WSS-ValorEd " " PDP-MOTIVO
                              DELIMITED BY SIZE INTO WSS-ItemTexto
                       END-STRING
                       PERFORM GuardarItem
                   END-IF
                   READ PENDENTES-FILE
                       AT END SET WSS-NAO-HA-MAIS-REGISTROS TO TRUE
                   END-READ
               END-PERFORM
               CLOSE PENDENTES-FILE
           END-IF.

       ApurarHolerites.
           MOVE 4 TO WSS-IndCat
           OPEN INPUT HOLERITES-FILE
           PERFORM ConferirAbertura
           IF WSS-FS-ARQUIVO = "00"
               MOVE "N" TO WSS-fim-arquivo
               READ HOLERITES-FILE
                   AT END SET WSS-NAO-HA-MAIS-REGISTROS TO TRUE
               END-READ
               PERFORM UNTIL WSS-NAO-HA-MAIS-REGISTROS
                   ADD 1 TO WSS-LogLidos
                   IF HOL-REJEITADO
                       MOVE HOL-LIQUIDO TO WSS-ItemPeso
                       MOVE HOL-LIQUIDO TO WSS-ValorEd
                       MOVE SPACES TO WSS-ItemTexto
                       STRING "MATR " HOL-MATRICULA " "
                              HOL-NOME (1:24)
                              " COMP " HOL-COMPETENCIA
                              " LIQ " WSS-ValorEd
                              DELIMITED BY SIZE INTO WSS-ItemTexto
                       END-STRING
                       PERFORM GuardarItem
                   END-IF
                   READ HOLERITES-FILE
                       AT END SET WSS-NAO-HA-MAIS-REGISTROS TO TRUE
                   END-READ
               END-PERFORM
               CLOSE HOLERITES-FILE
           END-IF.

       ApurarEmprestimos.
           MOVE 5 TO WSS-IndCat
           OPEN INPUT EMPREST-FILE
           PERFORM ConferirAbertura
           IF WSS-FS-ARQUIVO = "00"
               MOVE "N" TO WSS-fim-arquivo
               READ EMPREST-FILE
                   AT END SET WSS-NAO-HA-MAIS-REGISTROS TO TRUE
               END-READ
               PERFORM UNTIL WSS-NAO-HA-MAIS-REGISTROS
                   ADD 1 TO WSS-LogLidos
                   IF EMP-ABERTA AND EMP-VENCIMENTO < WSS-DataHoje
                       MOVE EMP-VLRPARCELA TO WSS-ItemPeso
                       MOVE EMP-VLRPARCELA TO WSS-ValorEd
                       MOVE SPACES TO WSS-ItemTexto
                       STRING "CONTRATO " EMP-NUMERO "/"
                              EMP-PARCELA " CONTA " EMP-CONTA
                              " VENC " EMP-VENCIMENTO " "
                              WSS-ValorEd
                              DELIMITED BY SIZE INTO WSS-ItemTexto
                       END-STRING
                       IF EMP-MATRICULA NOT = ZEROS
                           MOVE "CONSIG" TO WSS-ItemTexto (65:6)
                       END-IF
                       PERFORM GuardarItem
                   END-IF
                   READ EMPREST-FILE
                       AT END SET WSS-NAO-HA-MAIS-REGISTROS TO TRUE
                   END-READ
               END-PERFORM
               CLOSE EMPREST-FILE
           END-IF.

       ApurarEstoque.
           MOVE 6 TO WSS-IndCat
           OPEN INPUT ESTOQUE-FILE
           PERFORM ConferirAbertura
           IF WSS-FS-ARQUIVO = "00"
               MOVE "N" TO WSS-fim-arquivo
               READ ESTOQUE-FILE
                   AT END SET WSS-NAO-HA-MAIS-REGISTROS TO TRUE
               END-READ
               PERFORM UNTIL WSS-NAO-HA-MAIS-REGISTROS
                   ADD 1 TO WSS-LogLidos
                   IF EST-QTDATUAL < ZEROS
                       COMPUTE WSS-ItemPeso = 0 - EST-QTDATUAL
                       MOVE EST-QTDATUAL TO WSS-SaldoEd
                       MOVE SPACES TO WSS-ItemTexto
                       STRING "LOJA " EST-LOJA " PRODUTO " EST-CODIGO
                              " SALDO " WSS-SaldoEd
                              " ULTIMO MOVIMENTO " EST-ULTMOV
                              DELIMITED BY SIZE INTO WSS-ItemTexto
                       END-STRING
                       PERFORM GuardarItem
                   END-IF
                   READ ESTOQUE-FILE
                       AT END SET WSS-NAO-HA-MAIS-REGISTROS TO TRUE
                   END-READ
               END-PERFORM
               CLOSE ESTOQUE-FILE
           END-IF.

       ApurarLotes.
           MOVE 7 TO WSS-IndCat
           OPEN INPUT LOTES-FILE
           PERFORM ConferirAbertura
           IF WSS-FS-ARQUIVO = "00"
               MOVE "N" TO WSS-fim-arquivo
               READ LOTES-FILE
                   AT END SET WSS-NAO-HA-MAIS-REGISTROS TO TRUE
               END-READ
               PERFORM UNTIL WSS-NAO-HA-MAIS-REGISTROS
                   ADD 1 TO WSS-LogLidos
                   IF LOT-VALIDADE < WSS-DataHoje AND LOT-QTD > ZEROS
                       MOVE LOT-QTD TO WSS-ItemPeso
                       MOVE SPACES TO WSS-ItemTexto
                       STRING "LOJA " LOT-LOJA " PRODUTO " LOT-PRODUTO
                              " LOTE " LOT-LOTE
                              " VALIDADE " LOT-VALIDADE
                              " QTD " LOT-QTD
                              DELIMITED BY SIZE INTO WSS-ItemTexto
                       END-STRING
                       PERFORM GuardarItem
                   END-IF
                   READ LOTES-FILE
                       AT END SET WSS-NAO-HA-MAIS-REGISTROS TO TRUE
                   END-READ
               END-PERFORM
               CLOSE LOTES-FILE
           END-IF.

      * Sessao mais antiga pesa mais.
       ApurarSessoes.
           MOVE 8 TO WSS-IndCat
           OPEN INPUT SESSAO-FILE
           PERFORM ConferirAbertura
           IF WSS-FS-ARQUIVO = "00"
               MOVE "N" TO WSS-fim-arquivo
               READ SESSAO-FILE
                   AT END SET WSS-NAO-HA-MAIS-REGISTROS TO TRUE
               END-READ
               PERFORM UNTIL WSS-NAO-HA-MAIS-REGISTROS
                   ADD 1 TO WSS-LogLidos
                   IF SES-ABERTA AND SES-DATA < WSS-DataHoje
                       COMPUTE WSS-ItemPeso = 99999999 - SES-DATA
                       MOVE SES-FUNDO TO WSS-ValorEd
                       MOVE SPACES TO WSS-ItemTexto
                       STRING "SESSAO " SES-NUMERO
                              " OPERADOR " SES-OPERADOR
                              " ABERTA EM " SES-DATA " " SES-HORAABERT
                              " FUNDO " WSS-ValorEd
                              DELIMITED BY SIZE INTO WSS-ItemTexto
                       END-STRING
                       PERFORM GuardarItem
                   END-IF
                   READ SESSAO-FILE
                       AT END SET WSS-NAO-HA-MAIS-REGISTROS TO TRUE
                   END-READ
               END-PERFORM
               CLOSE SESSAO-FILE
           END-IF.

      * O IDADEEXC so guarda o que continua aberto: o tratamento
      * (exerc-9-dis) separa as pendentes para o proximo ciclo.
       ApurarIdades.
           MOVE 9 TO WSS-IndCat
           OPEN INPUT IDADEEXC-FILE
           PERFORM ConferirAbertura
           IF WSS-FS-ARQUIVO = "00"
               MOVE "N" TO WSS-fim-arquivo
               READ IDADEEXC-FILE
                   AT END SET WSS-NAO-HA-MAIS-REGISTROS TO TRUE
               END-READ
               PERFORM UNTIL WSS-NAO-HA-MAIS-REGISTROS
                   ADD 1 TO WSS-LogLidos
                   MOVE ZEROS TO WSS-ItemPeso
                   MOVE WSS-REG-IDADEEXC TO WSS-ItemTexto
                   PERFORM GuardarItem
                   READ IDADEEXC-FILE
                       AT END SET WSS-NAO-HA-MAIS-REGISTROS TO TRUE
                   END-READ
               END-PERFORM
               CLOSE IDADEEXC-FILE
           END-IF.

      * Conta a excecao e mantem as cinco de maior peso da
      * categoria, em ordem decrescente; no empate fica a que
      * chegou primeiro.
       GuardarItem.
           ADD 1 TO apu-qtd (WSS-IndCat)
           IF apu-qtditens (WSS-IndCat) < 5
               ADD 1 TO apu-qtditens (WSS-IndCat)
               MOVE apu-qtditens (WSS-IndCat) TO WSS-IndItm
           ELSE
               IF WSS-ItemPeso > itm-peso (WSS-IndCat, 5)
                   MOVE 5 TO WSS-IndItm
               ELSE
                   MOVE ZEROS TO WSS-IndItm
               END-IF
           END-IF
           IF WSS-IndItm > ZEROS
               MOVE WSS-ItemPeso TO itm-peso (WSS-IndCat, WSS-IndItm)
               MOVE WSS-ItemTexto TO itm-texto (WSS-IndCat, WSS-IndItm)
               PERFORM UNTIL WSS-IndItm < 2
                   OR itm-peso (WSS-IndCat, WSS-IndItm - 1) NOT <
                      itm-peso (WSS-IndCat, WSS-IndItm)
                   MOVE APU-ITEM (WSS-IndCat, WSS-IndItm - 1)
                        TO WSS-ItemTroca
                   MOVE APU-ITEM (WSS-IndCat, WSS-IndItm)
                        TO APU-ITEM (WSS-IndCat, WSS-IndItm - 1)
                   MOVE WSS-ItemTroca
                        TO APU-ITEM (WSS-IndCat, WSS-IndItm)
                   SUBTRACT 1 FROM WSS-IndItm
               END-PERFORM
           END-IF.

      * Execucao anterior: a maior data do EXCHIST antes de hoje.
       CarregarAnterior.
           OPEN INPUT HISTORICO-FILE
           IF WSS-FS-HISTORICO = "00"
               MOVE "N" TO WSS-fim-arquivo
               READ HISTORICO-FILE
                   AT END SET WSS-NAO-HA-MAIS-REGISTROS TO TRUE
               END-READ
               PERFORM UNTIL WSS-NAO-HA-MAIS-REGISTROS
                   IF EXH-DATA < WSS-DataHoje
                      AND EXH-DATA > WSS-DataAnterior
                       MOVE EXH-DATA TO WSS-DataAnterior
                       PERFORM VARYING WSS-IndCat FROM 1 BY 1
                               UNTIL WSS-IndCat > WSS-QtdCategorias
                           MOVE "N" TO apu-temanterior (WSS-IndCat)
                           MOVE ZEROS TO apu-anterior (WSS-IndCat)
                       END-PERFORM
                   END-IF
                   IF EXH-DATA = WSS-DataAnterior
                       PERFORM VARYING WSS-IndCat FROM 1 BY 1
                               UNTIL WSS-IndCat > WSS-QtdCategorias
                           IF cat-codigo (WSS-IndCat) = EXH-CATEGORIA
                               MOVE "S" TO apu-temanterior (WSS-IndCat)
                               MOVE EXH-QTD TO apu-anterior (WSS-IndCat)
                           END-IF
                       END-PERFORM
                   END-IF
                   READ HISTORICO-FILE
                       AT END SET WSS-NAO-HA-MAIS-REGISTROS TO TRUE
                   END-READ
               END-PERFORM
               CLOSE HISTORICO-FILE
           END-IF.

       EmitirResumo.
           MOVE "P" TO WSS-ImpComando
           MOVE "UTIL-EXCREL" TO WSS-ImpTexto
           CALL "IMPRIME" USING WSS-ImpComando WSS-ImpTexto
                WSS-ImpColunas
           MOVE "A" TO WSS-ImpComando
           MOVE SPACES TO WSS-ImpTexto
           STRING "EXCECOES DE NEGOCIO - RESUMO DE " WSS-DataHoje
                  DELIMITED BY SIZE INTO WSS-ImpTexto
           END-STRING
           MOVE SPACES TO WSS-ImpColunas
           STRING "CATEGORIA                        AREA             "
                  "     HOJE ANTERIOR VARIACAO"
                  DELIMITED BY SIZE INTO WSS-ImpColunas
           END-STRING
           CALL "IMPRIME" USING WSS-ImpComando WSS-ImpTexto
                WSS-ImpColunas
           DISPLAY "------ " WSS-ImpTexto
           DISPLAY WSS-ImpColunas

           MOVE "D" TO WSS-ImpComando
           PERFORM VARYING WSS-IndCat FROM 1 BY 1
                   UNTIL WSS-IndCat > WSS-QtdCategorias
               ADD apu-qtd (WSS-IndCat) TO WSS-TotalExcecoes
               ADD apu-anterior (WSS-IndCat) TO WSS-TotalAnterior
               MOVE apu-qtd (WSS-IndCat) TO WSS-QtdEd
               MOVE apu-anterior (WSS-IndCat) TO WSS-AnteriorEd
               COMPUTE WSS-Variacao = apu-qtd (WSS-IndCat)
                                    - apu-anterior (WSS-IndCat)
               MOVE WSS-Variacao TO WSS-VariacaoEd
               MOVE SPACES TO WSS-ImpTexto
               STRING cat-descricao (WSS-IndCat) " "
                      cat-area (WSS-IndCat) " " WSS-QtdEd "  "
                      WSS-AnteriorEd " " WSS-VariacaoEd
                      DELIMITED BY SIZE INTO WSS-ImpTexto
               END-STRING
               IF apu-temanterior (WSS-IndCat) = "N"
                   MOVE "       -        -" TO WSS-ImpTexto (61:17)
               END-IF
               IF apu-disponivel (WSS-IndCat) = "N"
                   MOVE " INDISPONIVEL" TO WSS-ImpTexto (52:26)
               END-IF
               CALL "IMPRIME" USING WSS-ImpComando WSS-ImpTexto
                    WSS-ImpColunas
               DISPLAY WSS-ImpTexto
           END-PERFORM

           MOVE "T" TO WSS-ImpComando
           MOVE WSS-TotalExcecoes TO WSS-QtdEd
           MOVE WSS-TotalAnterior TO WSS-AnteriorEd
           MOVE SPACES TO WSS-ImpTexto
           IF WSS-DataAnterior = ZEROS
               STRING "EXCECOES: " WSS-QtdEd
                      " (SEM EXECUCAO ANTERIOR)"
                      DELIMITED BY SIZE INTO WSS-ImpTexto
               END-STRING
           ELSE
               STRING "EXCECOES: " WSS-QtdEd " EM "
                      WSS-DataAnterior ": " WSS-AnteriorEd
                      DELIMITED BY SIZE INTO WSS-ImpTexto
               END-STRING
           END-IF
           CALL "IMPRIME" USING WSS-ImpComando WSS-ImpTexto
                WSS-ImpColunas
           DISPLAY WSS-ImpTexto.

      * Uma secao por categoria com excecao, em pagina propria,
      * com a area no cabecalho, para entregar a quem resolve.
       EmitirSecao.
           IF apu-qtd (WSS-IndCat) > ZEROS
               MOVE "P" TO WSS-ImpComando
               MOVE "UTIL-EXCREL" TO WSS-ImpTexto
               CALL "IMPRIME" USING WSS-ImpComando WSS-ImpTexto
                    WSS-ImpColunas
               MOVE "A" TO WSS-ImpComando
               MOVE SPACES TO WSS-ImpTexto
               STRING "EXCECOES - " cat-descricao (WSS-IndCat)
                      DELIMITED BY SIZE INTO WSS-ImpTexto
               END-STRING
               MOVE apu-qtd (WSS-IndCat) TO WSS-QtdEd
               MOVE SPACES TO WSS-ImpColunas
               STRING "AREA: " cat-area (WSS-IndCat)
                      " QTD: " WSS-QtdEd " - AS MAIORES ABAIXO"
                      DELIMITED BY SIZE INTO WSS-ImpColunas
               END-STRING
               CALL "IMPRIME" USING WSS-ImpComando WSS-ImpTexto
                    WSS-ImpColunas
               DISPLAY "------ " WSS-ImpTexto
               DISPLAY WSS-ImpColunas

               MOVE "D" TO WSS-ImpComando
               PERFORM VARYING WSS-IndItm FROM 1 BY 1
                       UNTIL WSS-IndItm > apu-qtditens (WSS-IndCat)
                   MOVE SPACES TO WSS-ImpTexto
                   MOVE itm-texto (WSS-IndCat, WSS-IndItm)
                        TO WSS-ImpTexto (3:70)
                   CALL "IMPRIME" USING WSS-ImpComando WSS-ImpTexto
                        WSS-ImpColunas
                   DISPLAY WSS-ImpTexto
               END-PERFORM

               MOVE "T" TO WSS-ImpComando
               MOVE SPACES TO WSS-ImpTexto
               STRING "DE " WSS-QtdEd " EXCECOES NA CATEGORIA "
                      cat-codigo (WSS-IndCat)
                      DELIMITED BY SIZE INTO WSS-ImpTexto
               END-STRING
               CALL "IMPRIME" USING WSS-ImpComando WSS-ImpTexto
                    WSS-ImpColunas
           END-IF.

       GravarHistorico.
           OPEN EXTEND HISTORICO-FILE
           IF WSS-FS-HISTORICO NOT = "00"
               CLOSE HISTORICO-FILE
               OPEN OUTPUT HISTORICO-FILE
           END-IF
           IF WSS-FS-HISTORICO NOT = "00"
               DISPLAY "Nao foi possivel gravar EXCHIST. Status: "
                       WSS-FS-HISTORICO
           ELSE
               PERFORM VARYING WSS-IndCat FROM 1 BY 1
                       UNTIL WSS-IndCat > WSS-QtdCategorias
                   IF apu-disponivel (WSS-IndCat) = "S"
                       MOVE WSS-DataHoje TO EXH-DATA
                       MOVE cat-codigo (WSS-IndCat) TO EXH-CATEGORIA
                       MOVE apu-qtd (WSS-IndCat) TO EXH-QTD
                       WRITE EXCHIST-REG
                   END-IF
               END-PERFORM
               CLOSE HISTORICO-FILE
           END-IF.
      *wrun32 util-excrel
