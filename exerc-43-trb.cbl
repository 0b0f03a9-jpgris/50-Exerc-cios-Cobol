       IDENTIFICATION DIVISION.
       PROGRAM-ID. Exerc-43-Trb.
       AUTHOR. JOAO_PAULO.

      * Manutencao do arquivo de parametros TRIBPARAM com as
      * tabelas de INSS e IRRF da folha e a deducao por
      * dependente, aplicadas pelo servico CALCTRIB no exerc-43,
      * na folha em lote (exerc-43-fol) e na rescisao
      * (exerc-43-des). Mesmo molde do Exerc-44-Tax: cada faixa
      * entra como novo registro com vigencia e cada tabela vale
      * com as faixas da sua maior vigencia ja alcancada. Tabela
      * nova (mudanca de ano) se lanca inteira, faixa a faixa,
      * com a mesma vigencia; faixa relancada na mesma vigencia
      * corrige a anterior.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TRIB-FILE ASSIGN TO "TRIBPARAM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WSS-FS-TRIB.

       DATA DIVISION.
       FILE SECTION.
       FD  TRIB-FILE.
           COPY "TRIBFOL.CPY".

       WORKING-STORAGE SECTION.
       77  WSS-FS-TRIB          PIC X(02).
       77  WSS-Continuar        PIC X(01) VALUE "S".
       77  WSS-OpcaoMenu        PIC 9.
       77  WSS-fim-arquivo      PIC X(01).
           88 WSS-NAO-HA-MAIS-FAIXAS  VALUE "S".
       77  WSS-DataHoje         PIC 9(8).
       77  WSS-QtdListadas      PIC 9(3).
       77  WSS-TabInformada     PIC X(01).
       77  WSS-FaixaInformada   PIC 9(1).
       77  WSS-LimiteInformado  PIC 9(7)V99.
       77  WSS-AliqInformada    PIC 9(2)V99.
       77  WSS-DeduzirInformado PIC 9(7)V99.
       77  WSS-VigInformada     PIC 9(8).
       77  WSS-DataValida       PIC X(01).
       77  WSS-MotivoData       PIC X(30).
       77  WSS-IndTab           PIC 9(1).
       77  WSS-IndFaixa         PIC 9(2).
       77  WSS-ValorEd          PIC zzzzzz9.99.
       77  WSS-DeduzirEd        PIC zzzzzz9.99.

       01  TABELA-NOMES-INICIAL.
           05  FILLER           PIC X(16) VALUE "INSS".
           05  FILLER           PIC X(16) VALUE "IRRF".
           05  FILLER           PIC X(16) VALUE "DEPENDENTE".
       01  TABELA-NOMES REDEFINES TABELA-NOMES-INICIAL.
           05  nom-tabela OCCURS 3 TIMES PIC X(16).

       01  TABELA-TRIBUTOS.
           05  TRIBUTO-VIGENTE OCCURS 3 TIMES.
               10  vig-vigencia      PIC 9(8).
               10  vig-faixa OCCURS 9 TIMES.
                   15  vig-carregada PIC X(01).
                   15  vig-limite    PIC 9(7)V99.
                   15  vig-aliquota  PIC 9(2)V99.
                   15  vig-deduzir   PIC 9(7)V99.

       PROCEDURE DIVISION.
       Inicio.
           ACCEPT WSS-DataHoje FROM DATE YYYYMMDD

           PERFORM UNTIL WSS-Continuar = "N"
                DISPLAY "--- Manutencao das tabelas de INSS e IRRF ---"
                DISPLAY "1. Lancar faixa com vigencia"
                DISPLAY "2. Listar tabelas vigentes hoje"
                DISPLAY "3. Listar historico completo"
                DISPLAY "4. Sair"
                DISPLAY "Digite a opcao desejada:"
                ACCEPT WSS-OpcaoMenu

                EVALUATE WSS-OpcaoMenu
                    WHEN 1
                        PERFORM LancarFaixa THRU LancarFaixa-Fim
                    WHEN 2
                        PERFORM ListarVigentes
                    WHEN 3
                        PERFORM ListarHistorico
                    WHEN 4
                        DISPLAY "Saindo do programa."
                        MOVE "N" TO WSS-Continuar
                    WHEN OTHER
                        DISPLAY "Opcao invalida."
                END-EVALUATE
           END-PERFORM

           DISPLAY SPACE
           display "Obrigado volte sempre!!! "
           DISPLAY SPACE

           ACCEPT OMITTED.
           EXIT PROGRAM.
           STOP RUN.

      * INSS e IRRF pedem limite superior e aliquota da faixa (a
      * ultima faixa do INSS fecha no teto; a do IRRF leva
      * 9999999.99); o IRRF pede ainda a parcela a deduzir. A
      * tabela D tem uma so faixa, com o valor por dependente.
       LancarFaixa.
           MOVE ZEROS TO WSS-LimiteInformado
           MOVE ZEROS TO WSS-AliqInformada
           MOVE ZEROS TO WSS-DeduzirInformado
           DISPLAY "Tabela (I-INSS, R-IRRF, D-Deducao por "
                   "dependente): "
           ACCEPT WSS-TabInformada
           IF WSS-TabInformada = "i"
               MOVE "I" TO WSS-TabInformada
           END-IF
           IF WSS-TabInformada = "r"
               MOVE "R" TO WSS-TabInformada
           END-IF
           IF WSS-TabInformada = "d"
               MOVE "D" TO WSS-TabInformada
           END-IF
           IF WSS-TabInformada NOT = "I"
              AND WSS-TabInformada NOT = "R"
              AND WSS-TabInformada NOT = "D"
               DISPLAY "Tabela invalida. Nada gravado."
               GO TO LancarFaixa-Fim
           END-IF

           IF WSS-TabInformada = "D"
               MOVE 1 TO WSS-FaixaInformada
               DISPLAY "Deducao por dependente (ex: 189.59): "
               ACCEPT WSS-DeduzirInformado
           ELSE
               DISPLAY "Numero da faixa (1 a 9): "
               ACCEPT WSS-FaixaInformada
               IF WSS-FaixaInformada = 0
                   DISPLAY "Faixa invalida. Nada gravado."
                   GO TO LancarFaixa-Fim
               END-IF
               DISPLAY "Limite superior da faixa (ex: 1412.00): "
               ACCEPT WSS-LimiteInformado
               DISPLAY "Aliquota da faixa (ex: 7.50): "
               ACCEPT WSS-AliqInformada
               IF WSS-TabInformada = "R"
                   DISPLAY "Parcela a deduzir (ex: 169.44): "
                   ACCEPT WSS-DeduzirInformado
               END-IF
           END-IF

           DISPLAY "Data de vigencia (AAAAMMDD): "
           ACCEPT WSS-VigInformada
           CALL "VALIDATA" USING WSS-VigInformada WSS-DataValida
                                 WSS-MotivoData
           IF WSS-DataValida NOT = "S"
               DISPLAY "Data invalida (" WSS-MotivoData "). "
                       "Nada gravado."
               GO TO LancarFaixa-Fim
           END-IF

           OPEN EXTEND TRIB-FILE
           IF WSS-FS-TRIB NOT = "00"
               CLOSE TRIB-FILE
               OPEN OUTPUT TRIB-FILE
           END-IF
           IF WSS-FS-TRIB NOT = "00"
               DISPLAY "Nao foi possivel gravar em TRIBPARAM. "
                       "Status: " WSS-FS-TRIB
           ELSE
               MOVE WSS-TabInformada TO TRB-TABELA
               MOVE WSS-FaixaInformada TO TRB-FAIXA
               MOVE WSS-LimiteInformado TO TRB-LIMITE
               MOVE WSS-AliqInformada TO TRB-ALIQUOTA
               MOVE WSS-DeduzirInformado TO TRB-DEDUZIR
               MOVE WSS-VigInformada TO TRB-VIGENCIA
               WRITE TRIBFOL-REG
               CLOSE TRIB-FILE
               DISPLAY "Faixa gravada com vigencia "
                       WSS-VigInformada "."
           END-IF.
       LancarFaixa-Fim.
           EXIT.

       ListarVigentes.
           PERFORM CarregarVigentes
           DISPLAY "------ TABELAS VIGENTES EM " WSS-DataHoje
                   " ------"
           PERFORM VARYING WSS-IndTab FROM 1 BY 1
                   UNTIL WSS-IndTab > 3
               IF vig-carregada (WSS-IndTab 1) = "S"
                   DISPLAY "Tabela " nom-tabela (WSS-IndTab)
                           " desde " vig-vigencia (WSS-IndTab)
                   PERFORM VARYING WSS-IndFaixa FROM 1 BY 1
                           UNTIL WSS-IndFaixa > 9
                       IF vig-carregada (WSS-IndTab WSS-IndFaixa)
                          = "S"
                           PERFORM MostrarFaixaVigente
                       END-IF
                   END-PERFORM
               ELSE
                   DISPLAY "Tabela " nom-tabela (WSS-IndTab)
                           " sem faixa 1 vigente."
               END-IF
           END-PERFORM.

       MostrarFaixaVigente.
           MOVE vig-limite (WSS-IndTab WSS-IndFaixa) TO WSS-ValorEd
           MOVE vig-deduzir (WSS-IndTab WSS-IndFaixa)
                TO WSS-DeduzirEd
           EVALUATE WSS-IndTab
               WHEN 1
                   DISPLAY "  Faixa " WSS-IndFaixa " ate R$ "
                           WSS-ValorEd " aliquota "
                           vig-aliquota (WSS-IndTab WSS-IndFaixa)
                           " %"
               WHEN 2
                   DISPLAY "  Faixa " WSS-IndFaixa " ate R$ "
                           WSS-ValorEd " aliquota "
                           vig-aliquota (WSS-IndTab WSS-IndFaixa)
                           " % deduzir R$ " WSS-DeduzirEd
               WHEN OTHER
                   DISPLAY "  Por dependente R$ " WSS-DeduzirEd
           END-EVALUATE.

       ListarHistorico.
           MOVE ZEROS TO WSS-QtdListadas
           OPEN INPUT TRIB-FILE
           IF WSS-FS-TRIB = "35"
               DISPLAY "Arquivo TRIBPARAM nao encontrado."
           ELSE
               DISPLAY "------ HISTORICO DAS TABELAS ------"
               MOVE "N" TO WSS-fim-arquivo
               READ TRIB-FILE
                   AT END SET WSS-NAO-HA-MAIS-FAIXAS TO TRUE
               END-READ
               PERFORM UNTIL WSS-NAO-HA-MAIS-FAIXAS
                   MOVE TRB-LIMITE TO WSS-ValorEd
                   MOVE TRB-DEDUZIR TO WSS-DeduzirEd
                   DISPLAY "Tabela " TRB-TABELA " faixa " TRB-FAIXA
                           " ate R$ " WSS-ValorEd " aliquota "
                           TRB-ALIQUOTA " % deduzir R$ "
                           WSS-DeduzirEd " vigencia " TRB-VIGENCIA
                   ADD 1 TO WSS-QtdListadas
                   READ TRIB-FILE
                       AT END
                           SET WSS-NAO-HA-MAIS-FAIXAS TO TRUE
                   END-READ
               END-PERFORM
               CLOSE TRIB-FILE
               DISPLAY "Registros no historico: " WSS-QtdListadas
           END-IF.

      * Mesma regra do CALCTRIB: por tabela, as faixas da maior
      * vigencia ate hoje; vigencia maior descarta as ja lidas.
       CarregarVigentes.
           INITIALIZE TABELA-TRIBUTOS
           OPEN INPUT TRIB-FILE
           IF WSS-FS-TRIB = "35"
               CONTINUE
           ELSE
               MOVE "N" TO WSS-fim-arquivo
               READ TRIB-FILE
                   AT END SET WSS-NAO-HA-MAIS-FAIXAS TO TRUE
               END-READ
               PERFORM UNTIL WSS-NAO-HA-MAIS-FAIXAS
                   EVALUATE TRUE
                       WHEN TRB-TAB-INSS
                           MOVE 1 TO WSS-IndTab
                       WHEN TRB-TAB-IRRF
                           MOVE 2 TO WSS-IndTab
                       WHEN TRB-TAB-DEPENDENTE
                           MOVE 3 TO WSS-IndTab
                       WHEN OTHER
                           MOVE 0 TO WSS-IndTab
                   END-EVALUATE
                   IF WSS-IndTab > 0 AND TRB-FAIXA > 0
                      AND TRB-VIGENCIA NOT > WSS-DataHoje
                       IF TRB-VIGENCIA > vig-vigencia (WSS-IndTab)
                           INITIALIZE TRIBUTO-VIGENTE (WSS-IndTab)
                           MOVE TRB-VIGENCIA
                                TO vig-vigencia (WSS-IndTab)
                       END-IF
                       IF TRB-VIGENCIA = vig-vigencia (WSS-IndTab)
                           MOVE "S" TO
                                vig-carregada (WSS-IndTab TRB-FAIXA)
                           MOVE TRB-LIMITE TO
                                vig-limite (WSS-IndTab TRB-FAIXA)
                           MOVE TRB-ALIQUOTA TO
                                vig-aliquota (WSS-IndTab TRB-FAIXA)
                           MOVE TRB-DEDUZIR TO
                                vig-deduzir (WSS-IndTab TRB-FAIXA)
                       END-IF
                   END-IF
                   READ TRIB-FILE
                       AT END
                           SET WSS-NAO-HA-MAIS-FAIXAS TO TRUE
                   END-READ
               END-PERFORM
               CLOSE TRIB-FILE
           END-IF.
      *wrun32 exerc-43-trb
