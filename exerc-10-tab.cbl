       IDENTIFICATION DIVISION.
       PROGRAM-ID. Exerc-10-Tab.
       AUTHOR. JOAO_PAULO.

      * Manutencao da tabela de valores do beneficio municipal
      * (BENEFPARAM): cada faixa da o valor mensal pago ao
      * domicilio ate uma renda per capita e ate um numero de
      * moradores. Mesmo molde do Exerc-44-Tar: uma tabela nova
      * entra como faixas com a mesma vigencia e vale o conjunto
      * de maior vigencia ja alcancada. O pagamento e da rodada
      * mensal exerc-10-pag.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BENEFTAB-FILE ASSIGN TO "BENEFPARAM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WSS-FS-BENEFTAB.

       DATA DIVISION.
       FILE SECTION.
       FD  BENEFTAB-FILE.
           COPY "BENEFTAB.CPY".

       WORKING-STORAGE SECTION.
       77  WSS-FS-BENEFTAB      PIC X(02).
       77  WSS-Continuar        PIC X(01) VALUE "S".
       77  WSS-OpcaoMenu        PIC 9.
       77  WSS-fim-arquivo      PIC X(01).
           88 WSS-NAO-HA-MAIS-FAIXAS  VALUE "S".
       77  WSS-DataHoje         PIC 9(8).
       77  WSS-QtdListadas      PIC 9(3).
       77  WSS-VigenciaAtual    PIC 9(8).
       77  WSS-PerCapitaEd      PIC zzzz9.99.
       77  WSS-ValorEd          PIC zzzz9.99.

       PROCEDURE DIVISION.
       Inicio.
           ACCEPT WSS-DataHoje FROM DATE YYYYMMDD

           PERFORM UNTIL WSS-Continuar = "N"
                DISPLAY "--- Tabela do beneficio municipal ---"
                DISPLAY "1. Lancar faixa com vigencia"
                DISPLAY "2. Listar historico completo"
                DISPLAY "3. Sair"
                DISPLAY "Digite a opcao desejada:"
                ACCEPT WSS-OpcaoMenu

                EVALUATE WSS-OpcaoMenu
                    WHEN 1
                        PERFORM LancarFaixa
                    WHEN 2
                        PERFORM ListarHistorico
                    WHEN 3
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

       LancarFaixa.
           DISPLAY "Renda per capita ate (ex: 218.00): "
           ACCEPT BNT-PERCAPITA-ATE
           DISPLAY "Numero de moradores ate (99 = qualquer): "
           ACCEPT BNT-MORADORES-ATE
           DISPLAY "Valor mensal do beneficio: "
           ACCEPT BNT-VALOR
           DISPLAY "Data de vigencia (AAAAMMDD): "
           ACCEPT BNT-VIGENCIA
           IF BNT-PERCAPITA-ATE = ZEROS OR BNT-MORADORES-ATE = ZEROS
              OR BNT-VALOR = ZEROS
               DISPLAY "Renda, moradores e valor sao obrigatorios. "
                       "Nada gravado."
           ELSE
               OPEN EXTEND BENEFTAB-FILE
               IF WSS-FS-BENEFTAB NOT = "00"
                   CLOSE BENEFTAB-FILE
                   OPEN OUTPUT BENEFTAB-FILE
               END-IF
               IF WSS-FS-BENEFTAB NOT = "00"
                   DISPLAY "Nao foi possivel gravar em "
                           "BENEFPARAM. Status: " WSS-FS-BENEFTAB
               ELSE
                   WRITE BENEFTAB-REG
                   CLOSE BENEFTAB-FILE
                   DISPLAY "Faixa gravada com vigencia "
                           BNT-VIGENCIA "."
               END-IF
           END-IF.

       ListarHistorico.
           MOVE ZEROS TO WSS-QtdListadas
           MOVE ZEROS TO WSS-VigenciaAtual
           OPEN INPUT BENEFTAB-FILE
           IF WSS-FS-BENEFTAB = "35"
               DISPLAY "Arquivo BENEFPARAM nao encontrado."
           ELSE
               DISPLAY "------ HISTORICO DA TABELA DO BENEFICIO ------"
               MOVE "N" TO WSS-fim-arquivo
               READ BENEFTAB-FILE
                   AT END SET WSS-NAO-HA-MAIS-FAIXAS TO TRUE
               END-READ
               PERFORM UNTIL WSS-NAO-HA-MAIS-FAIXAS
                   MOVE BNT-PERCAPITA-ATE TO WSS-PerCapitaEd
                   MOVE BNT-VALOR TO WSS-ValorEd
                   DISPLAY "Per capita ate R$ " WSS-PerCapitaEd
                           " moradores ate " BNT-MORADORES-ATE
                           " valor R$ " WSS-ValorEd
                           " vigencia " BNT-VIGENCIA
                   IF BNT-VIGENCIA NOT > WSS-DataHoje
                      AND BNT-VIGENCIA > WSS-VigenciaAtual
                       MOVE BNT-VIGENCIA TO WSS-VigenciaAtual
                   END-IF
                   ADD 1 TO WSS-QtdListadas
                   READ BENEFTAB-FILE
                       AT END SET WSS-NAO-HA-MAIS-FAIXAS TO TRUE
                   END-READ
               END-PERFORM
               CLOSE BENEFTAB-FILE
               DISPLAY "Registros no historico: " WSS-QtdListadas
               IF WSS-VigenciaAtual > ZEROS
                   DISPLAY "Tabela em vigor: vigencia "
                           WSS-VigenciaAtual
               ELSE
                   DISPLAY "Nenhuma tabela vigente ate hoje."
               END-IF
           END-IF.
      *wrun32 exerc-10-tab
