       IDENTIFICATION DIVISION.
       PROGRAM-ID. Exerc-43-Ccu.
       AUTHOR. JOAO_PAULO.

      * Manutencao do cadastro de centros de custo CENTROCUSTO
      * (codigo, descricao, tipo loja ou departamento, letra da
      * loja e orcamento mensal de pessoal). O centro de cada
      * funcionario e informado no exerc-43-man e o rateio da
      * folha (exerc-43-rat) totaliza o custo por centro contra o
      * orcamento daqui. O centro de loja leva a mesma letra da
      * loja no ORCAPARAM (exerc-6-orc), para o rateio mostrar a
      * folha ao lado do faturamento. Mudanca de orcamento vai
      * para o diario MUDANCAS.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CCUSTO-FILE ASSIGN TO "CENTROCUSTO"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CCU-CODIGO
               FILE STATUS IS WSS-FS-CCUSTO.

       DATA DIVISION.
       FILE SECTION.
       FD  CCUSTO-FILE.
           COPY "CCUSTO.CPY".

       WORKING-STORAGE SECTION.
       77  WSS-FS-CCUSTO        PIC X(02).
       77  WSS-TfsPrograma      PIC X(12) VALUE "exerc-43-ccu".
       77  WSS-TfsArquivo       PIC X(12).
       77  WSS-TfsOperacao      PIC X(10).

       77  WSS-Continuar        PIC X(01) VALUE "S".
       77  WSS-OpcaoMenu        PIC 9.
       77  WSS-CodigoCentro     PIC X(04).
       77  WSS-OrcamentoInf     PIC 9(7)V99.
       77  WSS-ValorEd          PIC zzzzzz9.99.
       77  WSS-fim-arquivo      PIC X(01).
           88 WSS-NAO-HA-MAIS-CENTROS  VALUE "S".
       77  WSS-QtdListados      PIC 9(4).
       77  WSS-TotalOrcamento   PIC 9(9)V99.
       77  WSS-TotalEd          PIC zzzzzzzz9.99.

       77  WSS-Operador         PIC 9(3).
       77  WSS-OperadorValido   PIC X(01).

       77  WSS-JrnArquivo       PIC X(12) VALUE "CENTROCUSTO".
       77  WSS-JrnChave         PIC X(10).
       77  WSS-JrnCampo         PIC X(12).
       77  WSS-JrnAntigo        PIC X(30).
       77  WSS-JrnNovo          PIC X(30).
       77  WSS-AntOrcamento     PIC 9(7)V99.

       PROCEDURE DIVISION.
       Inicio.
           CALL "OPERSIGN" USING WSS-Operador WSS-OperadorValido
           IF WSS-OperadorValido NOT = "S"
               DISPLAY "Sem operador identificado. Encerrando."
               GO TO FimPrograma
           END-IF
           OPEN I-O CCUSTO-FILE
           IF WSS-FS-CCUSTO = "35"
               OPEN OUTPUT CCUSTO-FILE
               CLOSE CCUSTO-FILE
               OPEN I-O CCUSTO-FILE
           END-IF
           MOVE "CENTROCUSTO" TO WSS-TfsArquivo
           MOVE "OPEN I-O" TO WSS-TfsOperacao
           CALL "TRATAFS" USING WSS-TfsPrograma
                WSS-TfsArquivo WSS-TfsOperacao WSS-FS-CCUSTO

           PERFORM UNTIL WSS-Continuar = "N"
                DISPLAY "--- Cadastro de centros de custo ---"
                DISPLAY "1. Incluir centro de custo"
                DISPLAY "2. Alterar descricao e orcamento"
                DISPLAY "3. Consultar centro de custo"
                DISPLAY "4. Listar centros de custo"
                DISPLAY "5. Sair"
                DISPLAY "Digite a opcao desejada:"
                ACCEPT WSS-OpcaoMenu

                EVALUATE WSS-OpcaoMenu
                    WHEN 1
                        PERFORM IncluirCentro
                    WHEN 2
                        PERFORM AlterarCentro
                    WHEN 3
                        PERFORM ConsultarCentro
                    WHEN 4
                        PERFORM ListarCentros
                    WHEN 5
                        DISPLAY "Saindo do programa."
                        MOVE "N" TO WSS-Continuar
                    WHEN OTHER
                        DISPLAY "Opcao invalida."
                END-EVALUATE
           END-PERFORM

           CLOSE CCUSTO-FILE.

       FimPrograma.
           DISPLAY SPACE
           display "Obrigado volte sempre!!! "
           DISPLAY SPACE

           ACCEPT OMITTED.
           EXIT PROGRAM.
           STOP RUN.

       IncluirCentro.
           DISPLAY "Codigo do centro de custo (4 posicoes): "
           ACCEPT WSS-CodigoCentro
           IF WSS-CodigoCentro = SPACES
               DISPLAY "Codigo em branco nao e aceito."
           ELSE
               MOVE WSS-CodigoCentro TO CCU-CODIGO
               READ CCUSTO-FILE
                   INVALID KEY
                       PERFORM AceitarDadosCentro
                       WRITE CCUSTO-REG
                           INVALID KEY
                               DISPLAY "Erro ao gravar centro. "
                                       "Status: " WSS-FS-CCUSTO
                           NOT INVALID KEY
                               DISPLAY "Centro " CCU-CODIGO
                                       " incluido."
                       END-WRITE
                   NOT INVALID KEY
                       DISPLAY "Centro ja cadastrado: "
                               CCU-DESCRICAO
               END-READ
           END-IF.

       AceitarDadosCentro.
           MOVE WSS-CodigoCentro TO CCU-CODIGO
           DISPLAY "Descricao: "
           ACCEPT CCU-DESCRICAO
           DISPLAY "Tipo (L loja, D departamento): "
           ACCEPT CCU-TIPO
           PERFORM UNTIL CCU-TIPO-VALIDO
               DISPLAY "Tipo invalido. Informe L ou D: "
               ACCEPT CCU-TIPO
           END-PERFORM
           IF CCU-DE-LOJA
               DISPLAY "Letra da loja (a mesma do ORCAPARAM): "
               ACCEPT CCU-LOJA
               PERFORM UNTIL CCU-LOJA NOT = SPACE
                   DISPLAY "Centro de loja exige a letra da loja: "
                   ACCEPT CCU-LOJA
               END-PERFORM
           ELSE
               MOVE SPACE TO CCU-LOJA
           END-IF
           PERFORM AceitarOrcamento.

       AceitarOrcamento.
           DISPLAY "Orcamento mensal de pessoal (ex: 45000.00): "
           ACCEPT WSS-OrcamentoInf
           MOVE WSS-OrcamentoInf TO CCU-ORCAMENTO.

       AlterarCentro.
           DISPLAY "Codigo do centro de custo: "
           ACCEPT WSS-CodigoCentro
           MOVE WSS-CodigoCentro TO CCU-CODIGO
           READ CCUSTO-FILE
               INVALID KEY
                   DISPLAY "Centro nao cadastrado."
               NOT INVALID KEY
                   PERFORM MostrarCentro
                   MOVE CCU-ORCAMENTO TO WSS-AntOrcamento
                   DISPLAY "Nova descricao: "
                   ACCEPT CCU-DESCRICAO
                   PERFORM AceitarOrcamento
                   REWRITE CCUSTO-REG
                       INVALID KEY
                           DISPLAY "Erro ao regravar. Status: "
                                   WSS-FS-CCUSTO
                       NOT INVALID KEY
                           IF WSS-AntOrcamento NOT = CCU-ORCAMENTO
                               PERFORM JornalizarOrcamento
                           END-IF
                           DISPLAY "Centro alterado."
                   END-REWRITE
           END-READ.

       JornalizarOrcamento.
           MOVE SPACES TO WSS-JrnChave
           MOVE CCU-CODIGO TO WSS-JrnChave (1:4)
           MOVE "ORCAMENTO" TO WSS-JrnCampo
           MOVE WSS-AntOrcamento TO WSS-ValorEd
           MOVE WSS-ValorEd TO WSS-JrnAntigo
           MOVE CCU-ORCAMENTO TO WSS-ValorEd
           MOVE WSS-ValorEd TO WSS-JrnNovo
           CALL "GRAVAJRN" USING WSS-JrnArquivo WSS-JrnChave
                WSS-JrnCampo WSS-JrnAntigo WSS-JrnNovo
                WSS-Operador.

       ConsultarCentro.
           DISPLAY "Codigo do centro de custo: "
           ACCEPT WSS-CodigoCentro
           MOVE WSS-CodigoCentro TO CCU-CODIGO
           READ CCUSTO-FILE
               INVALID KEY
                   DISPLAY "Centro nao cadastrado."
               NOT INVALID KEY
                   PERFORM MostrarCentro
           END-READ.

       MostrarCentro.
           MOVE CCU-ORCAMENTO TO WSS-ValorEd
           DISPLAY "Centro......: " CCU-CODIGO
           DISPLAY "Descricao...: " CCU-DESCRICAO
           IF CCU-DE-LOJA
               DISPLAY "Tipo........: loja " CCU-LOJA
           ELSE
               DISPLAY "Tipo........: departamento"
           END-IF
           DISPLAY "Orcamento...: R$ " WSS-ValorEd " ao mes".

       ListarCentros.
           MOVE ZEROS TO WSS-QtdListados
           MOVE ZEROS TO WSS-TotalOrcamento
           MOVE "N" TO WSS-fim-arquivo
           MOVE LOW-VALUES TO CCU-CODIGO
           START CCUSTO-FILE KEY NOT < CCU-CODIGO
               INVALID KEY SET WSS-NAO-HA-MAIS-CENTROS TO TRUE
           END-START
           DISPLAY "------ CENTROS DE CUSTO ------"
           PERFORM UNTIL WSS-NAO-HA-MAIS-CENTROS
               READ CCUSTO-FILE NEXT RECORD
                   AT END SET WSS-NAO-HA-MAIS-CENTROS TO TRUE
                   NOT AT END
                       MOVE CCU-ORCAMENTO TO WSS-ValorEd
                       DISPLAY CCU-CODIGO " " CCU-DESCRICAO " "
                               CCU-TIPO " " CCU-LOJA
                               " R$ " WSS-ValorEd
                       ADD 1 TO WSS-QtdListados
                       ADD CCU-ORCAMENTO TO WSS-TotalOrcamento
               END-READ
           END-PERFORM
           MOVE WSS-TotalOrcamento TO WSS-TotalEd
           DISPLAY "Centros listados: " WSS-QtdListados
                   "  orcamento total R$ " WSS-TotalEd.
      *wrun32 exerc-43-ccu
