       IDENTIFICATION DIVISION.
       PROGRAM-ID. Exerc-35-Pag.
       AUTHOR. JOAO_PAULO.

      * Contas a pagar dos fornecedores: titulos de CONTASPAG
      * gravados pelo recebimento de mercadoria (exerc-35-rcb).
      * Emite a proposta semanal de pagamento (titulos em aberto
      * vencendo ate a data limite, por fornecedor; os titulos de
      * fornecedor bloqueado ficam retidos fora da proposta),
      * registra o pagamento baixando o titulo com a data e o
      * operador e emite o aging dos titulos em aberto nas mesmas
      * faixas do contas a receber (exerc-7-ctr): a vencer, ate
      * 30, 31-60, 61-90 e acima de 90 dias de atraso.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CONTASPAG-FILE ASSIGN TO "CONTASPAG"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CPG-CHAVE
               FILE STATUS IS WSS-FS-CONTASPAG.
           SELECT FORNEC-FILE ASSIGN TO "FORNECEDORES"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FOR-CODIGO
               FILE STATUS IS WSS-FS-FORNEC.

       DATA DIVISION.
       FILE SECTION.
       FD  CONTASPAG-FILE.
           COPY "CONTPAG.CPY".

       FD  FORNEC-FILE.
           COPY "FORNEC.CPY".

       WORKING-STORAGE SECTION.
       77  WSS-FS-CONTASPAG     PIC X(02).
       77  WSS-FS-FORNEC        PIC X(02).
       77  WSS-TfsPrograma      PIC X(12) VALUE "exerc-35-pag".
       77  WSS-TfsArquivo       PIC X(12).
       77  WSS-TfsOperacao      PIC X(10).

       77  WSS-Continuar        PIC X(01) VALUE "S".
       77  WSS-OpcaoMenu        PIC 9.
       77  WSS-DataHoje         PIC 9(8).
       77  WSS-Operador         PIC 9(3).
       77  WSS-OperadorValido   PIC X(01).
       77  WSS-FornecAberto     PIC X(01) VALUE "N".
       77  WSS-CodigoFornec     PIC 9(3).
       77  WSS-NomeFornec       PIC X(30).
       77  WSS-FornecBloqueado  PIC X(01).
       77  WSS-FornecAnterior   PIC 9(3).
       77  WSS-PrimeiroFornec   PIC X(01).
       77  WSS-Confirma         PIC X(01).
       77  WSS-DataLimite       PIC 9(8).
       77  WSS-DataValida       PIC X(01).
       77  WSS-MotivoData       PIC X(30).
       77  WSS-fim-arquivo      PIC X(01).
           88 WSS-NAO-HA-MAIS-TITULOS  VALUE "S".
       77  WSS-DiasAtraso       PIC S9(5).
       77  WSS-ValorEd          PIC z,zzz,zz9.99.
       77  WSS-RetidoEd         PIC z,zzz,zz9.99.

       77  WSS-QtdAbertos       PIC 9(5).
       77  WSS-TotAVencer       PIC 9(9)V99.
       77  WSS-TotAte30         PIC 9(9)V99.
       77  WSS-TotAte60         PIC 9(9)V99.
       77  WSS-TotAte90         PIC 9(9)V99.
       77  WSS-TotMais90        PIC 9(9)V99.
       77  WSS-TotAberto        PIC 9(9)V99.

       77  WSS-QtdPropostos     PIC 9(5).
       77  WSS-QtdRetidos       PIC 9(5).
       77  WSS-TotProposta      PIC 9(9)V99.
       77  WSS-TotRetido        PIC 9(9)V99.
       77  WSS-TotFornec        PIC 9(9)V99.

       77  WSS-ImpComando       PIC X(01).
       77  WSS-ImpTexto         PIC X(80).
       77  WSS-ImpColunas       PIC X(80).

       PROCEDURE DIVISION.
       Inicio.
           CALL "OPERSIGN" USING WSS-Operador WSS-OperadorValido
           IF WSS-OperadorValido NOT = "S"
               DISPLAY "Sem operador identificado. Encerrando."
               GO TO Encerramento
           END-IF
           ACCEPT WSS-DataHoje FROM DATE YYYYMMDD
           OPEN I-O CONTASPAG-FILE
           IF WSS-FS-CONTASPAG = "35"
               DISPLAY "Arquivo CONTASPAG nao encontrado. Nenhum "
                       "recebimento de mercadoria gravado ate agora."
               GO TO Encerramento
           END-IF
           MOVE "CONTASPAG" TO WSS-TfsArquivo
           MOVE "OPEN I-O" TO WSS-TfsOperacao
           CALL "TRATAFS" USING WSS-TfsPrograma
                WSS-TfsArquivo WSS-TfsOperacao WSS-FS-CONTASPAG
           OPEN INPUT FORNEC-FILE
           IF WSS-FS-FORNEC = "00"
               MOVE "S" TO WSS-FornecAberto
           END-IF

           PERFORM UNTIL WSS-Continuar = "N"
                DISPLAY "--- Contas a pagar de fornecedores ---"
                DISPLAY "1. Proposta semanal de pagamento"
                DISPLAY "2. Registrar pagamento (baixa)"
                DISPLAY "3. Relatorio de aging dos titulos"
                DISPLAY "4. Titulos em aberto de um fornecedor"
                DISPLAY "5. Sair"
                DISPLAY "Digite a opcao desejada:"
                ACCEPT WSS-OpcaoMenu

                EVALUATE WSS-OpcaoMenu
                    WHEN 1
                        PERFORM PropostaPagamento
                    WHEN 2
                        PERFORM RegistrarPagamento
                    WHEN 3
                        PERFORM RelatorioAging
                    WHEN 4
                        PERFORM ListarFornecedor
                    WHEN 5
                        DISPLAY "Saindo do programa."
                        MOVE "N" TO WSS-Continuar
                    WHEN OTHER
                        DISPLAY "Opcao invalida."
                END-EVALUATE
           END-PERFORM

           CLOSE CONTASPAG-FILE
           IF WSS-FornecAberto = "S"
               CLOSE FORNEC-FILE
           END-IF.

       Encerramento.
           DISPLAY SPACE
           display "Obrigado volte sempre!!! "
           DISPLAY SPACE

           ACCEPT OMITTED.
           EXIT PROGRAM.
           STOP RUN.

      * Proposta de pagamento: titulos em aberto que vencem ate a
      * data limite (padrao: sete dias a partir de hoje), em
      * ordem de fornecedor. Fornecedor bloqueado fica retido.
       PropostaPagamento.
           DISPLAY "Pagar titulos vencendo ate (AAAAMMDD, zero = "
                   "proximos 7 dias): "
           ACCEPT WSS-DataLimite
           IF WSS-DataLimite = ZEROS
               COMPUTE WSS-DataLimite = FUNCTION DATE-OF-INTEGER
                       (FUNCTION INTEGER-OF-DATE (WSS-DataHoje) + 7)
           END-IF
           CALL "VALIDATA" USING WSS-DataLimite WSS-DataValida
                                 WSS-MotivoData
           IF WSS-DataValida NOT = "S"
               DISPLAY "Data invalida (" WSS-MotivoData ")."
           ELSE
               PERFORM EmitirProposta
           END-IF.

       EmitirProposta.
           MOVE ZEROS TO WSS-QtdPropostos WSS-QtdRetidos
                         WSS-TotProposta WSS-TotRetido WSS-TotFornec
           MOVE "S" TO WSS-PrimeiroFornec

           MOVE "P" TO WSS-ImpComando
           MOVE "EXERC-35-PAG" TO WSS-ImpTexto
           MOVE WSS-Operador TO WSS-ImpTexto (13:3)
           CALL "IMPRIME" USING WSS-ImpComando WSS-ImpTexto
                WSS-ImpColunas
           MOVE "A" TO WSS-ImpComando
           MOVE SPACES TO WSS-ImpTexto
           STRING "PROPOSTA DE PAGAMENTO A FORNECEDORES ATE "
                  WSS-DataLimite
                  DELIMITED BY SIZE INTO WSS-ImpTexto
           END-STRING
           MOVE "FOR PEDIDO PRODUTO SQ VENCIMENTO        VALOR SITUACAO"
                TO WSS-ImpColunas
           CALL "IMPRIME" USING WSS-ImpComando WSS-ImpTexto
                WSS-ImpColunas

           DISPLAY "------ PROPOSTA DE PAGAMENTO ATE " WSS-DataLimite
                   " ------"
           MOVE "N" TO WSS-fim-arquivo
           MOVE LOW-VALUES TO CPG-CHAVE
           START CONTASPAG-FILE KEY NOT < CPG-CHAVE
               INVALID KEY SET WSS-NAO-HA-MAIS-TITULOS TO TRUE
           END-START
           PERFORM UNTIL WSS-NAO-HA-MAIS-TITULOS
               READ CONTASPAG-FILE NEXT RECORD
                   AT END SET WSS-NAO-HA-MAIS-TITULOS TO TRUE
                   NOT AT END
                       IF CPG-ABERTO
                          AND CPG-VENCIMENTO NOT > WSS-DataLimite
                           PERFORM ProporTitulo
                       END-IF
               END-READ
           END-PERFORM
           PERFORM FecharFornecedorProposta

           DISPLAY SPACE
           MOVE WSS-TotProposta TO WSS-ValorEd
           DISPLAY "Titulos propostos.: " WSS-QtdPropostos
                   " total " WSS-ValorEd
           MOVE WSS-TotRetido TO WSS-ValorEd
           DISPLAY "Titulos retidos...: " WSS-QtdRetidos
                   " total " WSS-ValorEd
                   " (fornecedor bloqueado)"

           MOVE "T" TO WSS-ImpComando
           MOVE SPACES TO WSS-ImpTexto
           MOVE WSS-TotProposta TO WSS-ValorEd
           MOVE WSS-TotRetido TO WSS-RetidoEd
           STRING "PROPOSTOS: " WSS-QtdPropostos " "
                  WSS-ValorEd "  RETIDOS: " WSS-QtdRetidos " "
                  WSS-RetidoEd
                  DELIMITED BY SIZE INTO WSS-ImpTexto
           END-STRING
           CALL "IMPRIME" USING WSS-ImpComando WSS-ImpTexto
                WSS-ImpColunas.

       ProporTitulo.
           IF CPG-FORNECEDOR NOT = WSS-FornecAnterior
              OR WSS-PrimeiroFornec = "S"
               PERFORM FecharFornecedorProposta
               MOVE "N" TO WSS-PrimeiroFornec
               MOVE CPG-FORNECEDOR TO WSS-FornecAnterior
               MOVE CPG-FORNECEDOR TO WSS-CodigoFornec
               PERFORM BuscarFornecedor
               DISPLAY "Fornecedor " CPG-FORNECEDOR " "
                       WSS-NomeFornec
               IF WSS-FornecBloqueado = "S"
                   DISPLAY "   *** FORNECEDOR BLOQUEADO - TITULOS "
                           "RETIDOS ***"
               END-IF
           END-IF
           MOVE CPG-VALOR TO WSS-ValorEd
           MOVE "D" TO WSS-ImpComando
           MOVE SPACES TO WSS-ImpTexto
           IF WSS-FornecBloqueado = "S"
               ADD 1 TO WSS-QtdRetidos
               ADD CPG-VALOR TO WSS-TotRetido
               DISPLAY "   RETIDO  pedido " CPG-PEDIDO " produto "
                       CPG-PRODUTO " seq " CPG-SEQ " venc "
                       CPG-VENCIMENTO " valor " WSS-ValorEd
               STRING CPG-FORNECEDOR " " CPG-PEDIDO " "
                      CPG-PRODUTO "   " CPG-SEQ " "
                      CPG-VENCIMENTO " " WSS-ValorEd " RETIDO"
                      DELIMITED BY SIZE INTO WSS-ImpTexto
               END-STRING
           ELSE
               ADD 1 TO WSS-QtdPropostos
               ADD CPG-VALOR TO WSS-TotProposta
               ADD CPG-VALOR TO WSS-TotFornec
               DISPLAY "   PAGAR   pedido " CPG-PEDIDO " produto "
                       CPG-PRODUTO " seq " CPG-SEQ " venc "
                       CPG-VENCIMENTO " valor " WSS-ValorEd
               STRING CPG-FORNECEDOR " " CPG-PEDIDO " "
                      CPG-PRODUTO "   " CPG-SEQ " "
                      CPG-VENCIMENTO " " WSS-ValorEd " PAGAR"
                      DELIMITED BY SIZE INTO WSS-ImpTexto
               END-STRING
           END-IF
           CALL "IMPRIME" USING WSS-ImpComando WSS-ImpTexto
                WSS-ImpColunas.

       FecharFornecedorProposta.
           IF WSS-TotFornec > ZEROS
               MOVE WSS-TotFornec TO WSS-ValorEd
               DISPLAY "   Total a pagar ao fornecedor: "
                       WSS-ValorEd
           END-IF
           MOVE ZEROS TO WSS-TotFornec.

       RegistrarPagamento.
           DISPLAY "Codigo do fornecedor: "
           ACCEPT CPG-FORNECEDOR
           DISPLAY "Numero do pedido: "
           ACCEPT CPG-PEDIDO
           DISPLAY "Codigo do produto: "
           ACCEPT CPG-PRODUTO
           DISPLAY "Sequencia da entrega (ex: 01): "
           ACCEPT CPG-SEQ
           READ CONTASPAG-FILE
               INVALID KEY
                   DISPLAY "Titulo nao encontrado em CONTASPAG."
               NOT INVALID KEY
                   IF CPG-PAGO
                       DISPLAY "Titulo ja baixado em "
                               CPG-DTPAGTO "."
                   ELSE
                       PERFORM BaixarTitulo
                   END-IF
           END-READ.

       BaixarTitulo.
           MOVE CPG-FORNECEDOR TO WSS-CodigoFornec
           PERFORM BuscarFornecedor
           MOVE CPG-VALOR TO WSS-ValorEd
           DISPLAY "Fornecedor " CPG-FORNECEDOR " " WSS-NomeFornec
           DISPLAY "Valor do titulo: " WSS-ValorEd
                   " vencimento " CPG-VENCIMENTO
           MOVE "S" TO WSS-Confirma
           IF WSS-FornecBloqueado = "S"
               DISPLAY "Fornecedor BLOQUEADO. Confirma o pagamento "
                       "mesmo assim? (S/N)"
               ACCEPT WSS-Confirma
           END-IF
           IF WSS-Confirma = "S" OR WSS-Confirma = "s"
               MOVE "P" TO CPG-SITUACAO
               MOVE WSS-DataHoje TO CPG-DTPAGTO
               MOVE WSS-Operador TO CPG-OPERADOR
               REWRITE CONTPAG-REG
               MOVE "REWRITE" TO WSS-TfsOperacao
               MOVE "CONTASPAG" TO WSS-TfsArquivo
               CALL "TRATAFS" USING WSS-TfsPrograma
                    WSS-TfsArquivo WSS-TfsOperacao
                    WSS-FS-CONTASPAG
               DISPLAY "Pagamento registrado pelo operador "
                       WSS-Operador "."
           ELSE
               DISPLAY "Pagamento nao registrado."
           END-IF.

       RelatorioAging.
           MOVE ZEROS TO WSS-QtdAbertos WSS-TotAVencer WSS-TotAte30
                         WSS-TotAte60 WSS-TotAte90 WSS-TotMais90
                         WSS-TotAberto
           MOVE "N" TO WSS-fim-arquivo
           MOVE LOW-VALUES TO CPG-CHAVE
           START CONTASPAG-FILE KEY NOT < CPG-CHAVE
               INVALID KEY SET WSS-NAO-HA-MAIS-TITULOS TO TRUE
           END-START
           DISPLAY "------ AGING DE CONTAS A PAGAR EM "
                   WSS-DataHoje " ------"
           PERFORM UNTIL WSS-NAO-HA-MAIS-TITULOS
               READ CONTASPAG-FILE NEXT RECORD
                   AT END SET WSS-NAO-HA-MAIS-TITULOS TO TRUE
                   NOT AT END
                       IF CPG-ABERTO
                           PERFORM ClassificarTitulo
                       END-IF
               END-READ
           END-PERFORM
           DISPLAY SPACE
           DISPLAY "Titulos em aberto: " WSS-QtdAbertos
           MOVE WSS-TotAVencer TO WSS-ValorEd
           DISPLAY "A vencer.........: " WSS-ValorEd
           MOVE WSS-TotAte30 TO WSS-ValorEd
           DISPLAY "Vencidos ate 30..: " WSS-ValorEd
           MOVE WSS-TotAte60 TO WSS-ValorEd
           DISPLAY "Vencidos 31 a 60.: " WSS-ValorEd
           MOVE WSS-TotAte90 TO WSS-ValorEd
           DISPLAY "Vencidos 61 a 90.: " WSS-ValorEd
           MOVE WSS-TotMais90 TO WSS-ValorEd
           DISPLAY "Vencidos + de 90.: " WSS-ValorEd
           MOVE WSS-TotAberto TO WSS-ValorEd
           DISPLAY "Total em aberto..: " WSS-ValorEd.

       ClassificarTitulo.
           ADD 1 TO WSS-QtdAbertos
           ADD CPG-VALOR TO WSS-TotAberto
           COMPUTE WSS-DiasAtraso =
                   FUNCTION INTEGER-OF-DATE (WSS-DataHoje) -
                   FUNCTION INTEGER-OF-DATE (CPG-VENCIMENTO)
           EVALUATE TRUE
               WHEN WSS-DiasAtraso <= 0
                   ADD CPG-VALOR TO WSS-TotAVencer
               WHEN WSS-DiasAtraso <= 30
                   ADD CPG-VALOR TO WSS-TotAte30
               WHEN WSS-DiasAtraso <= 60
                   ADD CPG-VALOR TO WSS-TotAte60
               WHEN WSS-DiasAtraso <= 90
                   ADD CPG-VALOR TO WSS-TotAte90
               WHEN OTHER
                   ADD CPG-VALOR TO WSS-TotMais90
           END-EVALUATE
           MOVE CPG-VALOR TO WSS-ValorEd
           DISPLAY "Fornecedor " CPG-FORNECEDOR " pedido "
                   CPG-PEDIDO " produto " CPG-PRODUTO
                   " venc " CPG-VENCIMENTO " valor " WSS-ValorEd
                   " atraso " WSS-DiasAtraso " dias".

       ListarFornecedor.
           DISPLAY "Codigo do fornecedor: "
           ACCEPT WSS-CodigoFornec
           PERFORM BuscarFornecedor
           DISPLAY "------ TITULOS EM ABERTO: " WSS-CodigoFornec
                   " " WSS-NomeFornec " ------"
           IF WSS-FornecBloqueado = "S"
               DISPLAY "*** FORNECEDOR BLOQUEADO ***"
           END-IF
           MOVE ZEROS TO WSS-TotAberto
           MOVE "N" TO WSS-fim-arquivo
           MOVE WSS-CodigoFornec TO CPG-FORNECEDOR
           MOVE ZEROS TO CPG-PEDIDO CPG-PRODUTO CPG-SEQ
           START CONTASPAG-FILE KEY NOT < CPG-CHAVE
               INVALID KEY SET WSS-NAO-HA-MAIS-TITULOS TO TRUE
           END-START
           PERFORM UNTIL WSS-NAO-HA-MAIS-TITULOS
               READ CONTASPAG-FILE NEXT RECORD
                   AT END SET WSS-NAO-HA-MAIS-TITULOS TO TRUE
                   NOT AT END
                       IF CPG-FORNECEDOR NOT = WSS-CodigoFornec
                           SET WSS-NAO-HA-MAIS-TITULOS TO TRUE
                       ELSE
                           IF CPG-ABERTO
                               ADD CPG-VALOR TO WSS-TotAberto
                               MOVE CPG-VALOR TO WSS-ValorEd
                               DISPLAY "Pedido " CPG-PEDIDO
                                       " produto " CPG-PRODUTO
                                       " seq " CPG-SEQ
                                       " emissao " CPG-EMISSAO
                                       " venc " CPG-VENCIMENTO
                                       " valor " WSS-ValorEd
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           MOVE WSS-TotAberto TO WSS-ValorEd
           DISPLAY "Total em aberto do fornecedor: " WSS-ValorEd.

       BuscarFornecedor.
           MOVE "*** SEM CADASTRO ***" TO WSS-NomeFornec
           MOVE "N" TO WSS-FornecBloqueado
           IF WSS-FornecAberto = "S"
               MOVE WSS-CodigoFornec TO FOR-CODIGO
               READ FORNEC-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE FOR-NOME TO WSS-NomeFornec
                       IF FOR-BLOQUEADO
                           MOVE "S" TO WSS-FornecBloqueado
                       END-IF
               END-READ
           END-IF.
      *wrun32 exerc-35-pag
