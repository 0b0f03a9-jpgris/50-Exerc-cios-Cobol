       IDENTIFICATION DIVISION.
       PROGRAM-ID. Exerc-45-Pct.
       AUTHOR. JOAO_PAULO.

      * Manutencao do plano de contas contabil PLANOCONTAS
      * (codigo, nome, natureza e situacao). As regras de
      * contabilizacao (exerc-45-reg) apontam contas daqui e a
      * contabilizacao diaria (exerc-45-lan) recusa conta
      * inexistente ou inativa. Conta com lancamento nao e
      * excluida: inativa-se, e o historico segue no balancete
      * (exerc-45-bal) e no razao (exerc-45-raz). Mudanca de
      * nome ou situacao vai para o diario MUDANCAS.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PLANOCTA-FILE ASSIGN TO "PLANOCONTAS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PCT-CONTA
               FILE STATUS IS WSS-FS-PLANOCTA.

       DATA DIVISION.
       FILE SECTION.
       FD  PLANOCTA-FILE.
           COPY "PLANOCTA.CPY".

       WORKING-STORAGE SECTION.
       77  WSS-FS-PLANOCTA      PIC X(02).
       77  WSS-TfsPrograma      PIC X(12) VALUE "exerc-45-pct".
       77  WSS-TfsArquivo       PIC X(12).
       77  WSS-TfsOperacao      PIC X(10).

       77  WSS-Continuar        PIC X(01) VALUE "S".
       77  WSS-OpcaoMenu        PIC 9.
       77  WSS-CodigoConta      PIC 9(6).
       77  WSS-fim-arquivo      PIC X(01).
           88 WSS-NAO-HA-MAIS-CONTAS  VALUE "S".
       77  WSS-QtdListados      PIC 9(4).

       77  WSS-Operador         PIC 9(3).
       77  WSS-OperadorValido   PIC X(01).

       77  WSS-JrnArquivo       PIC X(12) VALUE "PLANOCONTAS".
       77  WSS-JrnChave         PIC X(10).
       77  WSS-JrnCampo         PIC X(12).
       77  WSS-JrnAntigo        PIC X(30).
       77  WSS-JrnNovo          PIC X(30).
       77  WSS-AntNome          PIC X(30).
       77  WSS-AntSituacao      PIC X(01).

       PROCEDURE DIVISION.
       Inicio.
           CALL "OPERSIGN" USING WSS-Operador WSS-OperadorValido
           IF WSS-OperadorValido NOT = "S"
               DISPLAY "Sem operador identificado. Encerrando."
               GO TO FimPrograma
           END-IF
           OPEN I-O PLANOCTA-FILE
           IF WSS-FS-PLANOCTA = "35"
               OPEN OUTPUT PLANOCTA-FILE
               CLOSE PLANOCTA-FILE
               OPEN I-O PLANOCTA-FILE
           END-IF
           MOVE "PLANOCONTAS" TO WSS-TfsArquivo
           MOVE "OPEN I-O" TO WSS-TfsOperacao
           CALL "TRATAFS" USING WSS-TfsPrograma
                WSS-TfsArquivo WSS-TfsOperacao WSS-FS-PLANOCTA

           PERFORM UNTIL WSS-Continuar = "N"
                DISPLAY "--- Plano de contas ---"
                DISPLAY "1. Incluir conta"
                DISPLAY "2. Alterar nome e situacao"
                DISPLAY "3. Consultar conta"
                DISPLAY "4. Listar plano de contas"
                DISPLAY "5. Sair"
                DISPLAY "Digite a opcao desejada:"
                ACCEPT WSS-OpcaoMenu

                EVALUATE WSS-OpcaoMenu
                    WHEN 1
                        PERFORM IncluirConta
                    WHEN 2
                        PERFORM AlterarConta
                    WHEN 3
                        PERFORM ConsultarConta
                    WHEN 4
                        PERFORM ListarContas
                    WHEN 5
                        DISPLAY "Saindo do programa."
                        MOVE "N" TO WSS-Continuar
                    WHEN OTHER
                        DISPLAY "Opcao invalida."
                END-EVALUATE
           END-PERFORM

           CLOSE PLANOCTA-FILE.

       FimPrograma.
           DISPLAY SPACE
           display "Obrigado volte sempre!!! "
           DISPLAY SPACE

           ACCEPT OMITTED.
           EXIT PROGRAM.
           STOP RUN.

       IncluirConta.
           DISPLAY "Codigo da conta (6 digitos): "
           ACCEPT WSS-CodigoConta
           IF WSS-CodigoConta = ZEROS
               DISPLAY "Conta zero nao e aceita."
           ELSE
               MOVE WSS-CodigoConta TO PCT-CONTA
               READ PLANOCTA-FILE
                   INVALID KEY
                       PERFORM AceitarDadosConta
                       WRITE PLANOCTA-REG
                           INVALID KEY
                               DISPLAY "Erro ao gravar conta. "
                                       "Status: " WSS-FS-PLANOCTA
                           NOT INVALID KEY
                               DISPLAY "Conta " PCT-CONTA
                                       " incluida."
                       END-WRITE
                   NOT INVALID KEY
                       DISPLAY "Conta ja cadastrada: " PCT-NOME
               END-READ
           END-IF.

       AceitarDadosConta.
           MOVE WSS-CodigoConta TO PCT-CONTA
           DISPLAY "Nome da conta: "
           ACCEPT PCT-NOME
           DISPLAY "Natureza (A ativo, P passivo, L patrimonio "
                   "liquido, R receita, D despesa): "
           ACCEPT PCT-NATUREZA
           PERFORM UNTIL PCT-NATUREZA-VALIDA
               DISPLAY "Natureza invalida. Informe A, P, L, R "
                       "ou D: "
               ACCEPT PCT-NATUREZA
           END-PERFORM
           MOVE "A" TO PCT-SITUACAO.

       AlterarConta.
           DISPLAY "Codigo da conta: "
           ACCEPT WSS-CodigoConta
           MOVE WSS-CodigoConta TO PCT-CONTA
           READ PLANOCTA-FILE
               INVALID KEY
                   DISPLAY "Conta nao cadastrada."
               NOT INVALID KEY
                   PERFORM MostrarConta
                   MOVE PCT-NOME TO WSS-AntNome
                   MOVE PCT-SITUACAO TO WSS-AntSituacao
                   DISPLAY "Novo nome: "
                   ACCEPT PCT-NOME
                   DISPLAY "Situacao (A ativa, I inativa): "
                   ACCEPT PCT-SITUACAO
                   PERFORM UNTIL PCT-ATIVA OR PCT-INATIVA
                       DISPLAY "Situacao invalida. Informe A ou I: "
                       ACCEPT PCT-SITUACAO
                   END-PERFORM
                   REWRITE PLANOCTA-REG
                       INVALID KEY
                           DISPLAY "Erro ao regravar. Status: "
                                   WSS-FS-PLANOCTA
                       NOT INVALID KEY
                           PERFORM JornalizarConta
                           DISPLAY "Conta alterada."
                   END-REWRITE
           END-READ.

       JornalizarConta.
           MOVE SPACES TO WSS-JrnChave
           MOVE PCT-CONTA TO WSS-JrnChave (1:6)
           IF WSS-AntNome NOT = PCT-NOME
               MOVE "NOME" TO WSS-JrnCampo
               MOVE WSS-AntNome TO WSS-JrnAntigo
               MOVE PCT-NOME TO WSS-JrnNovo
               CALL "GRAVAJRN" USING WSS-JrnArquivo WSS-JrnChave
                    WSS-JrnCampo WSS-JrnAntigo WSS-JrnNovo
                    WSS-Operador
           END-IF
           IF WSS-AntSituacao NOT = PCT-SITUACAO
               MOVE "SITUACAO" TO WSS-JrnCampo
               MOVE WSS-AntSituacao TO WSS-JrnAntigo
               MOVE PCT-SITUACAO TO WSS-JrnNovo
               CALL "GRAVAJRN" USING WSS-JrnArquivo WSS-JrnChave
                    WSS-JrnCampo WSS-JrnAntigo WSS-JrnNovo
                    WSS-Operador
           END-IF.

       ConsultarConta.
           DISPLAY "Codigo da conta: "
           ACCEPT WSS-CodigoConta
           MOVE WSS-CodigoConta TO PCT-CONTA
           READ PLANOCTA-FILE
               INVALID KEY
                   DISPLAY "Conta nao cadastrada."
               NOT INVALID KEY
                   PERFORM MostrarConta
           END-READ.

       MostrarConta.
           DISPLAY "Conta.......: " PCT-CONTA
           DISPLAY "Nome........: " PCT-NOME
           EVALUATE PCT-NATUREZA
               WHEN "A"
                   DISPLAY "Natureza....: ativo"
               WHEN "P"
                   DISPLAY "Natureza....: passivo"
               WHEN "L"
                   DISPLAY "Natureza....: patrimonio liquido"
               WHEN "R"
                   DISPLAY "Natureza....: receita"
               WHEN OTHER
                   DISPLAY "Natureza....: despesa"
           END-EVALUATE
           IF PCT-INATIVA
               DISPLAY "Situacao....: inativa"
           ELSE
               DISPLAY "Situacao....: ativa"
           END-IF.

       ListarContas.
           MOVE ZEROS TO WSS-QtdListados
           MOVE "N" TO WSS-fim-arquivo
           MOVE ZEROS TO PCT-CONTA
           START PLANOCTA-FILE KEY NOT < PCT-CONTA
               INVALID KEY SET WSS-NAO-HA-MAIS-CONTAS TO TRUE
           END-START
           DISPLAY "------ PLANO DE CONTAS ------"
           PERFORM UNTIL WSS-NAO-HA-MAIS-CONTAS
               READ PLANOCTA-FILE NEXT RECORD
                   AT END SET WSS-NAO-HA-MAIS-CONTAS TO TRUE
                   NOT AT END
                       DISPLAY PCT-CONTA " " PCT-NOME " "
                               PCT-NATUREZA " " PCT-SITUACAO
                       ADD 1 TO WSS-QtdListados
               END-READ
           END-PERFORM
           DISPLAY "Contas listadas: " WSS-QtdListados.
      *wrun32 exerc-45-pct
