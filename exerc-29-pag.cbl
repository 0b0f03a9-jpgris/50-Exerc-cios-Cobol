       IDENTIFICATION DIVISION.
       PROGRAM-ID. Exerc-29-Pag.
       AUTHOR. JOAO_PAULO.

      * Baixa das mensalidades escolares: lista as mensalidades
      * de um aluno em MENSALIDADES e registra o pagamento de uma
      * competencia com a data informada (a do caixa ou a do
      * banco). Pagamento apos o vencimento cobra a multa sobre o
      * valor liquido e a mora ao mes pro rata por dia corrido de
      * atraso, pelos percentuais gravados na mensalidade no
      * faturamento (exerc-29-men); multa, mora e valor pago
      * ficam na mensalidade. Mostra ainda a situacao do aluno
      * pelo servico INADIMPL. Pagamento datado em competencia
      * escolar ja fechada (PERIODOS, servico PERFECH) e recusado;
      * a tentativa vai ao SEGLOG.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MENSAL-FILE ASSIGN TO "MENSALIDADES"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MEN-CHAVE
               FILE STATUS IS WSS-FS-MENSAL.
           SELECT ALUNOS-FILE ASSIGN TO "ALUNOS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS REG-ALUNO-ID
               FILE STATUS IS WSS-FS-ALUNOS.

       DATA DIVISION.
       FILE SECTION.
       FD  MENSAL-FILE.
           COPY "MENSAL.CPY".

       FD  ALUNOS-FILE.
           COPY "ALUNO.CPY".

       WORKING-STORAGE SECTION.
       77  WSS-FS-MENSAL        PIC X(02).
       77  WSS-FS-ALUNOS        PIC X(02).
       77  WSS-TfsPrograma      PIC X(12) VALUE "exerc-29-pag".
       77  WSS-TfsArquivo       PIC X(12).
       77  WSS-TfsOperacao      PIC X(10).

       77  WSS-Continuar        PIC X(01) VALUE "S".
       77  WSS-OpcaoMenu        PIC 9.
       77  WSS-Operador         PIC 9(3).
       77  WSS-OperadorValido   PIC X(01).
       77  WSS-DataHoje         PIC 9(8).
       77  WSS-AlunoId          PIC S9(6).
       77  WSS-Competencia      PIC 9(6).
       77  WSS-DataPagto        PIC 9(8).
       77  WSS-DataValida       PIC X(01).
       77  WSS-MotivoData       PIC X(30).
       77  WSS-PerOperacao      PIC X(01) VALUE "V".
       77  WSS-PerSubsistema    PIC X(02) VALUE "ES".
       77  WSS-PerSituacao      PIC X(01).
       77  WSS-fim-mensal       PIC X(01).
           88 WSS-NAO-HA-MAIS-MENSALIDADES  VALUE "S".
       77  WSS-QtdMensalidades  PIC 9(3).

       77  WSS-DiasAtraso       PIC S9(5).
       77  WSS-Liquido          PIC 9(5)V99.
       77  WSS-Multa            PIC 9(5)V99.
       77  WSS-Mora             PIC 9(5)V99.
       77  WSS-TotalPago        PIC 9(6)V99.
       77  WSS-TotAberto        PIC 9(7)V99.
       77  WSS-ValorEd          PIC zzz,zz9.99.
       77  WSS-TotalEd          PIC z,zzz,zz9.99.

       77  WSS-AlunoNum         PIC 9(5).
       77  WSS-Turma            PIC X(01).
       77  WSS-MesesAtraso      PIC 9(2).
       77  WSS-ValorAtraso      PIC 9(7)V99.
       77  WSS-Inadimplente     PIC X(01).

       PROCEDURE DIVISION.
       Inicio.
           CALL "OPERSIGN" USING WSS-Operador WSS-OperadorValido
           IF WSS-OperadorValido NOT = "S"
               DISPLAY "Sem operador identificado. Encerrando."
               GO TO Encerramento
           END-IF
           ACCEPT WSS-DataHoje FROM DATE YYYYMMDD
           OPEN I-O MENSAL-FILE
           IF WSS-FS-MENSAL = "35"
               DISPLAY "Arquivo MENSALIDADES nao encontrado. Rode o "
                       "faturamento (exerc-29-men) antes."
               GO TO Encerramento
           END-IF
           MOVE "MENSALIDADES" TO WSS-TfsArquivo
           MOVE "OPEN I-O" TO WSS-TfsOperacao
           CALL "TRATAFS" USING WSS-TfsPrograma
                WSS-TfsArquivo WSS-TfsOperacao WSS-FS-MENSAL

           PERFORM UNTIL WSS-Continuar = "N"
                DISPLAY "--- Mensalidades escolares ---"
                DISPLAY "1. Mensalidades de um aluno"
                DISPLAY "2. Registrar pagamento (baixa)"
                DISPLAY "3. Sair"
                DISPLAY "Digite a opcao desejada:"
                ACCEPT WSS-OpcaoMenu

                EVALUATE WSS-OpcaoMenu
                    WHEN 1
                        PERFORM ListarAluno
                    WHEN 2
                        PERFORM RegistrarPagamento
                    WHEN 3
                        DISPLAY "Saindo do programa."
                        MOVE "N" TO WSS-Continuar
                    WHEN OTHER
                        DISPLAY "Opcao invalida."
                END-EVALUATE
           END-PERFORM

           CLOSE MENSAL-FILE.

       Encerramento.
           DISPLAY SPACE
           display "Obrigado volte sempre!!! "
           DISPLAY SPACE

           ACCEPT OMITTED.
           EXIT PROGRAM.
           STOP RUN.

       ListarAluno.
           DISPLAY "Matricula do aluno: "
           ACCEPT WSS-AlunoId
           IF WSS-AlunoId < 0
               DISPLAY "Matricula invalida."
           ELSE
               PERFORM BuscarAluno
               MOVE ZEROS TO WSS-QtdMensalidades
               MOVE ZEROS TO WSS-TotAberto
               MOVE "N" TO WSS-fim-mensal
               MOVE WSS-AlunoId TO MEN-ALUNO
               MOVE ZEROS TO MEN-COMPETENCIA
               START MENSAL-FILE KEY NOT < MEN-CHAVE
                   INVALID KEY SET WSS-NAO-HA-MAIS-MENSALIDADES TO TRUE
               END-START
               PERFORM UNTIL WSS-NAO-HA-MAIS-MENSALIDADES
                   READ MENSAL-FILE NEXT RECORD
                       AT END SET WSS-NAO-HA-MAIS-MENSALIDADES TO TRUE
                       NOT AT END
                           IF MEN-ALUNO NOT = WSS-AlunoId
                               SET WSS-NAO-HA-MAIS-MENSALIDADES
                                   TO TRUE
                           ELSE
                               PERFORM MostrarMensalidade
                           END-IF
                   END-READ
               END-PERFORM
               MOVE WSS-TotAberto TO WSS-TotalEd
               DISPLAY "Mensalidades: " WSS-QtdMensalidades
                       "  em aberto (liquido): " WSS-TotalEd
               PERFORM MostrarInadimplencia
           END-IF.

       MostrarMensalidade.
           ADD 1 TO WSS-QtdMensalidades
           COMPUTE WSS-Liquido = MEN-VALOR - MEN-DESCONTO
           MOVE WSS-Liquido TO WSS-ValorEd
           IF MEN-PAGA
               MOVE MEN-VALORPAGO TO WSS-TotalEd
               DISPLAY "  " MEN-COMPETENCIA " venc " MEN-VENCIMENTO
                       " liquido " WSS-ValorEd
                       " PAGA em " MEN-DTPAGTO " R$ " WSS-TotalEd
           ELSE
               ADD WSS-Liquido TO WSS-TotAberto
               IF MEN-VENCIMENTO < WSS-DataHoje
                   DISPLAY "  " MEN-COMPETENCIA " venc "
                           MEN-VENCIMENTO " liquido " WSS-ValorEd
                           " VENCIDA"
               ELSE
                   DISPLAY "  " MEN-COMPETENCIA " venc "
                           MEN-VENCIMENTO " liquido " WSS-ValorEd
                           " a vencer"
               END-IF
           END-IF.

       RegistrarPagamento.
           DISPLAY "Matricula do aluno: "
           ACCEPT WSS-AlunoId
           DISPLAY "Competencia (AAAAMM): "
           ACCEPT WSS-Competencia
           IF WSS-AlunoId < 0
               DISPLAY "Matricula invalida."
           ELSE
               MOVE WSS-AlunoId TO MEN-ALUNO
               MOVE WSS-Competencia TO MEN-COMPETENCIA
               READ MENSAL-FILE
                   INVALID KEY
                       DISPLAY "Mensalidade nao encontrada em "
                               "MENSALIDADES."
                   NOT INVALID KEY
                       IF MEN-PAGA
                           DISPLAY "Mensalidade ja baixada em "
                                   MEN-DTPAGTO "."
                       ELSE
                           PERFORM BaixarMensalidade
                       END-IF
               END-READ
           END-IF.

       BaixarMensalidade.
           COMPUTE WSS-Liquido = MEN-VALOR - MEN-DESCONTO
           MOVE WSS-Liquido TO WSS-ValorEd
           DISPLAY "Mensalidade " MEN-COMPETENCIA " liquido "
                   WSS-ValorEd " vencimento " MEN-VENCIMENTO
           DISPLAY "Data do pagamento (AAAAMMDD, 0 = hoje): "
           ACCEPT WSS-DataPagto
           IF WSS-DataPagto = ZEROS
               MOVE WSS-DataHoje TO WSS-DataPagto
           END-IF
           CALL "VALIDATA" USING WSS-DataPagto WSS-DataValida
                                 WSS-MotivoData
           PERFORM UNTIL WSS-DataValida = "S"
                      AND WSS-DataPagto NOT > WSS-DataHoje
               IF WSS-DataValida = "S"
                   DISPLAY "Pagamento com data futura. Informe "
                           "novamente (AAAAMMDD): "
               ELSE
                   DISPLAY "Data invalida (" WSS-MotivoData "). "
                           "Informe novamente (AAAAMMDD): "
               END-IF
               ACCEPT WSS-DataPagto
               CALL "VALIDATA" USING WSS-DataPagto WSS-DataValida
                                     WSS-MotivoData
           END-PERFORM
           CALL "PERFECH" USING WSS-PerOperacao WSS-PerSubsistema
                WSS-DataPagto WSS-Operador WSS-TfsPrograma
                WSS-PerSituacao
           IF WSS-PerSituacao = "F"
               DISPLAY "Competencia " WSS-DataPagto (1:6) " da "
                       "escola ja fechada. Pagamento recusado."
           ELSE
               PERFORM GravarBaixa
           END-IF.

       GravarBaixa.
           PERFORM CalcularEncargos
           MOVE WSS-Multa TO MEN-MULTA
           MOVE WSS-Mora TO MEN-MORA
           MOVE WSS-TotalPago TO MEN-VALORPAGO
           MOVE WSS-DataPagto TO MEN-DTPAGTO
           SET MEN-PAGA TO TRUE
           REWRITE MENSAL-REG
           MOVE "REWRITE" TO WSS-TfsOperacao
           MOVE "MENSALIDADES" TO WSS-TfsArquivo
           CALL "TRATAFS" USING WSS-TfsPrograma
                WSS-TfsArquivo WSS-TfsOperacao WSS-FS-MENSAL
           IF WSS-FS-MENSAL = "00"
               DISPLAY "Pagamento registrado pelo operador "
                       WSS-Operador "."
           END-IF.

      * Multa sobre o liquido e mora ao mes pro rata por dia
      * corrido de atraso (30 dias = um mes de mora).
       CalcularEncargos.
           MOVE ZEROS TO WSS-Multa WSS-Mora
           COMPUTE WSS-DiasAtraso =
                   FUNCTION INTEGER-OF-DATE (WSS-DataPagto) -
                   FUNCTION INTEGER-OF-DATE (MEN-VENCIMENTO)
           IF WSS-DiasAtraso > ZEROS
               COMPUTE WSS-Multa ROUNDED =
                       WSS-Liquido * MEN-PERCMULTA / 100
               COMPUTE WSS-Mora ROUNDED =
                       WSS-Liquido * MEN-PERCMORA / 100
                       * WSS-DiasAtraso / 30
               MOVE WSS-Multa TO WSS-ValorEd
               DISPLAY "Atraso de " WSS-DiasAtraso " dias. Multa: "
                       WSS-ValorEd
               MOVE WSS-Mora TO WSS-ValorEd
               DISPLAY "Mora.....: " WSS-ValorEd
           END-IF
           COMPUTE WSS-TotalPago = WSS-Liquido + WSS-Multa + WSS-Mora
           MOVE WSS-TotalPago TO WSS-TotalEd
           DISPLAY "Total a pagar: " WSS-TotalEd.

       BuscarAluno.
           MOVE SPACE TO WSS-Turma
           OPEN INPUT ALUNOS-FILE
           IF WSS-FS-ALUNOS = "00"
               MOVE WSS-AlunoId TO REG-ALUNO-ID
               READ ALUNOS-FILE
                   INVALID KEY
                       DISPLAY "Matricula nao cadastrada em ALUNOS."
                   NOT INVALID KEY
                       DISPLAY "Aluno " REG-ALUNO-ID " "
                               REG-ALUNO-NOME " turma "
                               REG-ALUNO-TURMA
                       MOVE REG-ALUNO-TURMA TO WSS-Turma
               END-READ
               CLOSE ALUNOS-FILE
           END-IF.

      * O servico le MENSALIDADES por conta propria; o arquivo e
      * fechado durante a chamada e reaberto em seguida.
       MostrarInadimplencia.
           MOVE WSS-AlunoId TO WSS-AlunoNum
           CLOSE MENSAL-FILE
           CALL "INADIMPL" USING WSS-AlunoNum WSS-Turma WSS-DataHoje
                WSS-MesesAtraso WSS-ValorAtraso WSS-Inadimplente
           OPEN I-O MENSAL-FILE
           MOVE "MENSALIDADES" TO WSS-TfsArquivo
           MOVE "OPEN I-O" TO WSS-TfsOperacao
           CALL "TRATAFS" USING WSS-TfsPrograma
                WSS-TfsArquivo WSS-TfsOperacao WSS-FS-MENSAL
           IF WSS-Inadimplente = "S"
               DISPLAY "*** ALUNO INADIMPLENTE: " WSS-MesesAtraso
                       " mensalidades vencidas - fora da "
                       "rematricula ***"
           END-IF.
      *wrun32 exerc-29-pag
