       IDENTIFICATION DIVISION.
       PROGRAM-ID. UTIL-PERIODO.
       AUTHOR. JOAO_PAULO.

      * Manutencao das competencias fechadas (PERIODOS) por
      * subsistema - VD vendas, IN investimento, FO folha, ES
      * escola: fecha a competencia ja apurada e reportada, reabre
      * uma competencia fechada para acerto e lista a situacao. A
      * gravacao passa pelo servico PERFECH (util-perfech), o
      * mesmo que os programas de lancamento consultam antes de
      * gravar movimento datado. Fechar e reabrir exigem a funcao
      * FP de supervisor no perfil (OPERAUTH); a reabertura fica
      * no SEGLOG. O faturamento (VD) ja fecha sozinho no
      * fechamento mensal do Exerc-6-Mes.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PERIODOS-FILE ASSIGN TO "PERIODOS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WSS-FS-PERIODOS.

       DATA DIVISION.
       FILE SECTION.
       FD  PERIODOS-FILE.
           COPY "PERIODO.CPY".

       WORKING-STORAGE SECTION.
       77  WSS-FS-PERIODOS      PIC X(02).
       77  WSS-Continuar        PIC X(01) VALUE "S".
       77  WSS-OpcaoMenu        PIC 9.
       77  WSS-fim-arquivo      PIC X(01).
           88 WSS-NAO-HA-MAIS-PERIODOS  VALUE "S".
       01  WSS-Operador         PIC 9(3).
       01  WSS-OperadorValido   PIC X(01).
       77  WSS-AutPrograma      PIC X(12) VALUE "UTIL-PERIODO".
       77  WSS-AutFuncao        PIC X(02) VALUE "FP".
       77  WSS-AutAutorizado    PIC X(01).

       01  WSS-PerOperacao      PIC X(1).
       01  WSS-PerSubsistema    PIC X(2).
       01  WSS-PerData          PIC 9(8).
       01  WSS-PerSituacao      PIC X(1).
       77  WSS-Competencia      PIC 9(6).
       77  WSS-SubsistemaOk     PIC X(01).
       77  WSS-ProcSubsistema   PIC X(2).
       77  WSS-ProcCompetencia  PIC 9(6).
       77  WSS-Confirma         PIC X(01).

       77  WSS-IndPer           PIC 9(3).
       77  WSS-QtdPeriodos      PIC 9(3).
       77  WSS-AchouPeriodo     PIC X(01).
       01  TABELA-PERIODOS.
           05  PERIODO-ATUAL OCCURS 300 TIMES.
               10  prd-subsistema     PIC X(2).
               10  prd-competencia    PIC 9(6).
               10  prd-situacao       PIC X(1).
               10  prd-operador       PIC 9(3).
               10  prd-programa       PIC X(12).
               10  prd-data           PIC 9(8).

       PROCEDURE DIVISION.
       Inicio.
           CALL "OPERSIGN" USING WSS-Operador WSS-OperadorValido
           IF WSS-OperadorValido NOT = "S"
               DISPLAY "Sem operador identificado. Encerrando."
               GO TO Encerramento
           END-IF

           PERFORM UNTIL WSS-Continuar = "N"
                DISPLAY "--- Competencias fechadas ---"
                DISPLAY "1. Fechar competencia"
                DISPLAY "2. Reabrir competencia"
                DISPLAY "3. Listar situacao"
                DISPLAY "4. Sair"
                DISPLAY "Digite a opcao desejada:"
                ACCEPT WSS-OpcaoMenu

                EVALUATE WSS-OpcaoMenu
                    WHEN 1
                        MOVE "F" TO WSS-PerOperacao
                        PERFORM AlterarSituacao
                    WHEN 2
                        MOVE "A" TO WSS-PerOperacao
                        PERFORM AlterarSituacao
                    WHEN 3
                        PERFORM ListarPeriodos
                    WHEN 4
                        DISPLAY "Saindo do programa."
                        MOVE "N" TO WSS-Continuar
                    WHEN OTHER
                        DISPLAY "Opcao invalida."
                END-EVALUATE
           END-PERFORM.

       Encerramento.
           DISPLAY SPACE
           display "Obrigado volte sempre!!! "
           DISPLAY SPACE

           ACCEPT OMITTED.
           EXIT PROGRAM.
           STOP RUN.

       AlterarSituacao.
           CALL "OPERAUTH" USING WSS-Operador WSS-AutPrograma
                WSS-AutFuncao WSS-AutAutorizado
           IF WSS-AutAutorizado NOT = "S"
               DISPLAY "Operador sem a funcao FP de supervisor. "
                       "Nada alterado."
           ELSE
               DISPLAY "Subsistema (VD vendas, IN investimento, "
                       "FO folha, ES escola): "
               ACCEPT WSS-PerSubsistema
               MOVE FUNCTION UPPER-CASE (WSS-PerSubsistema)
                    TO WSS-PerSubsistema
               PERFORM ConferirSubsistema
               IF WSS-SubsistemaOk = "N"
                   DISPLAY "Subsistema desconhecido. Nada alterado."
               ELSE
                   DISPLAY "Competencia (AAAAMM): "
                   ACCEPT WSS-Competencia
                   IF WSS-Competencia (5:2) < "01"
                      OR WSS-Competencia (5:2) > "12"
                       DISPLAY "Competencia invalida. Nada alterado."
                   ELSE
                       PERFORM ConfirmarAlteracao
                   END-IF
               END-IF
           END-IF.

      * Confere a situacao atual antes de gravar: nao refecha o
      * que ja esta fechado nem reabre o que esta aberto.
       ConfirmarAlteracao.
           MOVE WSS-Competencia TO WSS-PerData (1:6)
           MOVE "01" TO WSS-PerData (7:2)
           PERFORM CarregarPeriodos
           MOVE WSS-PerSubsistema TO WSS-ProcSubsistema
           MOVE WSS-Competencia TO WSS-ProcCompetencia
           PERFORM ProcurarPeriodo
           MOVE "A" TO WSS-PerSituacao
           IF WSS-AchouPeriodo = "S"
               MOVE prd-situacao (WSS-IndPer) TO WSS-PerSituacao
           END-IF
           IF WSS-PerSituacao = WSS-PerOperacao
               IF WSS-PerOperacao = "F"
                   DISPLAY "Competencia " WSS-Competencia " de "
                           WSS-PerSubsistema " ja esta fechada."
               ELSE
                   DISPLAY "Competencia " WSS-Competencia " de "
                           WSS-PerSubsistema " nao esta fechada."
               END-IF
           ELSE
               IF WSS-PerOperacao = "F"
                   DISPLAY "Fechar " WSS-PerSubsistema " "
                           WSS-Competencia "? Lancamentos com data "
                           "nesse mes serao recusados (S/N): "
               ELSE
                   DISPLAY "Reabrir " WSS-PerSubsistema " "
                           WSS-Competencia "? (S/N): "
               END-IF
               ACCEPT WSS-Confirma
               IF WSS-Confirma = "S" OR WSS-Confirma = "s"
                   CALL "PERFECH" USING WSS-PerOperacao
                        WSS-PerSubsistema WSS-PerData WSS-Operador
                        WSS-AutPrograma WSS-PerSituacao
                   IF WSS-PerSituacao = "S"
                       DISPLAY "Competencia " WSS-Competencia " de "
                               WSS-PerSubsistema " gravada como "
                               WSS-PerOperacao "."
                   ELSE
                       DISPLAY "Nada alterado."
                   END-IF
               ELSE
                   DISPLAY "Nada alterado."
               END-IF
           END-IF.

       ConferirSubsistema.
           EVALUATE WSS-PerSubsistema
               WHEN "VD"
               WHEN "IN"
               WHEN "FO"
               WHEN "ES"
                   MOVE "S" TO WSS-SubsistemaOk
               WHEN OTHER
                   MOVE "N" TO WSS-SubsistemaOk
           END-EVALUATE.

       ListarPeriodos.
           PERFORM CarregarPeriodos
           IF WSS-QtdPeriodos = ZEROS
               DISPLAY "Nenhuma competencia fechada."
           ELSE
               DISPLAY "------ SITUACAO DAS COMPETENCIAS ------"
               PERFORM VARYING WSS-IndPer FROM 1 BY 1
                       UNTIL WSS-IndPer > WSS-QtdPeriodos
                   IF prd-situacao (WSS-IndPer) = "F"
                       DISPLAY prd-subsistema (WSS-IndPer) " "
                               prd-competencia (WSS-IndPer)
                               " FECHADA  em " prd-data (WSS-IndPer)
                               " por " prd-programa (WSS-IndPer)
                               " oper " prd-operador (WSS-IndPer)
                   ELSE
                       DISPLAY prd-subsistema (WSS-IndPer) " "
                               prd-competencia (WSS-IndPer)
                               " REABERTA em " prd-data (WSS-IndPer)
                               " por " prd-programa (WSS-IndPer)
                               " oper " prd-operador (WSS-IndPer)
                   END-IF
               END-PERFORM
           END-IF.

      * Vale o ultimo registro de cada subsistema e competencia.
       CarregarPeriodos.
           MOVE ZEROS TO WSS-QtdPeriodos
           OPEN INPUT PERIODOS-FILE
           IF WSS-FS-PERIODOS = "35"
               CONTINUE
           ELSE
               MOVE "N" TO WSS-fim-arquivo
               READ PERIODOS-FILE
                   AT END SET WSS-NAO-HA-MAIS-PERIODOS TO TRUE
               END-READ
               PERFORM UNTIL WSS-NAO-HA-MAIS-PERIODOS
                   PERFORM GuardarPeriodo
                   READ PERIODOS-FILE
                       AT END SET WSS-NAO-HA-MAIS-PERIODOS TO TRUE
                   END-READ
               END-PERFORM
               CLOSE PERIODOS-FILE
           END-IF.

       GuardarPeriodo.
           MOVE PER-SUBSISTEMA TO WSS-ProcSubsistema
           MOVE PER-COMPETENCIA TO WSS-ProcCompetencia
           PERFORM ProcurarPeriodo
           IF WSS-AchouPeriodo = "N"
               IF WSS-QtdPeriodos < 300
                   ADD 1 TO WSS-QtdPeriodos
                   MOVE WSS-QtdPeriodos TO WSS-IndPer
                   MOVE "S" TO WSS-AchouPeriodo
               ELSE
                   DISPLAY "Limite de 300 competencias atingido."
               END-IF
           END-IF
           IF WSS-AchouPeriodo = "S"
               MOVE PER-SUBSISTEMA TO prd-subsistema (WSS-IndPer)
               MOVE PER-COMPETENCIA TO prd-competencia (WSS-IndPer)
               MOVE PER-SITUACAO TO prd-situacao (WSS-IndPer)
               MOVE PER-OPERADOR TO prd-operador (WSS-IndPer)
               MOVE PER-PROGRAMA TO prd-programa (WSS-IndPer)
               MOVE PER-DATA TO prd-data (WSS-IndPer)
           END-IF.

       ProcurarPeriodo.
           MOVE "N" TO WSS-AchouPeriodo
           PERFORM VARYING WSS-IndPer FROM 1 BY 1
                   UNTIL WSS-IndPer > WSS-QtdPeriodos
                      OR WSS-AchouPeriodo = "S"
               IF prd-subsistema (WSS-IndPer) = WSS-ProcSubsistema
                  AND prd-competencia (WSS-IndPer) =
                      WSS-ProcCompetencia
                   MOVE "S" TO WSS-AchouPeriodo
                   SUBTRACT 1 FROM WSS-IndPer
               END-IF
           END-PERFORM.
      *wrun32 util-periodo
