       IDENTIFICATION DIVISION.
       PROGRAM-ID. Exerc-43-Pto.
       AUTHOR. JOAO_PAULO.

      * Marcacoes de ponto diarias (PONTODIA): carrega a
      * exportacao do relogio de ponto (RELOGIOEXP, uma linha por
      * marcacao - matricula, data, entrada e saida em HHMM, a
      * saida em branco quando o funcionario nao bateu a saida),
      * com critica da matricula no FUNCIONARIOS, da data pelo
      * VALIDATA e dos horarios. Linha ja carregada (mesma
      * matricula, data e entrada) nao entra de novo, entao a
      * exportacao pode ser recarregada. Entrada sem saida fica
      * pendente: o supervisor lista as pendencias e acerta a
      * saida aqui, antes da apuracao mensal do ponto
      * (exerc-43-pon), que nao roda com pendencia na
      * competencia.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RELOGIO-FILE ASSIGN TO WSS-NomeExportacao
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WSS-FS-RELOGIO.
           SELECT PONTO-FILE ASSIGN TO "PONTODIA"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PNT-CHAVE
               FILE STATUS IS WSS-FS-PONTO.
           SELECT FUNCIONARIOS-FILE ASSIGN TO "FUNCIONARIOS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FUN-MATRICULA
               FILE STATUS IS WSS-FS-FUNCIONARIOS.

       DATA DIVISION.
       FILE SECTION.
       FD  RELOGIO-FILE.
       01  RELOGIO-REG.
           05  RLG-MATRICULA       PIC X(05).
           05  RLG-DATA            PIC X(08).
           05  RLG-ENTRADA         PIC X(04).
           05  RLG-SAIDA           PIC X(04).

       FD  PONTO-FILE.
           COPY "PONTO.CPY".

       FD  FUNCIONARIOS-FILE.
           COPY "FUNCION.CPY".

       WORKING-STORAGE SECTION.
       77  WSS-FS-RELOGIO       PIC X(02).
       77  WSS-FS-PONTO         PIC X(02).
       77  WSS-FS-FUNCIONARIOS  PIC X(02).
       77  WSS-NomeExportacao   PIC X(24).
       77  WSS-Continuar        PIC X(01) VALUE "S".
       77  WSS-OpcaoMenu        PIC 9.
       77  WSS-Operador         PIC 9(3).
       77  WSS-OperadorValido   PIC X(01).
       77  WSS-Matricula        PIC 9(5).
       77  WSS-DataMarcacao     PIC 9(8).
       77  WSS-DataValida       PIC X(01).
       77  WSS-MotivoData       PIC X(30).
       77  WSS-MotivoRejeicao   PIC X(30).
       77  WSS-Competencia      PIC 9(6).
       77  WSS-CompetReg        PIC 9(6).
       77  WSS-fim-arquivo      PIC X(01).
           88 WSS-NAO-HA-MAIS-LINHAS  VALUE "S".
       77  WSS-fim-ponto        PIC X(01).
           88 WSS-NAO-HA-MAIS-MARCACOES  VALUE "S".
       77  WSS-QtdLidas         PIC 9(6).
       77  WSS-QtdCarregadas    PIC 9(6).
       77  WSS-QtdPendentes     PIC 9(6).
       77  WSS-QtdJaCarregadas  PIC 9(6).
       77  WSS-QtdRejeitadas    PIC 9(6).
       77  WSS-QtdListadas      PIC 9(5).

       01  WSS-Entrada          PIC 9(4).
       01  FILLER REDEFINES WSS-Entrada.
           05  WSS-EntradaHH       PIC 9(2).
           05  WSS-EntradaMM       PIC 9(2).
       01  WSS-Saida            PIC 9(4).
       01  FILLER REDEFINES WSS-Saida.
           05  WSS-SaidaHH         PIC 9(2).
           05  WSS-SaidaMM         PIC 9(2).

       PROCEDURE DIVISION.
       Inicio.
           CALL "OPERSIGN" USING WSS-Operador WSS-OperadorValido
           IF WSS-OperadorValido NOT = "S"
               DISPLAY "Sem operador identificado. Encerrando."
               GO TO Encerramento
           END-IF

           OPEN INPUT FUNCIONARIOS-FILE
           IF WSS-FS-FUNCIONARIOS NOT = "00"
               DISPLAY "Cadastro FUNCIONARIOS indisponivel. Status: "
                       WSS-FS-FUNCIONARIOS
               GO TO Encerramento
           END-IF

           OPEN I-O PONTO-FILE
           IF WSS-FS-PONTO = "35"
               OPEN OUTPUT PONTO-FILE
               CLOSE PONTO-FILE
               OPEN I-O PONTO-FILE
           END-IF
           IF WSS-FS-PONTO NOT = "00"
               DISPLAY "Nao foi possivel abrir PONTODIA. Status: "
                       WSS-FS-PONTO
               CLOSE FUNCIONARIOS-FILE
               GO TO Encerramento
           END-IF

           PERFORM UNTIL WSS-Continuar = "N"
                DISPLAY "--- Marcacoes de ponto ---"
                DISPLAY "1. Carregar exportacao do relogio"
                DISPLAY "2. Listar marcacoes pendentes (sem saida)"
                DISPLAY "3. Acertar saida de marcacao pendente"
                DISPLAY "4. Listar marcacoes de uma matricula"
                DISPLAY "5. Sair"
                DISPLAY "Digite a opcao desejada:"
                ACCEPT WSS-OpcaoMenu

                EVALUATE WSS-OpcaoMenu
                    WHEN 1
                        PERFORM CarregarExportacao
                    WHEN 2
                        PERFORM ListarPendentes
                    WHEN 3
                        PERFORM AcertarMarcacao THRU
                                AcertarMarcacao-Fim
                    WHEN 4
                        PERFORM ListarMatricula
                    WHEN 5
                        DISPLAY "Saindo do programa."
                        MOVE "N" TO WSS-Continuar
                    WHEN OTHER
                        DISPLAY "Opcao invalida."
                END-EVALUATE
           END-PERFORM

           CLOSE PONTO-FILE
           CLOSE FUNCIONARIOS-FILE.

       Encerramento.
           DISPLAY SPACE
           display "Obrigado volte sempre!!! "
           DISPLAY SPACE

           ACCEPT OMITTED.
           EXIT PROGRAM.
           STOP RUN.

       CarregarExportacao.
           DISPLAY "Arquivo exportado pelo relogio (branco = "
                   "RELOGIOEXP): "
           ACCEPT WSS-NomeExportacao
           IF WSS-NomeExportacao = SPACES
               MOVE "RELOGIOEXP" TO WSS-NomeExportacao
           END-IF
           OPEN INPUT RELOGIO-FILE
           IF WSS-FS-RELOGIO NOT = "00"
               DISPLAY "Arquivo " WSS-NomeExportacao " nao "
                       "encontrado. Status: " WSS-FS-RELOGIO
           ELSE
               MOVE ZEROS TO WSS-QtdLidas WSS-QtdCarregadas
                             WSS-QtdPendentes WSS-QtdJaCarregadas
                             WSS-QtdRejeitadas
               MOVE "N" TO WSS-fim-arquivo
               READ RELOGIO-FILE
                   AT END SET WSS-NAO-HA-MAIS-LINHAS TO TRUE
               END-READ
               PERFORM UNTIL WSS-NAO-HA-MAIS-LINHAS
                   ADD 1 TO WSS-QtdLidas
                   PERFORM CriticarLinha THRU CriticarLinha-Fim
                   IF WSS-MotivoRejeicao = SPACES
                       PERFORM GravarMarcacao
                   ELSE
                       DISPLAY "Linha " WSS-QtdLidas " rejeitada ("
                               WSS-MotivoRejeicao "): " RELOGIO-REG
                       ADD 1 TO WSS-QtdRejeitadas
                   END-IF
                   READ RELOGIO-FILE
                       AT END SET WSS-NAO-HA-MAIS-LINHAS TO TRUE
                   END-READ
               END-PERFORM
               CLOSE RELOGIO-FILE
               DISPLAY "------ CARGA DO PONTODIA ------"
               DISPLAY "Linhas lidas.........: " WSS-QtdLidas
               DISPLAY "Marcacoes carregadas.: " WSS-QtdCarregadas
               DISPLAY "  sem saida.........: " WSS-QtdPendentes
               DISPLAY "Ja carregadas antes..: " WSS-QtdJaCarregadas
               DISPLAY "Linhas rejeitadas....: " WSS-QtdRejeitadas
           END-IF.

      * A saida em branco deixa a marcacao pendente; saida
      * informada tem de ser horario valido.
       CriticarLinha.
           MOVE SPACES TO WSS-MotivoRejeicao
           IF RLG-MATRICULA IS NOT NUMERIC
              OR RLG-DATA IS NOT NUMERIC
              OR RLG-ENTRADA IS NOT NUMERIC
               MOVE "CAMPO NAO NUMERICO" TO WSS-MotivoRejeicao
               GO TO CriticarLinha-Fim
           END-IF
           MOVE RLG-MATRICULA TO FUN-MATRICULA
           READ FUNCIONARIOS-FILE
               INVALID KEY
                   MOVE "MATRICULA NAO CADASTRADA"
                        TO WSS-MotivoRejeicao
           END-READ
           IF WSS-MotivoRejeicao NOT = SPACES
               GO TO CriticarLinha-Fim
           END-IF
           MOVE RLG-DATA TO WSS-DataMarcacao
           CALL "VALIDATA" USING WSS-DataMarcacao WSS-DataValida
                                 WSS-MotivoData
           IF WSS-DataValida NOT = "S"
               MOVE WSS-MotivoData TO WSS-MotivoRejeicao
               GO TO CriticarLinha-Fim
           END-IF
           MOVE RLG-ENTRADA TO WSS-Entrada
           IF WSS-EntradaHH > 23 OR WSS-EntradaMM > 59
               MOVE "ENTRADA INVALIDA" TO WSS-MotivoRejeicao
               GO TO CriticarLinha-Fim
           END-IF
           MOVE ZEROS TO WSS-Saida
           IF RLG-SAIDA NOT = SPACES
               IF RLG-SAIDA IS NOT NUMERIC
                   MOVE "SAIDA INVALIDA" TO WSS-MotivoRejeicao
                   GO TO CriticarLinha-Fim
               END-IF
               MOVE RLG-SAIDA TO WSS-Saida
               IF WSS-SaidaHH > 23 OR WSS-SaidaMM > 59
                   MOVE "SAIDA INVALIDA" TO WSS-MotivoRejeicao
                   GO TO CriticarLinha-Fim
               END-IF
           END-IF.
       CriticarLinha-Fim.
           EXIT.

       GravarMarcacao.
           MOVE FUN-MATRICULA TO PNT-MATRICULA
           MOVE WSS-DataMarcacao TO PNT-DATA
           MOVE WSS-Entrada TO PNT-ENTRADA
           MOVE WSS-Saida TO PNT-SAIDA
           IF RLG-SAIDA = SPACES
               SET PNT-PENDENTE TO TRUE
           ELSE
               SET PNT-FECHADA TO TRUE
           END-IF
           SET PNT-DO-RELOGIO TO TRUE
           MOVE WSS-Operador TO PNT-OPERADOR
           WRITE PONTO-REG
               INVALID KEY
                   ADD 1 TO WSS-QtdJaCarregadas
               NOT INVALID KEY
                   ADD 1 TO WSS-QtdCarregadas
                   IF PNT-PENDENTE
                       ADD 1 TO WSS-QtdPendentes
                   END-IF
           END-WRITE.

       ListarPendentes.
           DISPLAY "Competencia (AAAAMM, 0 = todas): "
           ACCEPT WSS-Competencia
           MOVE ZEROS TO WSS-QtdListadas
           DISPLAY "------ MARCACOES SEM SAIDA ------"
           MOVE LOW-VALUES TO PNT-CHAVE
           MOVE "N" TO WSS-fim-ponto
           START PONTO-FILE KEY NOT < PNT-CHAVE
               INVALID KEY SET WSS-NAO-HA-MAIS-MARCACOES TO TRUE
           END-START
           PERFORM UNTIL WSS-NAO-HA-MAIS-MARCACOES
               READ PONTO-FILE NEXT RECORD
                   AT END SET WSS-NAO-HA-MAIS-MARCACOES TO TRUE
                   NOT AT END
                       COMPUTE WSS-CompetReg = PNT-DATA / 100
                       IF PNT-PENDENTE
                          AND (WSS-Competencia = ZEROS
                               OR WSS-CompetReg = WSS-Competencia)
                           DISPLAY "Matricula " PNT-MATRICULA
                                   " data " PNT-DATA " entrada "
                                   PNT-ENTRADA
                           ADD 1 TO WSS-QtdListadas
                       END-IF
               END-READ
           END-PERFORM
           DISPLAY "Marcacoes pendentes: " WSS-QtdListadas.

       AcertarMarcacao.
           DISPLAY "Matricula: "
           ACCEPT PNT-MATRICULA
           DISPLAY "Data da marcacao (AAAAMMDD): "
           ACCEPT PNT-DATA
           DISPLAY "Hora da entrada (HHMM): "
           ACCEPT PNT-ENTRADA
           READ PONTO-FILE
               INVALID KEY
                   DISPLAY "Marcacao nao encontrada."
                   GO TO AcertarMarcacao-Fim
           END-READ
           IF NOT PNT-PENDENTE
               DISPLAY "Marcacao ja tem saida " PNT-SAIDA
                       ". Nada alterado."
               GO TO AcertarMarcacao-Fim
           END-IF
           DISPLAY "Hora da saida (HHMM; menor que a entrada = "
                   "dia seguinte): "
           ACCEPT WSS-Saida
           IF WSS-SaidaHH > 23 OR WSS-SaidaMM > 59
               DISPLAY "Horario invalido. Nada alterado."
               GO TO AcertarMarcacao-Fim
           END-IF
           MOVE WSS-Saida TO PNT-SAIDA
           SET PNT-FECHADA TO TRUE
           SET PNT-ACERTADA TO TRUE
           MOVE WSS-Operador TO PNT-OPERADOR
           REWRITE PONTO-REG
               INVALID KEY
                   DISPLAY "Erro ao regravar PONTODIA. Status: "
                           WSS-FS-PONTO
               NOT INVALID KEY
                   DISPLAY "Saida acertada."
           END-REWRITE.
       AcertarMarcacao-Fim.
           EXIT.

       ListarMatricula.
           DISPLAY "Matricula: "
           ACCEPT WSS-Matricula
           DISPLAY "Competencia (AAAAMM): "
           ACCEPT WSS-Competencia
           MOVE ZEROS TO WSS-QtdListadas
           MOVE WSS-Matricula TO PNT-MATRICULA
           COMPUTE PNT-DATA = WSS-Competencia * 100
           MOVE ZEROS TO PNT-ENTRADA
           MOVE "N" TO WSS-fim-ponto
           START PONTO-FILE KEY NOT < PNT-CHAVE
               INVALID KEY SET WSS-NAO-HA-MAIS-MARCACOES TO TRUE
           END-START
           DISPLAY "------ PONTO DA MATRICULA " WSS-Matricula
                   " EM " WSS-Competencia " ------"
           PERFORM UNTIL WSS-NAO-HA-MAIS-MARCACOES
               READ PONTO-FILE NEXT RECORD
                   AT END SET WSS-NAO-HA-MAIS-MARCACOES TO TRUE
                   NOT AT END
                       COMPUTE WSS-CompetReg = PNT-DATA / 100
                       IF PNT-MATRICULA NOT = WSS-Matricula
                          OR WSS-CompetReg NOT = WSS-Competencia
                           SET WSS-NAO-HA-MAIS-MARCACOES TO TRUE
                       ELSE
                           IF PNT-PENDENTE
                               DISPLAY PNT-DATA " " PNT-ENTRADA
                                       " a ---- PENDENTE"
                           ELSE
                               DISPLAY PNT-DATA " " PNT-ENTRADA
                                       " a " PNT-SAIDA
                           END-IF
                           ADD 1 TO WSS-QtdListadas
                       END-IF
               END-READ
           END-PERFORM
           DISPLAY "Marcacoes listadas: " WSS-QtdListadas.
      *wrun32 exerc-43-pto
