      * meses). Mesmo molde do Exerc-44-Tax: mudancas entram como
      * novos registros com vigencia e vale o de maior vigencia ja
      * alcancada. A cobranca e do batch mensal exerc-44-cob.
      * Como nas taxas, a tarifa lancada entra pendente e so vale
      * depois de aprovada (opcao 3) por outro operador com a
      * funcao AP do OPERAUTH.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       77  WSS-DataHoje         PIC 9(8).
       77  WSS-QtdListadas      PIC 9(3).
       77  WSS-TipoInformado    PIC 9(1).
       77  WSS-IndTipo          PIC 9(1).

       01  TABELA-TARIFAS-VIGENTES.
           05  TARIFA-VIGENTE OCCURS 3 TIMES.
               10  vig-valor         PIC 9(5)V99.
               10  vig-saldomin      PIC 9(7)V99.
               10  vig-mesesisen     PIC 9(2).
               10  vig-vigencia      PIC 9(8).

       01  WSS-Operador         PIC 9(3).
       01  WSS-OperadorValido   PIC X(01).
       77  WSS-AutPrograma      PIC X(12) VALUE "exerc-44-tar".
       77  WSS-AutFuncao        PIC X(2) VALUE "AP".
       77  WSS-AutAutorizado    PIC X(1).
       77  WSS-Hora8            PIC 9(8).
       77  WSS-IndPen           PIC 9(2).
       77  WSS-QtdLidas         PIC 9(2).
       77  WSS-QtdPendentes     PIC 9(2).
       77  WSS-NumeroEscolhido  PIC 9(2).
       77  WSS-Decisao          PIC X(01).
       01  TABELA-PENDENTES.
           05  TARIFA-PENDENTE OCCURS 50 TIMES.
               10  pen-tipo          PIC 9(1).
               10  pen-valor         PIC 9(5)V99.
               10  pen-saldomin      PIC 9(7)V99.
               10  pen-mesesisen     PIC 9(2).
               10  pen-vigencia      PIC 9(8).
               10  pen-lancador      PIC 9(3).
               10  pen-lancdata      PIC 9(8).
               10  pen-lanchora      PIC 9(6).
               10  pen-decidida      PIC X(01).

       PROCEDURE DIVISION.
       Inicio.
           CALL "OPERSIGN" USING WSS-Operador WSS-OperadorValido
           IF WSS-OperadorValido NOT = "S"
               DISPLAY "Sem operador identificado. Encerrando."
               GO TO Encerramento
           END-IF
           ACCEPT WSS-DataHoje FROM DATE YYYYMMDD

           PERFORM UNTIL WSS-Continuar = "N"
                DISPLAY "--- Manutencao de tarifas ---"
                DISPLAY "1. Lancar tarifa com vigencia"
                DISPLAY "2. Listar historico completo"
                DISPLAY "3. Aprovar ou rejeitar tarifa pendente"
                DISPLAY "4. Sair"
                DISPLAY "Digite a opcao desejada:"
                ACCEPT WSS-OpcaoMenu

                    WHEN 2
                        PERFORM ListarHistorico
                    WHEN 3
                        PERFORM AprovarPendente
                            THRU AprovarPendente-Fim
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
                   DISPLAY "Nao foi possivel gravar em "
                           "TARIFAPARAM. Status: " WSS-FS-TARIFA
               ELSE
                   MOVE WSS-Operador TO TAR-LANCADOR
                   MOVE WSS-DataHoje TO TAR-LANCDATA
                   ACCEPT WSS-Hora8 FROM TIME
                   MOVE WSS-Hora8 (1:6) TO TAR-LANCHORA
                   MOVE "P" TO TAR-SITUACAO
                   MOVE ZEROS TO TAR-APROVADOR
                   MOVE ZEROS TO TAR-APRDATA
                   WRITE TARIFA-REG
                   CLOSE TARIFA-FILE
                   DISPLAY "Tarifa gravada com vigencia "
                           TAR-VIGENCIA ", pendente de aprovacao."
               END-IF
           END-IF.

                           TAR-VALOR " isencao saldo "
                           TAR-SALDOMIN " idade " TAR-MESESISEN
                           " meses vigencia " TAR-VIGENCIA
                           " situacao " TAR-SITUACAO
                   ADD 1 TO WSS-QtdListadas
                   READ TARIFA-FILE
                       AT END SET WSS-NAO-HA-MAIS-TARIFAS TO TRUE
               CLOSE TARIFA-FILE
               DISPLAY "Registros no historico: " WSS-QtdListadas
           END-IF.

      * Aprovacao: so com AP (ou tudo) no perfil, e nunca por
      * quem lancou a tarifa. A decisao vai como copia do registro
      * lancado, com situacao A ou R, o aprovador e a data.
       AprovarPendente.
           CALL "OPERAUTH" USING WSS-Operador WSS-AutPrograma
                WSS-AutFuncao WSS-AutAutorizado
           IF WSS-AutAutorizado NOT = "S"
               DISPLAY "Operador sem autorizacao para aprovar "
                       "parametros."
               GO TO AprovarPendente-Fim
           END-IF
           PERFORM CarregarPendentes
           IF WSS-QtdPendentes = ZEROS
               DISPLAY "Nenhuma tarifa pendente de aprovacao."
               GO TO AprovarPendente-Fim
           END-IF
           PERFORM CarregarVigentes
           DISPLAY "------ TARIFAS PENDENTES ------"
           PERFORM VARYING WSS-IndPen FROM 1 BY 1
                   UNTIL WSS-IndPen > WSS-QtdPendentes
               MOVE pen-tipo (WSS-IndPen) TO WSS-IndTipo
               DISPLAY WSS-IndPen ". Tipo " pen-tipo (WSS-IndPen)
                       " vigencia " pen-vigencia (WSS-IndPen)
                       " lancada por " pen-lancador (WSS-IndPen)
                       " em " pen-lancdata (WSS-IndPen)
               DISPLAY "    atual: tarifa " vig-valor (WSS-IndTipo)
                       " isencao saldo " vig-saldomin (WSS-IndTipo)
                       " idade " vig-mesesisen (WSS-IndTipo)
               DISPLAY "    nova.: tarifa " pen-valor (WSS-IndPen)
                       " isencao saldo " pen-saldomin (WSS-IndPen)
                       " idade " pen-mesesisen (WSS-IndPen)
           END-PERFORM
           DISPLAY "Numero da tarifa a decidir (0 = nenhuma): "
           ACCEPT WSS-NumeroEscolhido
           IF WSS-NumeroEscolhido = ZEROS
              OR WSS-NumeroEscolhido > WSS-QtdPendentes
               DISPLAY "Nada decidido."
               GO TO AprovarPendente-Fim
           END-IF
           MOVE WSS-NumeroEscolhido TO WSS-IndPen
           IF pen-lancador (WSS-IndPen) = WSS-Operador
               DISPLAY "Quem lancou a tarifa nao pode aprova-la. "
                       "Nada decidido."
               GO TO AprovarPendente-Fim
           END-IF
           DISPLAY "A aprova, R rejeita: "
           ACCEPT WSS-Decisao
           IF WSS-Decisao NOT = "A" AND WSS-Decisao NOT = "R"
               DISPLAY "Decisao invalida. Nada decidido."
               GO TO AprovarPendente-Fim
           END-IF
           OPEN EXTEND TARIFA-FILE
           IF WSS-FS-TARIFA NOT = "00"
               DISPLAY "Nao foi possivel gravar TARIFAPARAM. "
                       "Status: " WSS-FS-TARIFA
           ELSE
               MOVE pen-tipo (WSS-IndPen) TO TAR-TIPOCONTA
               MOVE pen-valor (WSS-IndPen) TO TAR-VALOR
               MOVE pen-saldomin (WSS-IndPen) TO TAR-SALDOMIN
               MOVE pen-mesesisen (WSS-IndPen) TO TAR-MESESISEN
               MOVE pen-vigencia (WSS-IndPen) TO TAR-VIGENCIA
               MOVE pen-lancador (WSS-IndPen) TO TAR-LANCADOR
               MOVE pen-lancdata (WSS-IndPen) TO TAR-LANCDATA
               MOVE pen-lanchora (WSS-IndPen) TO TAR-LANCHORA
               MOVE WSS-Decisao TO TAR-SITUACAO
               MOVE WSS-Operador TO TAR-APROVADOR
               MOVE WSS-DataHoje TO TAR-APRDATA
               WRITE TARIFA-REG
               CLOSE TARIFA-FILE
               IF WSS-Decisao = "A"
                   DISPLAY "Tarifa aprovada; vale a partir de "
                           pen-vigencia (WSS-IndPen) "."
               ELSE
                   DISPLAY "Tarifa rejeitada."
               END-IF
           END-IF.
       AprovarPendente-Fim.
           EXIT.

      * Pendente e o registro P que ainda nao tem copia decidida
      * (A ou R) do mesmo lancamento.
       CarregarPendentes.
           MOVE ZEROS TO WSS-QtdLidas
           OPEN INPUT TARIFA-FILE
           IF WSS-FS-TARIFA = "35"
               CONTINUE
           ELSE
               MOVE "N" TO WSS-fim-arquivo
               READ TARIFA-FILE
                   AT END SET WSS-NAO-HA-MAIS-TARIFAS TO TRUE
               END-READ
               PERFORM UNTIL WSS-NAO-HA-MAIS-TARIFAS
                   IF TAR-PENDENTE
                       IF WSS-QtdLidas < 50
                           ADD 1 TO WSS-QtdLidas
                           MOVE WSS-QtdLidas TO WSS-IndPen
                           MOVE TAR-TIPOCONTA
                                TO pen-tipo (WSS-IndPen)
                           MOVE TAR-VALOR
                                TO pen-valor (WSS-IndPen)
                           MOVE TAR-SALDOMIN
                                TO pen-saldomin (WSS-IndPen)
                           MOVE TAR-MESESISEN
                                TO pen-mesesisen (WSS-IndPen)
                           MOVE TAR-VIGENCIA
                                TO pen-vigencia (WSS-IndPen)
                           MOVE TAR-LANCADOR
                                TO pen-lancador (WSS-IndPen)
                           MOVE TAR-LANCDATA
                                TO pen-lancdata (WSS-IndPen)
                           MOVE TAR-LANCHORA
                                TO pen-lanchora (WSS-IndPen)
                           MOVE "N" TO pen-decidida (WSS-IndPen)
                       ELSE
                           DISPLAY "Limite de 50 tarifas pendentes "
                                   "atingido."
                       END-IF
                   ELSE
                       IF TAR-SITUACAO NOT = SPACE
                           PERFORM BaixarPendente
                       END-IF
                   END-IF
                   READ TARIFA-FILE
                       AT END SET WSS-NAO-HA-MAIS-TARIFAS TO TRUE
                   END-READ
               END-PERFORM
               CLOSE TARIFA-FILE
           END-IF
           MOVE ZEROS TO WSS-QtdPendentes
           PERFORM VARYING WSS-IndPen FROM 1 BY 1
                   UNTIL WSS-IndPen > WSS-QtdLidas
               IF pen-decidida (WSS-IndPen) = "N"
                   ADD 1 TO WSS-QtdPendentes
                   MOVE TARIFA-PENDENTE (WSS-IndPen)
                        TO TARIFA-PENDENTE (WSS-QtdPendentes)
               END-IF
           END-PERFORM.

       BaixarPendente.
           PERFORM VARYING WSS-IndPen FROM 1 BY 1
                   UNTIL WSS-IndPen > WSS-QtdLidas
               IF pen-tipo (WSS-IndPen) = TAR-TIPOCONTA
                  AND pen-vigencia (WSS-IndPen) = TAR-VIGENCIA
                  AND pen-lancador (WSS-IndPen) = TAR-LANCADOR
                  AND pen-lancdata (WSS-IndPen) = TAR-LANCDATA
                  AND pen-lanchora (WSS-IndPen) = TAR-LANCHORA
                   MOVE "S" TO pen-decidida (WSS-IndPen)
               END-IF
           END-PERFORM.
       CarregarVigentes.
           PERFORM VARYING WSS-IndTipo FROM 1 BY 1
                   UNTIL WSS-IndTipo > 3
               MOVE ZEROS TO vig-valor (WSS-IndTipo)
               MOVE ZEROS TO vig-saldomin (WSS-IndTipo)
               MOVE ZEROS TO vig-mesesisen (WSS-IndTipo)
               MOVE ZEROS TO vig-vigencia (WSS-IndTipo)
           END-PERFORM
           OPEN INPUT TARIFA-FILE
           IF WSS-FS-TARIFA = "35"
               CONTINUE
           ELSE
               MOVE "N" TO WSS-fim-arquivo
               READ TARIFA-FILE
                   AT END SET WSS-NAO-HA-MAIS-TARIFAS TO TRUE
               END-READ
               PERFORM UNTIL WSS-NAO-HA-MAIS-TARIFAS
                   IF TAR-TIPOCONTA >= 1 AND TAR-TIPOCONTA <= 3
                      AND TAR-VIGENCIA NOT > WSS-DataHoje
                      AND TAR-APROVADA
                      AND TAR-VIGENCIA NOT <
                          vig-vigencia (TAR-TIPOCONTA)
                       MOVE TAR-VALOR TO vig-valor (TAR-TIPOCONTA)
                       MOVE TAR-SALDOMIN
                            TO vig-saldomin (TAR-TIPOCONTA)
                       MOVE TAR-MESESISEN
                            TO vig-mesesisen (TAR-TIPOCONTA)
                       MOVE TAR-VIGENCIA
                            TO vig-vigencia (TAR-TIPOCONTA)
                   END-IF
                   READ TARIFA-FILE
                       AT END SET WSS-NAO-HA-MAIS-TARIFAS TO TRUE
                   END-READ
               END-PERFORM
               CLOSE TARIFA-FILE
           END-IF.
      *wrun32 exerc-44-tar
