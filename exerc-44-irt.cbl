      * usadas pelo credito mensal (Exerc-44-Jur) para reter o
      * imposto do juro bruto. Mesmo molde do Exerc-44-Tax:
      * mudancas entram como novos registros com vigencia e vale
      * o de maior vigencia ja alcancada. Como nas taxas, a
      * aliquota lancada entra pendente e so vale depois de
      * aprovada (opcao 4) por outro operador com a funcao AP.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       77  WSS-VigInformada     PIC 9(8).
       77  WSS-IndTipo          PIC 9(1).

       01  WSS-Operador         PIC 9(3).
       01  WSS-OperadorValido   PIC X(01).
       77  WSS-AutPrograma      PIC X(12) VALUE "exerc-44-irt".
       77  WSS-AutFuncao        PIC X(2) VALUE "AP".
       77  WSS-AutAutorizado    PIC X(1).
       77  WSS-Hora8            PIC 9(8).
       77  WSS-IndPen           PIC 9(2).
       77  WSS-QtdLidas         PIC 9(2).
       77  WSS-QtdPendentes     PIC 9(2).
       77  WSS-NumeroEscolhido  PIC 9(2).
       77  WSS-Decisao          PIC X(01).
       01  TABELA-PENDENTES.
           05  IR-PENDENTE OCCURS 50 TIMES.
               10  pen-tipo          PIC 9(1).
               10  pen-percentual    PIC 9(2)V99.
               10  pen-vigencia      PIC 9(8).
               10  pen-lancador      PIC 9(3).
               10  pen-lancdata      PIC 9(8).
               10  pen-lanchora      PIC 9(6).
               10  pen-decidida      PIC X(01).

       01  TABELA-IR-VIGENTES.
           05  IR-VIGENTE OCCURS 3 TIMES.
               10  vig-percentual    PIC 9(2)V99.

       PROCEDURE DIVISION.
       Inicio.
           CALL "OPERSIGN" USING WSS-Operador WSS-OperadorValido
           IF WSS-OperadorValido NOT = "S"
               DISPLAY "Sem operador identificado. Encerrando."
               GO TO Encerramento
           END-IF
           ACCEPT WSS-DataHoje FROM DATE YYYYMMDD

           PERFORM UNTIL WSS-Continuar = "N"
                DISPLAY "1. Lancar aliquota com vigencia"
                DISPLAY "2. Listar aliquotas vigentes hoje"
                DISPLAY "3. Listar historico completo"
                DISPLAY "4. Aprovar ou rejeitar aliquota pendente"
                DISPLAY "5. Sair"
                DISPLAY "Digite a opcao desejada:"
                ACCEPT WSS-OpcaoMenu

                    WHEN 3
                        PERFORM ListarHistorico
                    WHEN 4
                        PERFORM AprovarPendente
                            THRU AprovarPendente-Fim
                    WHEN 5
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
                   MOVE WSS-TipoInformado TO IRT-TIPOCONTA
                   MOVE WSS-PercInformado TO IRT-PERCENTUAL
                   MOVE WSS-VigInformada TO IRT-VIGENCIA
                   MOVE WSS-Operador TO IRT-LANCADOR
                   MOVE WSS-DataHoje TO IRT-LANCDATA
                   ACCEPT WSS-Hora8 FROM TIME
                   MOVE WSS-Hora8 (1:6) TO IRT-LANCHORA
                   MOVE "P" TO IRT-SITUACAO
                   MOVE ZEROS TO IRT-APROVADOR
                   MOVE ZEROS TO IRT-APRDATA
                   WRITE IRTAXA-REG
                   CLOSE IR-FILE
                   DISPLAY "Aliquota gravada com vigencia "
                           WSS-VigInformada ", pendente de "
                           "aprovacao."
               END-IF
           END-IF.

               PERFORM UNTIL WSS-NAO-HA-MAIS-ALIQUOTAS
                   DISPLAY "Tipo " IRT-TIPOCONTA " aliquota "
                           IRT-PERCENTUAL " % vigencia "
                           IRT-VIGENCIA " situacao " IRT-SITUACAO
                   ADD 1 TO WSS-QtdListadas
                   READ IR-FILE
                       AT END
               PERFORM UNTIL WSS-NAO-HA-MAIS-ALIQUOTAS
                   IF IRT-TIPOCONTA >= 1 AND IRT-TIPOCONTA <= 3
                      AND IRT-VIGENCIA NOT > WSS-DataHoje
                      AND IRT-APROVADA
                      AND IRT-VIGENCIA NOT <
                          vig-vigencia (IRT-TIPOCONTA)
                       MOVE IRT-PERCENTUAL
               END-PERFORM
               CLOSE IR-FILE
           END-IF.

      * Aprovacao: so com AP (ou tudo) no perfil, e nunca por
      * quem lancou a aliquota. A decisao vai como copia do registro
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
               DISPLAY "Nenhuma aliquota pendente de aprovacao."
               GO TO AprovarPendente-Fim
           END-IF
           PERFORM CarregarVigentes
           DISPLAY "------ ALIQUOTAS PENDENTES ------"
           PERFORM VARYING WSS-IndPen FROM 1 BY 1
                   UNTIL WSS-IndPen > WSS-QtdPendentes
               MOVE pen-tipo (WSS-IndPen) TO WSS-IndTipo
               DISPLAY WSS-IndPen ". Tipo " pen-tipo (WSS-IndPen)
                       " aliquota atual " vig-percentual (WSS-IndTipo)
                       " nova " pen-percentual (WSS-IndPen)
                       " vigencia " pen-vigencia (WSS-IndPen)
                       " lancada por " pen-lancador (WSS-IndPen)
                       " em " pen-lancdata (WSS-IndPen)
           END-PERFORM
           DISPLAY "Numero da aliquota a decidir (0 = nenhuma): "
           ACCEPT WSS-NumeroEscolhido
           IF WSS-NumeroEscolhido = ZEROS
              OR WSS-NumeroEscolhido > WSS-QtdPendentes
               DISPLAY "Nada decidido."
               GO TO AprovarPendente-Fim
           END-IF
           MOVE WSS-NumeroEscolhido TO WSS-IndPen
           IF pen-lancador (WSS-IndPen) = WSS-Operador
               DISPLAY "Quem lancou a aliquota nao pode aprova-la. "
                       "Nada decidido."
               GO TO AprovarPendente-Fim
           END-IF
           DISPLAY "A aprova, R rejeita: "
           ACCEPT WSS-Decisao
           IF WSS-Decisao NOT = "A" AND WSS-Decisao NOT = "R"
               DISPLAY "Decisao invalida. Nada decidido."
               GO TO AprovarPendente-Fim
           END-IF
           OPEN EXTEND IR-FILE
           IF WSS-FS-IR NOT = "00"
               DISPLAY "Nao foi possivel gravar IRPARAM. "
                       "Status: " WSS-FS-IR
           ELSE
               MOVE pen-tipo (WSS-IndPen) TO IRT-TIPOCONTA
               MOVE pen-percentual (WSS-IndPen) TO IRT-PERCENTUAL
               MOVE pen-vigencia (WSS-IndPen) TO IRT-VIGENCIA
               MOVE pen-lancador (WSS-IndPen) TO IRT-LANCADOR
               MOVE pen-lancdata (WSS-IndPen) TO IRT-LANCDATA
               MOVE pen-lanchora (WSS-IndPen) TO IRT-LANCHORA
               MOVE WSS-Decisao TO IRT-SITUACAO
               MOVE WSS-Operador TO IRT-APROVADOR
               MOVE WSS-DataHoje TO IRT-APRDATA
               WRITE IRTAXA-REG
               CLOSE IR-FILE
               IF WSS-Decisao = "A"
                   DISPLAY "Aliquota aprovada; vale a partir de "
                           pen-vigencia (WSS-IndPen) "."
               ELSE
                   DISPLAY "Aliquota rejeitada."
               END-IF
           END-IF.
       AprovarPendente-Fim.
           EXIT.

      * Pendente e o registro P que ainda nao tem copia decidida
      * (A ou R) do mesmo lancamento.
       CarregarPendentes.
           MOVE ZEROS TO WSS-QtdLidas
           OPEN INPUT IR-FILE
           IF WSS-FS-IR = "35"
               CONTINUE
           ELSE
               MOVE "N" TO WSS-fim-arquivo
               READ IR-FILE
                   AT END SET WSS-NAO-HA-MAIS-ALIQUOTAS TO TRUE
               END-READ
               PERFORM UNTIL WSS-NAO-HA-MAIS-ALIQUOTAS
                   IF IRT-PENDENTE
                       IF WSS-QtdLidas < 50
                           ADD 1 TO WSS-QtdLidas
                           MOVE WSS-QtdLidas TO WSS-IndPen
                           MOVE IRT-TIPOCONTA
                                TO pen-tipo (WSS-IndPen)
                           MOVE IRT-PERCENTUAL
                                TO pen-percentual (WSS-IndPen)
                           MOVE IRT-VIGENCIA
                                TO pen-vigencia (WSS-IndPen)
                           MOVE IRT-LANCADOR
                                TO pen-lancador (WSS-IndPen)
                           MOVE IRT-LANCDATA
                                TO pen-lancdata (WSS-IndPen)
                           MOVE IRT-LANCHORA
                                TO pen-lanchora (WSS-IndPen)
                           MOVE "N" TO pen-decidida (WSS-IndPen)
                       ELSE
                           DISPLAY "Limite de 50 aliquotas pendentes "
                                   "atingido."
                       END-IF
                   ELSE
                       IF IRT-SITUACAO NOT = SPACE
                           PERFORM BaixarPendente
                       END-IF
                   END-IF
                   READ IR-FILE
                       AT END
                           SET WSS-NAO-HA-MAIS-ALIQUOTAS TO TRUE
                   END-READ
               END-PERFORM
               CLOSE IR-FILE
           END-IF
           MOVE ZEROS TO WSS-QtdPendentes
           PERFORM VARYING WSS-IndPen FROM 1 BY 1
                   UNTIL WSS-IndPen > WSS-QtdLidas
               IF pen-decidida (WSS-IndPen) = "N"
                   ADD 1 TO WSS-QtdPendentes
                   MOVE IR-PENDENTE (WSS-IndPen)
                        TO IR-PENDENTE (WSS-QtdPendentes)
               END-IF
           END-PERFORM.

       BaixarPendente.
           PERFORM VARYING WSS-IndPen FROM 1 BY 1
                   UNTIL WSS-IndPen > WSS-QtdLidas
               IF pen-tipo (WSS-IndPen) = IRT-TIPOCONTA
                  AND pen-vigencia (WSS-IndPen) = IRT-VIGENCIA
                  AND pen-lancador (WSS-IndPen) = IRT-LANCADOR
                  AND pen-lancdata (WSS-IndPen) = IRT-LANCDATA
                  AND pen-lanchora (WSS-IndPen) = IRT-LANCHORA
                   MOVE "S" TO pen-decidida (WSS-IndPen)
               END-IF
           END-PERFORM.
      *wrun32 exerc-44-irt
