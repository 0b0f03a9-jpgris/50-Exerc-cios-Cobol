      * gravadas como novos registros com data de vigencia, podendo
      * ser lancadas com antecedencia; vale sempre o registro de
      * maior vigencia ja alcancada na data do movimento.
      * Taxa lancada entra pendente, com o operador do sign-on, e
      * so vale depois de aprovada (opcao 4) por outro operador
      * com a funcao AP do OPERAUTH; a decisao e gravada como
      * copia do registro com situacao A ou R.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       77  WSS-VigInformada     PIC 9(8).
       77  WSS-IndTaxa          PIC 9(1).

       01  WSS-Operador         PIC 9(3).
       01  WSS-OperadorValido   PIC X(01).
       77  WSS-AutPrograma      PIC X(12) VALUE "exerc-44-tax".
       77  WSS-AutFuncao        PIC X(2) VALUE "AP".
       77  WSS-AutAutorizado    PIC X(1).
       77  WSS-Hora8            PIC 9(8).
       77  WSS-IndPen           PIC 9(2).
       77  WSS-QtdLidas         PIC 9(2).
       77  WSS-QtdPendentes     PIC 9(2).
       77  WSS-NumeroEscolhido  PIC 9(2).
       77  WSS-Decisao          PIC X(01).
       01  TABELA-PENDENTES.
           05  TAXA-PENDENTE OCCURS 50 TIMES.
               10  pen-tipo          PIC 9(1).
               10  pen-percentual    PIC 9(3)V99.
               10  pen-vigencia      PIC 9(8).
               10  pen-lancador      PIC 9(3).
               10  pen-lancdata      PIC 9(8).
               10  pen-lanchora      PIC 9(6).
               10  pen-decidida      PIC X(01).

       01  TABELA-TAXAS-VIGENTES.
           05  TAXA-VIGENTE OCCURS 3 TIMES.
               10  vig-percentual    PIC 9(3)V99.

       PROCEDURE DIVISION.
       Inicio.
           CALL "OPERSIGN" USING WSS-Operador WSS-OperadorValido
           IF WSS-OperadorValido NOT = "S"
               DISPLAY "Sem operador identificado. Encerrando."
               GO TO Encerramento
           END-IF
           ACCEPT WSS-DataHoje FROM DATE YYYYMMDD

           PERFORM UNTIL WSS-Continuar = "N"
                DISPLAY "1. Lancar taxa com vigencia"
                DISPLAY "2. Listar taxas vigentes hoje"
                DISPLAY "3. Listar historico completo"
                DISPLAY "4. Aprovar ou rejeitar taxa pendente"
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
                   MOVE WSS-TipoInformado TO TAX-TIPOCONTA
                   MOVE WSS-PercInformado TO TAX-PERCENTUAL
                   MOVE WSS-VigInformada TO TAX-VIGENCIA
                   MOVE WSS-Operador TO TAX-LANCADOR
                   MOVE WSS-DataHoje TO TAX-LANCDATA
                   ACCEPT WSS-Hora8 FROM TIME
                   MOVE WSS-Hora8 (1:6) TO TAX-LANCHORA
                   MOVE "P" TO TAX-SITUACAO
                   MOVE ZEROS TO TAX-APROVADOR
                   MOVE ZEROS TO TAX-APRDATA
                   WRITE TAXA-REG
                   CLOSE TAXAS-FILE
                   DISPLAY "Taxa gravada com vigencia "
                           WSS-VigInformada ", pendente de "
                           "aprovacao."
               END-IF
           END-IF.

               PERFORM UNTIL WSS-NAO-HA-MAIS-TAXAS
                   DISPLAY "Tipo " TAX-TIPOCONTA " taxa "
                           TAX-PERCENTUAL " vigencia "
                           TAX-VIGENCIA " situacao " TAX-SITUACAO
                   ADD 1 TO WSS-QtdListadas
                   READ TAXAS-FILE
                       AT END SET WSS-NAO-HA-MAIS-TAXAS TO TRUE
               PERFORM UNTIL WSS-NAO-HA-MAIS-TAXAS
                   IF TAX-TIPOCONTA >= 1 AND TAX-TIPOCONTA <= 3
                      AND TAX-VIGENCIA NOT > WSS-DataHoje
                      AND TAX-APROVADA
                      AND TAX-VIGENCIA NOT <
                          vig-vigencia (TAX-TIPOCONTA)
                       MOVE TAX-PERCENTUAL
               END-PERFORM
               CLOSE TAXAS-FILE
           END-IF.

      * Aprovacao: so com AP (ou tudo) no perfil, e nunca por
      * quem lancou a taxa. A decisao vai como copia do registro
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
               DISPLAY "Nenhuma taxa pendente de aprovacao."
               GO TO AprovarPendente-Fim
           END-IF
           PERFORM CarregarVigentes
           DISPLAY "------ TAXAS PENDENTES ------"
           PERFORM VARYING WSS-IndPen FROM 1 BY 1
                   UNTIL WSS-IndPen > WSS-QtdPendentes
               MOVE pen-tipo (WSS-IndPen) TO WSS-IndTaxa
               DISPLAY WSS-IndPen ". Tipo " pen-tipo (WSS-IndPen)
                       " taxa atual " vig-percentual (WSS-IndTaxa)
                       " nova " pen-percentual (WSS-IndPen)
                       " vigencia " pen-vigencia (WSS-IndPen)
                       " lancada por " pen-lancador (WSS-IndPen)
                       " em " pen-lancdata (WSS-IndPen)
           END-PERFORM
           DISPLAY "Numero da taxa a decidir (0 = nenhuma): "
           ACCEPT WSS-NumeroEscolhido
           IF WSS-NumeroEscolhido = ZEROS
              OR WSS-NumeroEscolhido > WSS-QtdPendentes
               DISPLAY "Nada decidido."
               GO TO AprovarPendente-Fim
           END-IF
           MOVE WSS-NumeroEscolhido TO WSS-IndPen
           IF pen-lancador (WSS-IndPen) = WSS-Operador
               DISPLAY "Quem lancou a taxa nao pode aprova-la. "
                       "Nada decidido."
               GO TO AprovarPendente-Fim
           END-IF
           DISPLAY "A aprova, R rejeita: "
           ACCEPT WSS-Decisao
           IF WSS-Decisao NOT = "A" AND WSS-Decisao NOT = "R"
               DISPLAY "Decisao invalida. Nada decidido."
               GO TO AprovarPendente-Fim
           END-IF
           OPEN EXTEND TAXAS-FILE
           IF WSS-FS-TAXAS NOT = "00"
               DISPLAY "Nao foi possivel gravar TAXASPARAM. "
                       "Status: " WSS-FS-TAXAS
           ELSE
               MOVE pen-tipo (WSS-IndPen) TO TAX-TIPOCONTA
               MOVE pen-percentual (WSS-IndPen) TO TAX-PERCENTUAL
               MOVE pen-vigencia (WSS-IndPen) TO TAX-VIGENCIA
               MOVE pen-lancador (WSS-IndPen) TO TAX-LANCADOR
               MOVE pen-lancdata (WSS-IndPen) TO TAX-LANCDATA
               MOVE pen-lanchora (WSS-IndPen) TO TAX-LANCHORA
               MOVE WSS-Decisao TO TAX-SITUACAO
               MOVE WSS-Operador TO TAX-APROVADOR
               MOVE WSS-DataHoje TO TAX-APRDATA
               WRITE TAXA-REG
               CLOSE TAXAS-FILE
               IF WSS-Decisao = "A"
                   DISPLAY "Taxa aprovada; vale a partir de "
                           pen-vigencia (WSS-IndPen) "."
               ELSE
                   DISPLAY "Taxa rejeitada."
               END-IF
           END-IF.
       AprovarPendente-Fim.
           EXIT.

      * Pendente e o registro P que ainda nao tem copia decidida
      * (A ou R) do mesmo lancamento.
       CarregarPendentes.
           MOVE ZEROS TO WSS-QtdLidas
           OPEN INPUT TAXAS-FILE
           IF WSS-FS-TAXAS = "35"
               CONTINUE
           ELSE
               MOVE "N" TO WSS-fim-arquivo
               READ TAXAS-FILE
                   AT END SET WSS-NAO-HA-MAIS-TAXAS TO TRUE
               END-READ
               PERFORM UNTIL WSS-NAO-HA-MAIS-TAXAS
                   IF TAX-PENDENTE
                       IF WSS-QtdLidas < 50
                           ADD 1 TO WSS-QtdLidas
                           MOVE WSS-QtdLidas TO WSS-IndPen
                           MOVE TAX-TIPOCONTA
                                TO pen-tipo (WSS-IndPen)
                           MOVE TAX-PERCENTUAL
                                TO pen-percentual (WSS-IndPen)
                           MOVE TAX-VIGENCIA
                                TO pen-vigencia (WSS-IndPen)
                           MOVE TAX-LANCADOR
                                TO pen-lancador (WSS-IndPen)
                           MOVE TAX-LANCDATA
                                TO pen-lancdata (WSS-IndPen)
                           MOVE TAX-LANCHORA
                                TO pen-lanchora (WSS-IndPen)
                           MOVE "N" TO pen-decidida (WSS-IndPen)
                       ELSE
                           DISPLAY "Limite de 50 taxas pendentes "
                                   "atingido."
                       END-IF
                   ELSE
                       IF TAX-SITUACAO NOT = SPACE
                           PERFORM BaixarPendente
                       END-IF
                   END-IF
                   READ TAXAS-FILE
                       AT END SET WSS-NAO-HA-MAIS-TAXAS TO TRUE
                   END-READ
               END-PERFORM
               CLOSE TAXAS-FILE
           END-IF
           MOVE ZEROS TO WSS-QtdPendentes
           PERFORM VARYING WSS-IndPen FROM 1 BY 1
                   UNTIL WSS-IndPen > WSS-QtdLidas
               IF pen-decidida (WSS-IndPen) = "N"
                   ADD 1 TO WSS-QtdPendentes
                   MOVE TAXA-PENDENTE (WSS-IndPen)
                        TO TAXA-PENDENTE (WSS-QtdPendentes)
               END-IF
           END-PERFORM.

       BaixarPendente.
           PERFORM VARYING WSS-IndPen FROM 1 BY 1
                   UNTIL WSS-IndPen > WSS-QtdLidas
               IF pen-tipo (WSS-IndPen) = TAX-TIPOCONTA
                  AND pen-vigencia (WSS-IndPen) = TAX-VIGENCIA
                  AND pen-lancador (WSS-IndPen) = TAX-LANCADOR
                  AND pen-lancdata (WSS-IndPen) = TAX-LANCDATA
                  AND pen-lanchora (WSS-IndPen) = TAX-LANCHORA
                   MOVE "S" TO pen-decidida (WSS-IndPen)
               END-IF
           END-PERFORM.
      *wrun32 exerc-44-tax
