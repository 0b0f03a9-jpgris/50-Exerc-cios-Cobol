      * (exerc-35). Mudancas de percentual sao gravadas como novos
      * registros com data de vigencia, preservando o historico;
      * vale sempre o registro de maior vigencia ja alcancada.
      * Inclusao e alteracao entram pendentes, com o operador do
      * sign-on, e so valem depois de aprovadas (opcao 5) por
      * outro operador com a funcao AP do OPERAUTH - um zero a
      * mais no markup nao chega mais direto ao caixa.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               10  vig-percentual    PIC 9V99.
               10  vig-vigencia      PIC 9(8).

       01  WSS-Operador         PIC 9(3).
       01  WSS-OperadorValido   PIC X(01).
       77  WSS-AutPrograma      PIC X(12) VALUE "exerc-35-cat".
       77  WSS-AutFuncao        PIC X(2) VALUE "AP".
       77  WSS-AutAutorizado    PIC X(1).
       77  WSS-Hora8            PIC 9(8).
       77  WSS-IndPen           PIC 9(2).
       77  WSS-QtdLidas         PIC 9(2).
       77  WSS-QtdPendentes     PIC 9(2).
       77  WSS-NumeroEscolhido  PIC 9(2).
       77  WSS-Decisao          PIC X(01).
       01  TABELA-PENDENTES.
           05  CATEG-PENDENTE OCCURS 50 TIMES.
               10  pen-codigo        PIC X(01).
               10  pen-descricao     PIC X(15).
               10  pen-percentual    PIC 9V99.
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
                DISPLAY "2. Alterar percentual com vigencia"
                DISPLAY "3. Listar tabela vigente"
                DISPLAY "4. Listar historico completo"
                DISPLAY "5. Aprovar ou rejeitar alteracao pendente"
                DISPLAY "6. Sair"
                DISPLAY "Digite a opcao desejada:"
                ACCEPT WSS-OpcaoMenu

                    WHEN 4
                        PERFORM ListarHistorico
                    WHEN 5
                        PERFORM AprovarPendente
                            THRU AprovarPendente-Fim
                    WHEN 6
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
                       "Status: " WSS-FS-CATEG
           ELSE
               MOVE WSS-NOVA-CATEG TO CATEG-REG
               MOVE WSS-Operador TO CAT-LANCADOR
               MOVE WSS-DataHoje TO CAT-LANCDATA
               ACCEPT WSS-Hora8 FROM TIME
               MOVE WSS-Hora8 (1:6) TO CAT-LANCHORA
               MOVE "P" TO CAT-SITUACAO
               MOVE ZEROS TO CAT-APROVADOR
               MOVE ZEROS TO CAT-APRDATA
               WRITE CATEG-REG
               CLOSE CATEG-FILE
               DISPLAY "Categoria gravada com vigencia "
                       NOV-VIGENCIA ", pendente de aprovacao."
           END-IF.

       ListarVigentes.
               PERFORM UNTIL WSS-NAO-HA-MAIS-CATEGORIAS
                   DISPLAY CAT-CODIGO " " CAT-DESCRICAO " "
                           CAT-PERCENTUAL " vigencia " CAT-VIGENCIA
                           " situacao " CAT-SITUACAO
                   ADD 1 TO WSS-QtdListadas
                   READ CATEG-FILE
                       AT END SET WSS-NAO-HA-MAIS-CATEGORIAS TO TRUE
               END-READ
               PERFORM UNTIL WSS-NAO-HA-MAIS-CATEGORIAS
                   IF CAT-VIGENCIA NOT > WSS-DataHoje
                      AND CAT-APROVADA
                       PERFORM AtualizarVigente
                   END-IF
                   READ CATEG-FILE
                           " ignorada."
               END-IF
           END-IF.

      * Aprovacao: so com AP (ou tudo) no perfil, e nunca por
      * quem lancou a categoria. A decisao vai como copia do registro
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
               DISPLAY "Nenhuma categoria pendente de aprovacao."
               GO TO AprovarPendente-Fim
           END-IF
           PERFORM CarregarVigentes
           DISPLAY "------ CATEGORIAS PENDENTES ------"
           PERFORM VARYING WSS-IndPen FROM 1 BY 1
                   UNTIL WSS-IndPen > WSS-QtdPendentes
               PERFORM BuscarVigente
               DISPLAY WSS-IndPen ". Categoria "
                       pen-codigo (WSS-IndPen) " "
                       pen-descricao (WSS-IndPen)
                       " vigencia " pen-vigencia (WSS-IndPen)
                       " lancada por " pen-lancador (WSS-IndPen)
                       " em " pen-lancdata (WSS-IndPen)
               IF WSS-AchouCategoria = "S"
                   DISPLAY "    markup atual "
                           vig-percentual (WSS-IndCat)
                           " novo " pen-percentual (WSS-IndPen)
               ELSE
                   DISPLAY "    categoria nova, markup "
                           pen-percentual (WSS-IndPen)
               END-IF
           END-PERFORM
           DISPLAY "Numero da categoria a decidir (0 = nenhuma): "
           ACCEPT WSS-NumeroEscolhido
           IF WSS-NumeroEscolhido = ZEROS
              OR WSS-NumeroEscolhido > WSS-QtdPendentes
               DISPLAY "Nada decidido."
               GO TO AprovarPendente-Fim
           END-IF
           MOVE WSS-NumeroEscolhido TO WSS-IndPen
           IF pen-lancador (WSS-IndPen) = WSS-Operador
               DISPLAY "Quem lancou a categoria nao pode aprova-la. "
                       "Nada decidido."
               GO TO AprovarPendente-Fim
           END-IF
           DISPLAY "A aprova, R rejeita: "
           ACCEPT WSS-Decisao
           IF WSS-Decisao NOT = "A" AND WSS-Decisao NOT = "R"
               DISPLAY "Decisao invalida. Nada decidido."
               GO TO AprovarPendente-Fim
           END-IF
           OPEN EXTEND CATEG-FILE
           IF WSS-FS-CATEG NOT = "00"
               DISPLAY "Nao foi possivel gravar CATEGPARAM. "
                       "Status: " WSS-FS-CATEG
           ELSE
               MOVE pen-codigo (WSS-IndPen) TO CAT-CODIGO
               MOVE pen-descricao (WSS-IndPen) TO CAT-DESCRICAO
               MOVE pen-percentual (WSS-IndPen) TO CAT-PERCENTUAL
               MOVE pen-vigencia (WSS-IndPen) TO CAT-VIGENCIA
               MOVE pen-lancador (WSS-IndPen) TO CAT-LANCADOR
               MOVE pen-lancdata (WSS-IndPen) TO CAT-LANCDATA
               MOVE pen-lanchora (WSS-IndPen) TO CAT-LANCHORA
               MOVE WSS-Decisao TO CAT-SITUACAO
               MOVE WSS-Operador TO CAT-APROVADOR
               MOVE WSS-DataHoje TO CAT-APRDATA
               WRITE CATEG-REG
               CLOSE CATEG-FILE
               IF WSS-Decisao = "A"
                   DISPLAY "Categoria aprovada; vale a partir de "
                           pen-vigencia (WSS-IndPen) "."
               ELSE
                   DISPLAY "Categoria rejeitada."
               END-IF
           END-IF.
       AprovarPendente-Fim.
           EXIT.

      * Pendente e o registro P que ainda nao tem copia decidida
      * (A ou R) do mesmo lancamento.
       CarregarPendentes.
           MOVE ZEROS TO WSS-QtdLidas
           OPEN INPUT CATEG-FILE
           IF WSS-FS-CATEG = "35"
               CONTINUE
           ELSE
               MOVE "N" TO WSS-fim-arquivo
               READ CATEG-FILE
                   AT END SET WSS-NAO-HA-MAIS-CATEGORIAS TO TRUE
               END-READ
               PERFORM UNTIL WSS-NAO-HA-MAIS-CATEGORIAS
                   IF CAT-PENDENTE
                       IF WSS-QtdLidas < 50
                           ADD 1 TO WSS-QtdLidas
                           MOVE WSS-QtdLidas TO WSS-IndPen
                           MOVE CAT-CODIGO
                                TO pen-codigo (WSS-IndPen)
                           MOVE CAT-DESCRICAO
                                TO pen-descricao (WSS-IndPen)
                           MOVE CAT-PERCENTUAL
                                TO pen-percentual (WSS-IndPen)
                           MOVE CAT-VIGENCIA
                                TO pen-vigencia (WSS-IndPen)
                           MOVE CAT-LANCADOR
                                TO pen-lancador (WSS-IndPen)
                           MOVE CAT-LANCDATA
                                TO pen-lancdata (WSS-IndPen)
                           MOVE CAT-LANCHORA
                                TO pen-lanchora (WSS-IndPen)
                           MOVE "N" TO pen-decidida (WSS-IndPen)
                       ELSE
                           DISPLAY "Limite de 50 categorias pendentes "
                                   "atingido."
                       END-IF
                   ELSE
                       IF CAT-SITUACAO NOT = SPACE
                           PERFORM BaixarPendente
                       END-IF
                   END-IF
                   READ CATEG-FILE
                       AT END SET WSS-NAO-HA-MAIS-CATEGORIAS TO TRUE
                   END-READ
               END-PERFORM
               CLOSE CATEG-FILE
           END-IF
           MOVE ZEROS TO WSS-QtdPendentes
           PERFORM VARYING WSS-IndPen FROM 1 BY 1
                   UNTIL WSS-IndPen > WSS-QtdLidas
               IF pen-decidida (WSS-IndPen) = "N"
                   ADD 1 TO WSS-QtdPendentes
                   MOVE CATEG-PENDENTE (WSS-IndPen)
                        TO CATEG-PENDENTE (WSS-QtdPendentes)
               END-IF
           END-PERFORM.

       BaixarPendente.
           PERFORM VARYING WSS-IndPen FROM 1 BY 1
                   UNTIL WSS-IndPen > WSS-QtdLidas
               IF pen-codigo (WSS-IndPen) = CAT-CODIGO
                  AND pen-vigencia (WSS-IndPen) = CAT-VIGENCIA
                  AND pen-lancador (WSS-IndPen) = CAT-LANCADOR
                  AND pen-lancdata (WSS-IndPen) = CAT-LANCDATA
                  AND pen-lanchora (WSS-IndPen) = CAT-LANCHORA
                   MOVE "S" TO pen-decidida (WSS-IndPen)
               END-IF
           END-PERFORM.
       BuscarVigente.
           MOVE "N" TO WSS-AchouCategoria
           PERFORM VARYING WSS-IndCat FROM 1 BY 1
                   UNTIL WSS-IndCat > WSS-QtdVigentes
                      OR WSS-AchouCategoria = "S"
               IF vig-codigo (WSS-IndCat) = pen-codigo (WSS-IndPen)
                   MOVE "S" TO WSS-AchouCategoria
                   SUBTRACT 1 FROM WSS-IndCat
               END-IF
           END-PERFORM.
      *wrun32 exerc-35-cat
