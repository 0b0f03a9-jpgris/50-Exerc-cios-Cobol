      * regravando o arquivo so com as promocoes ainda uteis. O
      * recibo (Exerc-7) aplica as promocoes vigentes antes da
      * regra de markup da categoria.
      * Promocao incluida entra pendente, com o operador do
      * sign-on, e so vale depois de aprovada (opcao 4) por outro
      * operador com a funcao AP do OPERAUTH; a listagem mostra
      * so as aprovadas e conta as pendentes.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       77  WSS-QtdGuardadas     PIC 9(3).
       01  TABELA-GUARDADAS.
           05  PROMO-GUARDADA OCCURS 200 TIMES.
               10  gua-registro       PIC X(62).

       01  WSS-Operador         PIC 9(3).
       01  WSS-OperadorValido   PIC X(01).
       77  WSS-AutPrograma      PIC X(12) VALUE "exerc-35-pro".
       77  WSS-AutFuncao        PIC X(2) VALUE "AP".
       77  WSS-AutAutorizado    PIC X(1).
       77  WSS-Hora8            PIC 9(8).
       77  WSS-IndPen           PIC 9(2).
       77  WSS-QtdLidas         PIC 9(2).
       77  WSS-QtdPendentes     PIC 9(2).
       77  WSS-NumeroEscolhido  PIC 9(2).
       77  WSS-Decisao          PIC X(01).
       01  TABELA-PENDENTES.
           05  PROMO-PENDENTE OCCURS 50 TIMES.
               10  pen-produto       PIC 9(5).
               10  pen-inicio        PIC 9(8).
               10  pen-fim           PIC 9(8).
               10  pen-preco         PIC 9(6)V99.
               10  pen-percdesc      PIC 9(2)V99.
               10  pen-lancador      PIC 9(3).
               10  pen-lancdata      PIC 9(8).
               10  pen-lanchora      PIC 9(6).
               10  pen-decidida      PIC X(01).

       77  WSS-AchouAtual       PIC X(01).
       77  WSS-AtualInicio      PIC 9(8).
       77  WSS-AtualFim         PIC 9(8).
       77  WSS-AtualPreco       PIC 9(6)V99.
       77  WSS-AtualPerc        PIC 9(2)V99.

       PROCEDURE DIVISION.
       Inicio.
           CALL "OPERSIGN" USING WSS-Operador WSS-OperadorValido
           IF WSS-OperadorValido NOT = "S"
               DISPLAY "Sem operador identificado. Encerrando."
               GO TO Encerramento
           END-IF
           ACCEPT WSS-DataHoje FROM DATE YYYYMMDD

           PERFORM UNTIL WSS-Continuar = "N"
                DISPLAY "1. Incluir promocao"
                DISPLAY "2. Listar vigentes e futuras"
                DISPLAY "3. Varrer promocoes vencidas"
                DISPLAY "4. Aprovar ou rejeitar promocao pendente"
                DISPLAY "5. Sair"
                DISPLAY "Digite a opcao desejada:"
                ACCEPT WSS-OpcaoMenu

                        PERFORM VarrerVencidas
                            THRU VarrerVencidas-Fim
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
                       "Status: " WSS-FS-PROMO
           ELSE
               MOVE WSS-NOVA-PROMO TO PROMO-REG
               MOVE WSS-Operador TO PRM-LANCADOR
               MOVE WSS-DataHoje TO PRM-LANCDATA
               ACCEPT WSS-Hora8 FROM TIME
               MOVE WSS-Hora8 (1:6) TO PRM-LANCHORA
               MOVE "P" TO PRM-SITUACAO
               MOVE ZEROS TO PRM-APROVADOR
               MOVE ZEROS TO PRM-APRDATA
               WRITE PROMO-REG
               CLOSE PROMO-FILE
               DISPLAY "Promocao gravada de " NOV-INICIO
                       " a " NOV-FIM ", pendente de aprovacao."
           END-IF.
       CompletarPromocao-Fim.
           EXIT.
               CLOSE PROMO-FILE
               DISPLAY "Vigentes: " WSS-QtdVigentes
                       "  Futuras: " WSS-QtdFuturas
               PERFORM CarregarPendentes
               DISPLAY "Pendentes de aprovacao: " WSS-QtdPendentes
           END-IF.

       ListarUmaPromocao.
           IF PRM-FIM < WSS-DataHoje
              OR NOT PRM-APROVADA
               CONTINUE
           ELSE
               MOVE PRM-PRODUTO TO WSS-CodigoProduto
               END-READ
               CLOSE PRODUTOS-FILE
           END-IF.

      * Aprovacao: so com AP (ou tudo) no perfil, e nunca por
      * quem lancou a promocao. A decisao vai como copia do registro
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
               DISPLAY "Nenhuma promocao pendente de aprovacao."
               GO TO AprovarPendente-Fim
           END-IF
           DISPLAY "------ PROMOCOES PENDENTES ------"
           PERFORM VARYING WSS-IndPen FROM 1 BY 1
                   UNTIL WSS-IndPen > WSS-QtdPendentes
               MOVE pen-produto (WSS-IndPen) TO WSS-CodigoProduto
               PERFORM BuscarDescricao
               PERFORM BuscarPromocaoAtual
               DISPLAY WSS-IndPen ". Produto "
                       pen-produto (WSS-IndPen) " "
                       WSS-DescricaoProd
                       " lancada por " pen-lancador (WSS-IndPen)
                       " em " pen-lancdata (WSS-IndPen)
               IF WSS-AchouAtual = "S"
                   DISPLAY "    atual: de " WSS-AtualInicio " a "
                           WSS-AtualFim " preco " WSS-AtualPreco
                           " desc " WSS-AtualPerc " %"
               ELSE
                   DISPLAY "    atual: sem promocao vigente"
               END-IF
               DISPLAY "    nova.: de " pen-inicio (WSS-IndPen)
                       " a " pen-fim (WSS-IndPen)
                       " preco " pen-preco (WSS-IndPen)
                       " desc " pen-percdesc (WSS-IndPen) " %"
           END-PERFORM
           DISPLAY "Numero da promocao a decidir (0 = nenhuma): "
           ACCEPT WSS-NumeroEscolhido
           IF WSS-NumeroEscolhido = ZEROS
              OR WSS-NumeroEscolhido > WSS-QtdPendentes
               DISPLAY "Nada decidido."
               GO TO AprovarPendente-Fim
           END-IF
           MOVE WSS-NumeroEscolhido TO WSS-IndPen
           IF pen-lancador (WSS-IndPen) = WSS-Operador
               DISPLAY "Quem lancou a promocao nao pode aprova-la. "
                       "Nada decidido."
               GO TO AprovarPendente-Fim
           END-IF
           DISPLAY "A aprova, R rejeita: "
           ACCEPT WSS-Decisao
           IF WSS-Decisao NOT = "A" AND WSS-Decisao NOT = "R"
               DISPLAY "Decisao invalida. Nada decidido."
               GO TO AprovarPendente-Fim
           END-IF
           OPEN EXTEND PROMO-FILE
           IF WSS-FS-PROMO NOT = "00"
               DISPLAY "Nao foi possivel gravar PROMOPARAM. "
                       "Status: " WSS-FS-PROMO
           ELSE
               MOVE pen-produto (WSS-IndPen) TO PRM-PRODUTO
               MOVE pen-inicio (WSS-IndPen) TO PRM-INICIO
               MOVE pen-fim (WSS-IndPen) TO PRM-FIM
               MOVE pen-preco (WSS-IndPen) TO PRM-PRECO
               MOVE pen-percdesc (WSS-IndPen) TO PRM-PERCDESC
               MOVE pen-lancador (WSS-IndPen) TO PRM-LANCADOR
               MOVE pen-lancdata (WSS-IndPen) TO PRM-LANCDATA
               MOVE pen-lanchora (WSS-IndPen) TO PRM-LANCHORA
               MOVE WSS-Decisao TO PRM-SITUACAO
               MOVE WSS-Operador TO PRM-APROVADOR
               MOVE WSS-DataHoje TO PRM-APRDATA
               WRITE PROMO-REG
               CLOSE PROMO-FILE
               IF WSS-Decisao = "A"
                   DISPLAY "Promocao aprovada; vale de "
                           pen-inicio (WSS-IndPen) " a "
                           pen-fim (WSS-IndPen) "."
               ELSE
                   DISPLAY "Promocao rejeitada."
               END-IF
           END-IF.
       AprovarPendente-Fim.
           EXIT.

      * Pendente e o registro P que ainda nao tem copia decidida
      * (A ou R) do mesmo lancamento.
       CarregarPendentes.
           MOVE ZEROS TO WSS-QtdLidas
           OPEN INPUT PROMO-FILE
           IF WSS-FS-PROMO = "35"
               CONTINUE
           ELSE
               MOVE "N" TO WSS-fim-arquivo
               READ PROMO-FILE
                   AT END SET WSS-NAO-HA-MAIS-PROMOCOES TO TRUE
               END-READ
               PERFORM UNTIL WSS-NAO-HA-MAIS-PROMOCOES
                   IF PRM-PENDENTE
                       IF WSS-QtdLidas < 50
                           ADD 1 TO WSS-QtdLidas
                           MOVE WSS-QtdLidas TO WSS-IndPen
                           MOVE PRM-PRODUTO
                                TO pen-produto (WSS-IndPen)
                           MOVE PRM-INICIO
                                TO pen-inicio (WSS-IndPen)
                           MOVE PRM-FIM TO pen-fim (WSS-IndPen)
                           MOVE PRM-PRECO
                                TO pen-preco (WSS-IndPen)
                           MOVE PRM-PERCDESC
                                TO pen-percdesc (WSS-IndPen)
                           MOVE PRM-LANCADOR
                                TO pen-lancador (WSS-IndPen)
                           MOVE PRM-LANCDATA
                                TO pen-lancdata (WSS-IndPen)
                           MOVE PRM-LANCHORA
                                TO pen-lanchora (WSS-IndPen)
                           MOVE "N" TO pen-decidida (WSS-IndPen)
                       ELSE
                           DISPLAY "Limite de 50 promocoes pendentes "
                                   "atingido."
                       END-IF
                   ELSE
                       IF PRM-SITUACAO NOT = SPACE
                           PERFORM BaixarPendente
                       END-IF
                   END-IF
                   READ PROMO-FILE
                       AT END
                           SET WSS-NAO-HA-MAIS-PROMOCOES TO TRUE
                   END-READ
               END-PERFORM
               CLOSE PROMO-FILE
           END-IF
           MOVE ZEROS TO WSS-QtdPendentes
           PERFORM VARYING WSS-IndPen FROM 1 BY 1
                   UNTIL WSS-IndPen > WSS-QtdLidas
               IF pen-decidida (WSS-IndPen) = "N"
                   ADD 1 TO WSS-QtdPendentes
                   MOVE PROMO-PENDENTE (WSS-IndPen)
                        TO PROMO-PENDENTE (WSS-QtdPendentes)
               END-IF
           END-PERFORM.

       BaixarPendente.
           PERFORM VARYING WSS-IndPen FROM 1 BY 1
                   UNTIL WSS-IndPen > WSS-QtdLidas
               IF pen-produto (WSS-IndPen) = PRM-PRODUTO
                  AND pen-inicio (WSS-IndPen) = PRM-INICIO
                  AND pen-fim (WSS-IndPen) = PRM-FIM
                  AND pen-lancador (WSS-IndPen) = PRM-LANCADOR
                  AND pen-lancdata (WSS-IndPen) = PRM-LANCDATA
                  AND pen-lanchora (WSS-IndPen) = PRM-LANCHORA
                   MOVE "S" TO pen-decidida (WSS-IndPen)
               END-IF
           END-PERFORM.
      * Promocao aprovada do produto em vigor hoje, para mostrar
      * ao lado da pendente; vale a ultima gravada.
       BuscarPromocaoAtual.
           MOVE "N" TO WSS-AchouAtual
           OPEN INPUT PROMO-FILE
           IF WSS-FS-PROMO = "35"
               CONTINUE
           ELSE
               MOVE "N" TO WSS-fim-arquivo
               READ PROMO-FILE
                   AT END SET WSS-NAO-HA-MAIS-PROMOCOES TO TRUE
               END-READ
               PERFORM UNTIL WSS-NAO-HA-MAIS-PROMOCOES
                   IF PRM-PRODUTO = pen-produto (WSS-IndPen)
                      AND PRM-INICIO NOT > WSS-DataHoje
                      AND PRM-FIM NOT < WSS-DataHoje
                      AND PRM-APROVADA
                       MOVE "S" TO WSS-AchouAtual
                       MOVE PRM-INICIO TO WSS-AtualInicio
                       MOVE PRM-FIM TO WSS-AtualFim
                       MOVE PRM-PRECO TO WSS-AtualPreco
                       MOVE PRM-PERCDESC TO WSS-AtualPerc
                   END-IF
                   READ PROMO-FILE
                       AT END
                           SET WSS-NAO-HA-MAIS-PROMOCOES TO TRUE
                   END-READ
               END-PERFORM
               CLOSE PROMO-FILE
           END-IF.
      *wrun32 exerc-35-pro
