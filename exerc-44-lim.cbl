       IDENTIFICATION DIVISION.
       PROGRAM-ID. Exerc-44-Lim.
       AUTHOR. JOAO_PAULO.

      * Cheque especial das contas CLIENTES: concede, altera e
      * cancela o limite aprovado de cada conta no arquivo
      * indexado LIMITESCHQ - funcao CE do OPERAUTH, com o
      * operador gravado no limite - e mantem os parametros de
      * CHEQUEPARAM no molde de TAXASPARAM (taxa mensal de juros
      * sobre o saldo devedor, cobrada pelo exerc-44-che, e dias
      * seguidos no negativo que o exerc-44-neg aponta). Com
      * limite ativo o saque, a transferencia, as ordens
      * permanentes, a tarifa e a parcela de emprestimo deixam o
      * saldo ficar negativo ate o limite (servico LIMCHEQ).
      * Como nas tarifas, o parametro lancado entra pendente e so
      * vale depois de aprovado (opcao 6) por outro operador com
      * a funcao AP do OPERAUTH.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LIMITES-FILE ASSIGN TO "LIMITESCHQ"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LIM-CODIGO
               FILE STATUS IS WSS-FS-LIMITES.
           SELECT CLIENTES-FILE ASSIGN TO "CLIENTES"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CLI-CODIGO
               FILE STATUS IS WSS-FS-CLIENTES.
           SELECT PARAM-FILE ASSIGN TO "CHEQUEPARAM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WSS-FS-PARAM.

       DATA DIVISION.
       FILE SECTION.
       FD  LIMITES-FILE.
           COPY "LIMCHEQ.CPY".

       FD  CLIENTES-FILE.
           COPY "CLIENTE.CPY".

       FD  PARAM-FILE.
           COPY "CHQPAR.CPY".

       WORKING-STORAGE SECTION.
       77  WSS-FS-LIMITES       PIC X(02).
       77  WSS-FS-CLIENTES      PIC X(02).
       77  WSS-FS-PARAM         PIC X(02).
       77  WSS-Continuar        PIC X(01) VALUE "S".
       77  WSS-OpcaoMenu        PIC 9.
       77  WSS-DataHoje         PIC 9(8).
       77  WSS-fim-arquivo      PIC X(01).
           88 WSS-NAO-HA-MAIS-LIMITES  VALUE "S".
       77  WSS-fim-param        PIC X(01).
           88 WSS-NAO-HA-MAIS-PARAMETROS  VALUE "S".
       77  WSS-QtdListados      PIC 9(4).
       77  WSS-CodigoConta      PIC 9(6).
       77  WSS-ValorLimite      PIC 9(7)V99.
       77  WSS-Confirma         PIC X(01).
       77  WSS-TemLimite        PIC X(01).
       77  WSS-ContaOk          PIC X(01).
       77  WSS-TaxaInformada    PIC 9(2)V99.
       77  WSS-DiasInformados   PIC 9(3).
       77  WSS-VigInformada     PIC 9(8).
       77  WSS-LimiteEd         PIC z,zzz,zz9.99.
       77  WSS-SaldoEd          PIC -zzz,zzz,zz9.99.
       77  WSS-Hora8            PIC 9(8).
       77  WSS-IndPen           PIC 9(2).
       77  WSS-QtdLidas         PIC 9(2).
       77  WSS-QtdPendentes     PIC 9(2).
       77  WSS-NumeroEscolhido  PIC 9(2).
       77  WSS-Decisao          PIC X(01).
       77  WSS-VigTaxa          PIC 9(2)V99.
       77  WSS-VigDias          PIC 9(3).
       77  WSS-VigVigencia      PIC 9(8).
       01  TABELA-PENDENTES.
           05  PARAM-PENDENTE OCCURS 50 TIMES.
               10  pen-taxa          PIC 9(2)V99.
               10  pen-dias          PIC 9(3).
               10  pen-vigencia      PIC 9(8).
               10  pen-lancador      PIC 9(3).
               10  pen-lancdata      PIC 9(8).
               10  pen-lanchora      PIC 9(6).
               10  pen-decidida      PIC X(01).

       01  WSS-Operador         PIC 9(3).
       01  WSS-OperadorValido   PIC X(01).
       77  WSS-AutPrograma      PIC X(12) VALUE "exerc-44-lim".
       77  WSS-AutFuncao        PIC X(2) VALUE "CE".
       77  WSS-AutAutorizado    PIC X(1).
       77  WSS-AprFuncao        PIC X(2) VALUE "AP".

       77  WSS-TfsPrograma      PIC X(12) VALUE "exerc-44-lim".
       77  WSS-TfsArquivo       PIC X(12).
       77  WSS-TfsOperacao      PIC X(10).

       PROCEDURE DIVISION.
       Inicio.
           CALL "OPERSIGN" USING WSS-Operador WSS-OperadorValido
           IF WSS-OperadorValido NOT = "S"
               DISPLAY "Sem operador identificado. Encerrando."
               GO TO Encerramento
           END-IF
           ACCEPT WSS-DataHoje FROM DATE YYYYMMDD

           OPEN I-O LIMITES-FILE
           IF WSS-FS-LIMITES = "35"
               OPEN OUTPUT LIMITES-FILE
               CLOSE LIMITES-FILE
               OPEN I-O LIMITES-FILE
           END-IF
           MOVE "LIMITESCHQ" TO WSS-TfsArquivo
           MOVE "OPEN I-O" TO WSS-TfsOperacao
           CALL "TRATAFS" USING WSS-TfsPrograma
                WSS-TfsArquivo WSS-TfsOperacao WSS-FS-LIMITES

           PERFORM UNTIL WSS-Continuar = "N"
                DISPLAY "--- Cheque especial ---"
                DISPLAY "1. Conceder/alterar limite"
                DISPLAY "2. Cancelar limite"
                DISPLAY "3. Listar limites"
                DISPLAY "4. Lancar taxa e prazo com vigencia"
                DISPLAY "5. Listar historico de parametros"
                DISPLAY "6. Aprovar ou rejeitar parametro pendente"
                DISPLAY "7. Sair"
                DISPLAY "Digite a opcao desejada:"
                ACCEPT WSS-OpcaoMenu

                EVALUATE WSS-OpcaoMenu
                    WHEN 1
                        PERFORM AutorizarFuncao
                        IF WSS-AutAutorizado = "S"
                            PERFORM ConcederLimite
                                THRU ConcederLimite-Fim
                        END-IF
                    WHEN 2
                        PERFORM AutorizarFuncao
                        IF WSS-AutAutorizado = "S"
                            PERFORM CancelarLimite
                                THRU CancelarLimite-Fim
                        END-IF
                    WHEN 3
                        PERFORM ListarLimites
                            THRU ListarLimites-Fim
                    WHEN 4
                        PERFORM LancarParametro
                    WHEN 5
                        PERFORM ListarParametros
                    WHEN 6
                        PERFORM AprovarPendente
                            THRU AprovarPendente-Fim
                    WHEN 7
                        DISPLAY "Saindo do programa."
                        MOVE "N" TO WSS-Continuar
                    WHEN OTHER
                        DISPLAY "Opcao invalida."
                END-EVALUATE
           END-PERFORM

           CLOSE LIMITES-FILE.

       Encerramento.
           DISPLAY SPACE
           display "Obrigado volte sempre!!! "
           DISPLAY SPACE

           ACCEPT OMITTED.
           EXIT PROGRAM.
           STOP RUN.

      * Limite de credito e funcao sensivel: so com CE (ou tudo)
      * no perfil do operador; negado vai para o SEGLOG.
       AutorizarFuncao.
           CALL "OPERAUTH" USING WSS-Operador WSS-AutPrograma
                WSS-AutFuncao WSS-AutAutorizado
           IF WSS-AutAutorizado NOT = "S"
               DISPLAY "Operador sem autorizacao para limites de "
                       "cheque especial."
           END-IF.

       ConcederLimite.
           DISPLAY "Codigo da conta: "
           ACCEPT WSS-CodigoConta
           PERFORM ConferirConta
           IF WSS-ContaOk = "N"
               GO TO ConcederLimite-Fim
           END-IF
           IF CLI-BLOQUEADA
               DISPLAY "Conta bloqueada. Limite nao concedido."
               GO TO ConcederLimite-Fim
           END-IF
           MOVE "N" TO WSS-TemLimite
           MOVE WSS-CodigoConta TO LIM-CODIGO
           READ LIMITES-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE "S" TO WSS-TemLimite
                   MOVE LIM-VALOR TO WSS-LimiteEd
                   IF LIM-ATIVO
                       DISPLAY "Limite atual: " WSS-LimiteEd
                               " desde " LIM-DATA
                   ELSE
                       DISPLAY "Limite cancelado (era "
                               WSS-LimiteEd ")."
                   END-IF
           END-READ
           DISPLAY "Novo limite aprovado: "
           ACCEPT WSS-ValorLimite
           IF WSS-ValorLimite = ZEROS
               DISPLAY "Limite zero: use a opcao de cancelamento."
               GO TO ConcederLimite-Fim
           END-IF
      * Reducao abaixo do que a conta ja deve nao desfaz a divida;
      * a conta passa a aparecer acima do limite no exerc-44-neg.
           IF CLI-SALDO + WSS-ValorLimite < ZEROS
               DISPLAY "ATENCAO: a conta ja deve mais que o novo "
                       "limite e ficara acima do limite."
           END-IF
           MOVE WSS-CodigoConta TO LIM-CODIGO
           MOVE WSS-ValorLimite TO LIM-VALOR
           MOVE "A" TO LIM-SITUACAO
           MOVE WSS-DataHoje TO LIM-DATA
           MOVE WSS-Operador TO LIM-OPERADOR
           IF WSS-TemLimite = "S"
               REWRITE LIMITE-REG
               MOVE "REWRITE" TO WSS-TfsOperacao
           ELSE
               WRITE LIMITE-REG
               MOVE "WRITE" TO WSS-TfsOperacao
           END-IF
           MOVE "LIMITESCHQ" TO WSS-TfsArquivo
           CALL "TRATAFS" USING WSS-TfsPrograma
                WSS-TfsArquivo WSS-TfsOperacao WSS-FS-LIMITES
           MOVE WSS-ValorLimite TO WSS-LimiteEd
           DISPLAY "Limite de " WSS-LimiteEd " gravado para a conta "
                   WSS-CodigoConta ".".

       ConcederLimite-Fim.
           EXIT.

       CancelarLimite.
           DISPLAY "Codigo da conta: "
           ACCEPT WSS-CodigoConta
           MOVE WSS-CodigoConta TO LIM-CODIGO
           READ LIMITES-FILE
               INVALID KEY
                   DISPLAY "Conta sem limite de cheque especial."
                   GO TO CancelarLimite-Fim
           END-READ
           IF LIM-CANCELADO
               DISPLAY "Limite ja cancelado."
               GO TO CancelarLimite-Fim
           END-IF
           PERFORM ConferirConta
           IF WSS-ContaOk = "S" AND CLI-SALDO < ZEROS
               MOVE CLI-SALDO TO WSS-SaldoEd
               DISPLAY "ATENCAO: conta devedora (" WSS-SaldoEd
                       "). O saldo negativo continua cobrando "
                       "juros ate ser coberto."
           END-IF
           DISPLAY "Confirma o cancelamento (S/N): "
           ACCEPT WSS-Confirma
           IF WSS-Confirma NOT = "S" AND WSS-Confirma NOT = "s"
               DISPLAY "Cancelamento desistido."
               GO TO CancelarLimite-Fim
           END-IF
           MOVE "C" TO LIM-SITUACAO
           MOVE WSS-DataHoje TO LIM-DATA
           MOVE WSS-Operador TO LIM-OPERADOR
           REWRITE LIMITE-REG
           MOVE "REWRITE" TO WSS-TfsOperacao
           MOVE "LIMITESCHQ" TO WSS-TfsArquivo
           CALL "TRATAFS" USING WSS-TfsPrograma
                WSS-TfsArquivo WSS-TfsOperacao WSS-FS-LIMITES
           DISPLAY "Limite da conta " WSS-CodigoConta " cancelado.".

       CancelarLimite-Fim.
           EXIT.

       ConferirConta.
           MOVE "N" TO WSS-ContaOk
           OPEN INPUT CLIENTES-FILE
           IF WSS-FS-CLIENTES NOT = "00"
               DISPLAY "Arquivo CLIENTES indisponivel. Status: "
                       WSS-FS-CLIENTES
           ELSE
               MOVE WSS-CodigoConta TO CLI-CODIGO
               READ CLIENTES-FILE
                   INVALID KEY
                       DISPLAY "Conta nao cadastrada em CLIENTES."
                   NOT INVALID KEY
                       MOVE "S" TO WSS-ContaOk
                       MOVE CLI-SALDO TO WSS-SaldoEd
                       DISPLAY "Titular: " CLI-NOME
                       DISPLAY "Saldo..: " WSS-SaldoEd
               END-READ
               CLOSE CLIENTES-FILE
           END-IF.

       ListarLimites.
           MOVE ZEROS TO WSS-QtdListados
           DISPLAY "------ LIMITES DE CHEQUE ESPECIAL ------"
           MOVE ZEROS TO LIM-CODIGO
           START LIMITES-FILE KEY IS NOT LESS THAN LIM-CODIGO
               INVALID KEY
                   DISPLAY "Nenhum limite cadastrado."
                   GO TO ListarLimites-Fim
           END-START
           MOVE "N" TO WSS-fim-arquivo
           PERFORM UNTIL WSS-NAO-HA-MAIS-LIMITES
               READ LIMITES-FILE NEXT RECORD
                   AT END SET WSS-NAO-HA-MAIS-LIMITES TO TRUE
                   NOT AT END
                       MOVE LIM-VALOR TO WSS-LimiteEd
                       IF LIM-ATIVO
                           DISPLAY "Conta " LIM-CODIGO " limite "
                                   WSS-LimiteEd " desde " LIM-DATA
                                   " operador " LIM-OPERADOR
                       ELSE
                           DISPLAY "Conta " LIM-CODIGO " limite "
                                   WSS-LimiteEd " CANCELADO em "
                                   LIM-DATA
                       END-IF
                       ADD 1 TO WSS-QtdListados
               END-READ
           END-PERFORM.

       ListarLimites-Fim.
           DISPLAY "Limites listados: " WSS-QtdListados.

       LancarParametro.
           DISPLAY "Taxa mensal de juros do cheque especial "
                   "(ex: 08.50): "
           ACCEPT WSS-TaxaInformada
           DISPLAY "Dias seguidos no negativo para alerta: "
           ACCEPT WSS-DiasInformados
           DISPLAY "Data de vigencia (AAAAMMDD): "
           ACCEPT WSS-VigInformada
           OPEN EXTEND PARAM-FILE
           IF WSS-FS-PARAM NOT = "00"
               CLOSE PARAM-FILE
               OPEN OUTPUT PARAM-FILE
           END-IF
           IF WSS-FS-PARAM NOT = "00"
               DISPLAY "Nao foi possivel gravar em CHEQUEPARAM. "
                       "Status: " WSS-FS-PARAM
           ELSE
               MOVE WSS-TaxaInformada TO CHQ-TAXAMENSAL
               MOVE WSS-DiasInformados TO CHQ-DIASALERTA
               MOVE WSS-VigInformada TO CHQ-VIGENCIA
               MOVE WSS-Operador TO CHQ-LANCADOR
               MOVE WSS-DataHoje TO CHQ-LANCDATA
               ACCEPT WSS-Hora8 FROM TIME
               MOVE WSS-Hora8 (1:6) TO CHQ-LANCHORA
               MOVE "P" TO CHQ-SITUACAO
               MOVE ZEROS TO CHQ-APROVADOR
               MOVE ZEROS TO CHQ-APRDATA
               WRITE CHEQUEPAR-REG
               CLOSE PARAM-FILE
               DISPLAY "Parametros gravados com vigencia "
                       WSS-VigInformada ", pendentes de aprovacao."
           END-IF.

       ListarParametros.
           MOVE ZEROS TO WSS-QtdListados
           OPEN INPUT PARAM-FILE
           IF WSS-FS-PARAM = "35"
               DISPLAY "Arquivo CHEQUEPARAM nao encontrado."
           ELSE
               DISPLAY "------ PARAMETROS DO CHEQUE ESPECIAL ------"
               MOVE "N" TO WSS-fim-param
               READ PARAM-FILE
                   AT END SET WSS-NAO-HA-MAIS-PARAMETROS TO TRUE
               END-READ
               PERFORM UNTIL WSS-NAO-HA-MAIS-PARAMETROS
                   DISPLAY "Taxa " CHQ-TAXAMENSAL " % a.m. alerta "
                           CHQ-DIASALERTA " dias vigencia "
                           CHQ-VIGENCIA " situacao " CHQ-SITUACAO
                   ADD 1 TO WSS-QtdListados
                   READ PARAM-FILE
                       AT END
                           SET WSS-NAO-HA-MAIS-PARAMETROS TO TRUE
                   END-READ
               END-PERFORM
               CLOSE PARAM-FILE
               DISPLAY "Registros no historico: " WSS-QtdListados
           END-IF.

      * Aprovacao: so com AP (ou tudo) no perfil, e nunca por
      * quem lancou o parametro. A decisao vai como copia do
      * registro lancado, com situacao A ou R, o aprovador e a
      * data.
       AprovarPendente.
           CALL "OPERAUTH" USING WSS-Operador WSS-AutPrograma
                WSS-AprFuncao WSS-AutAutorizado
           IF WSS-AutAutorizado NOT = "S"
               DISPLAY "Operador sem autorizacao para aprovar "
                       "parametros."
               GO TO AprovarPendente-Fim
           END-IF
           PERFORM CarregarPendentes
           IF WSS-QtdPendentes = ZEROS
               DISPLAY "Nenhum parametro pendente de aprovacao."
               GO TO AprovarPendente-Fim
           END-IF
           DISPLAY "------ PARAMETROS PENDENTES ------"
           DISPLAY "Em vigor: taxa " WSS-VigTaxa " % a.m. alerta "
                   WSS-VigDias " dias vigencia " WSS-VigVigencia
           PERFORM VARYING WSS-IndPen FROM 1 BY 1
                   UNTIL WSS-IndPen > WSS-QtdPendentes
               DISPLAY WSS-IndPen ". Taxa " pen-taxa (WSS-IndPen)
                       " % a.m. alerta " pen-dias (WSS-IndPen)
                       " dias vigencia " pen-vigencia (WSS-IndPen)
               DISPLAY "    lancado por " pen-lancador (WSS-IndPen)
                       " em " pen-lancdata (WSS-IndPen)
           END-PERFORM
           DISPLAY "Numero do parametro a decidir (0 = nenhum): "
           ACCEPT WSS-NumeroEscolhido
           IF WSS-NumeroEscolhido = ZEROS
              OR WSS-NumeroEscolhido > WSS-QtdPendentes
               DISPLAY "Nada decidido."
               GO TO AprovarPendente-Fim
           END-IF
           MOVE WSS-NumeroEscolhido TO WSS-IndPen
           IF pen-lancador (WSS-IndPen) = WSS-Operador
               DISPLAY "Quem lancou o parametro nao pode aprova-lo. "
                       "Nada decidido."
               GO TO AprovarPendente-Fim
           END-IF
           DISPLAY "A aprova, R rejeita: "
           ACCEPT WSS-Decisao
           IF WSS-Decisao NOT = "A" AND WSS-Decisao NOT = "R"
               DISPLAY "Decisao invalida. Nada decidido."
               GO TO AprovarPendente-Fim
           END-IF
           OPEN EXTEND PARAM-FILE
           IF WSS-FS-PARAM NOT = "00"
               DISPLAY "Nao foi possivel gravar CHEQUEPARAM. "
                       "Status: " WSS-FS-PARAM
           ELSE
               MOVE pen-taxa (WSS-IndPen) TO CHQ-TAXAMENSAL
               MOVE pen-dias (WSS-IndPen) TO CHQ-DIASALERTA
               MOVE pen-vigencia (WSS-IndPen) TO CHQ-VIGENCIA
               MOVE pen-lancador (WSS-IndPen) TO CHQ-LANCADOR
               MOVE pen-lancdata (WSS-IndPen) TO CHQ-LANCDATA
               MOVE pen-lanchora (WSS-IndPen) TO CHQ-LANCHORA
               MOVE WSS-Decisao TO CHQ-SITUACAO
               MOVE WSS-Operador TO CHQ-APROVADOR
               MOVE WSS-DataHoje TO CHQ-APRDATA
               WRITE CHEQUEPAR-REG
               CLOSE PARAM-FILE
               IF WSS-Decisao = "A"
                   DISPLAY "Parametro aprovado; vale a partir de "
                           pen-vigencia (WSS-IndPen) "."
               ELSE
                   DISPLAY "Parametro rejeitado."
               END-IF
           END-IF.
       AprovarPendente-Fim.
           EXIT.

      * Pendente e o registro P que ainda nao tem copia decidida
      * (A ou R) do mesmo lancamento. Na mesma leitura fica o
      * parametro aprovado em vigor hoje, para comparacao.
       CarregarPendentes.
           MOVE ZEROS TO WSS-QtdLidas
           MOVE ZEROS TO WSS-VigTaxa
           MOVE ZEROS TO WSS-VigDias
           MOVE ZEROS TO WSS-VigVigencia
           OPEN INPUT PARAM-FILE
           IF WSS-FS-PARAM = "35"
               CONTINUE
           ELSE
               MOVE "N" TO WSS-fim-param
               READ PARAM-FILE
                   AT END SET WSS-NAO-HA-MAIS-PARAMETROS TO TRUE
               END-READ
               PERFORM UNTIL WSS-NAO-HA-MAIS-PARAMETROS
                   IF CHQ-PENDENTE
                       IF WSS-QtdLidas < 50
                           ADD 1 TO WSS-QtdLidas
                           MOVE WSS-QtdLidas TO WSS-IndPen
                           MOVE CHQ-TAXAMENSAL
                                TO pen-taxa (WSS-IndPen)
                           MOVE CHQ-DIASALERTA
                                TO pen-dias (WSS-IndPen)
                           MOVE CHQ-VIGENCIA
                                TO pen-vigencia (WSS-IndPen)
                           MOVE CHQ-LANCADOR
                                TO pen-lancador (WSS-IndPen)
                           MOVE CHQ-LANCDATA
                                TO pen-lancdata (WSS-IndPen)
                           MOVE CHQ-LANCHORA
                                TO pen-lanchora (WSS-IndPen)
                           MOVE "N" TO pen-decidida (WSS-IndPen)
                       ELSE
                           DISPLAY "Limite de 50 parametros "
                                   "pendentes atingido."
                       END-IF
                   ELSE
                       IF CHQ-SITUACAO NOT = SPACE
                           PERFORM BaixarPendente
                       END-IF
                       IF CHQ-APROVADA
                          AND CHQ-VIGENCIA NOT > WSS-DataHoje
                          AND CHQ-VIGENCIA NOT < WSS-VigVigencia
                           MOVE CHQ-TAXAMENSAL TO WSS-VigTaxa
                           MOVE CHQ-DIASALERTA TO WSS-VigDias
                           MOVE CHQ-VIGENCIA TO WSS-VigVigencia
                       END-IF
                   END-IF
                   READ PARAM-FILE
                       AT END
                           SET WSS-NAO-HA-MAIS-PARAMETROS TO TRUE
                   END-READ
               END-PERFORM
               CLOSE PARAM-FILE
           END-IF
           MOVE ZEROS TO WSS-QtdPendentes
           PERFORM VARYING WSS-IndPen FROM 1 BY 1
                   UNTIL WSS-IndPen > WSS-QtdLidas
               IF pen-decidida (WSS-IndPen) = "N"
                   ADD 1 TO WSS-QtdPendentes
                   MOVE PARAM-PENDENTE (WSS-IndPen)
                        TO PARAM-PENDENTE (WSS-QtdPendentes)
               END-IF
           END-PERFORM.

       BaixarPendente.
           PERFORM VARYING WSS-IndPen FROM 1 BY 1
                   UNTIL WSS-IndPen > WSS-QtdLidas
               IF pen-vigencia (WSS-IndPen) = CHQ-VIGENCIA
                  AND pen-lancador (WSS-IndPen) = CHQ-LANCADOR
                  AND pen-lancdata (WSS-IndPen) = CHQ-LANCDATA
                  AND pen-lanchora (WSS-IndPen) = CHQ-LANCHORA
                   MOVE "S" TO pen-decidida (WSS-IndPen)
               END-IF
           END-PERFORM.
      *wrun32 exerc-44-lim
