       IDENTIFICATION DIVISION.
       PROGRAM-ID. Exerc-7-Par.
       AUTHOR. JOAO_PAULO.

      * Manutencao do arquivo de parametros COBRANCAPARAM das
      * contas a receber da loja: dias de atraso para o lembrete,
      * para o aviso final e para o bloqueio automatico do
      * cliente, multa e mora diaria do recebimento em atraso.
      * Mesmo molde do Exerc-44-Tar: mudancas entram como novos
      * registros com vigencia e vale o de maior vigencia ja
      * alcancada. A cobranca e do batch exerc-7-cob; multa e
      * mora entram no recebimento (exerc-7-ctr).
      * Mantem tambem os planos de parcelamento da venda a prazo
      * (PARCELAPARAM): quantidade de parcelas e taxa de juros ao
      * mes de cada plano oferecido no recibo (Exerc-7), no mesmo
      * esquema de vigencia; situacao I retira o plano.
      * Como nas tarifas, parametro e plano lancados entram
      * pendentes e so valem depois de aprovados (opcoes 5 e 6)
      * por outro operador com a funcao AP do OPERAUTH.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT COBRPAR-FILE ASSIGN TO "COBRANCAPARAM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WSS-FS-COBRPAR.
           SELECT PARCPAR-FILE ASSIGN TO "PARCELAPARAM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WSS-FS-PARCPAR.

       DATA DIVISION.
       FILE SECTION.
       FD  COBRPAR-FILE.
           COPY "COBRPAR.CPY".

       FD  PARCPAR-FILE.
           COPY "PARCPAR.CPY".

       WORKING-STORAGE SECTION.
       77  WSS-FS-COBRPAR       PIC X(02).
       77  WSS-FS-PARCPAR       PIC X(02).
       77  WSS-Continuar        PIC X(01) VALUE "S".
       77  WSS-OpcaoMenu        PIC 9.
       77  WSS-fim-arquivo      PIC X(01).
           88 WSS-NAO-HA-MAIS-PARAMETROS  VALUE "S".
       77  WSS-DataHoje         PIC 9(8).
       77  WSS-QtdListados      PIC 9(3).
       77  WSS-MultaEd          PIC z9.99.
       77  WSS-MoraEd           PIC 9.9999.
       77  WSS-TaxaEd           PIC z9.99.

       01  WSS-Operador         PIC 9(3).
       01  WSS-OperadorValido   PIC X(01).
       77  WSS-AutPrograma      PIC X(12) VALUE "exerc-7-par".
       77  WSS-AutFuncao        PIC X(2) VALUE "AP".
       77  WSS-AutAutorizado    PIC X(1).
       77  WSS-Hora8            PIC 9(8).
       77  WSS-IndPen           PIC 9(2).
       77  WSS-QtdLidas         PIC 9(2).
       77  WSS-QtdPendentes     PIC 9(2).
       77  WSS-NumeroEscolhido  PIC 9(2).
       77  WSS-Decisao          PIC X(01).
       77  WSS-VigLembrete      PIC 9(3).
       77  WSS-VigAviso         PIC 9(3).
       77  WSS-VigBloqueio      PIC 9(3).
       77  WSS-VigMulta         PIC 9(2)V99.
       77  WSS-VigMora          PIC 9V9999.
       77  WSS-VigVigencia      PIC 9(8).
       01  TABELA-PARAM-PENDENTES.
           05  PARAM-PENDENTE OCCURS 50 TIMES.
               10  pcb-lembrete      PIC 9(3).
               10  pcb-aviso         PIC 9(3).
               10  pcb-bloqueio      PIC 9(3).
               10  pcb-multa         PIC 9(2)V99.
               10  pcb-mora          PIC 9V9999.
               10  pcb-vigencia      PIC 9(8).
               10  pcb-lancador      PIC 9(3).
               10  pcb-lancdata      PIC 9(8).
               10  pcb-lanchora      PIC 9(6).
               10  pcb-decidida      PIC X(01).

       77  WSS-IndPlano         PIC 9(2).
       01  TABELA-PLANOS-VIGENTES.
           05  PLANO-VIGENTE OCCURS 24 TIMES.
               10  vig-taxa          PIC 9(2)V99.
               10  vig-situacao      PIC X(01).
               10  vig-vigencia      PIC 9(8).
       01  TABELA-PLANO-PENDENTES.
           05  PLANO-PENDENTE OCCURS 50 TIMES.
               10  ppl-parcelas      PIC 9(2).
               10  ppl-taxa          PIC 9(2)V99.
               10  ppl-situacao      PIC X(01).
               10  ppl-vigencia      PIC 9(8).
               10  ppl-lancador      PIC 9(3).
               10  ppl-lancdata      PIC 9(8).
               10  ppl-lanchora      PIC 9(6).
               10  ppl-decidida      PIC X(01).

       PROCEDURE DIVISION.
       Inicio.
           CALL "OPERSIGN" USING WSS-Operador WSS-OperadorValido
           IF WSS-OperadorValido NOT = "S"
               DISPLAY "Sem operador identificado. Encerrando."
               GO TO Encerramento
           END-IF
           ACCEPT WSS-DataHoje FROM DATE YYYYMMDD

           PERFORM UNTIL WSS-Continuar = "N"
                DISPLAY "--- Parametros de cobranca da loja ---"
                DISPLAY "1. Lancar parametros com vigencia"
                DISPLAY "2. Listar historico completo"
                DISPLAY "3. Lancar plano de parcelamento"
                DISPLAY "4. Listar planos de parcelamento"
                DISPLAY "5. Aprovar ou rejeitar parametros pendentes"
                DISPLAY "6. Aprovar ou rejeitar plano pendente"
                DISPLAY "7. Sair"
                DISPLAY "Digite a opcao desejada:"
                ACCEPT WSS-OpcaoMenu

                EVALUATE WSS-OpcaoMenu
                    WHEN 1
                        PERFORM LancarParametros
                    WHEN 2
                        PERFORM ListarHistorico
                    WHEN 3
                        PERFORM LancarPlano
                    WHEN 4
                        PERFORM ListarPlanos
                    WHEN 5
                        PERFORM AprovarParametros
                            THRU AprovarParametros-Fim
                    WHEN 6
                        PERFORM AprovarPlano
                            THRU AprovarPlano-Fim
                    WHEN 7
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

       LancarParametros.
           DISPLAY "Dias de atraso para o lembrete (0 nao envia): "
           ACCEPT CBP-DIASLEMBRETE
           DISPLAY "Dias de atraso para o aviso final (0 nao envia): "
           ACCEPT CBP-DIASAVISO
           DISPLAY "Dias de atraso para bloquear o cliente "
                   "(0 nao bloqueia): "
           ACCEPT CBP-DIASBLOQUEIO
           DISPLAY "Multa por atraso (% sobre o titulo): "
           ACCEPT CBP-MULTA
           DISPLAY "Mora diaria (% ao dia, ex. 0.0333): "
           ACCEPT CBP-MORADIA
           DISPLAY "Data de vigencia (AAAAMMDD): "
           ACCEPT CBP-VIGENCIA
           IF CBP-DIASAVISO > ZEROS
              AND CBP-DIASAVISO NOT > CBP-DIASLEMBRETE
               DISPLAY "O aviso final deve vir depois do lembrete. "
                       "Nada gravado."
           ELSE
               OPEN EXTEND COBRPAR-FILE
               IF WSS-FS-COBRPAR NOT = "00"
                   CLOSE COBRPAR-FILE
                   OPEN OUTPUT COBRPAR-FILE
               END-IF
               IF WSS-FS-COBRPAR NOT = "00"
                   DISPLAY "Nao foi possivel gravar em "
                           "COBRANCAPARAM. Status: " WSS-FS-COBRPAR
               ELSE
                   MOVE WSS-Operador TO CBP-LANCADOR
                   MOVE WSS-DataHoje TO CBP-LANCDATA
                   ACCEPT WSS-Hora8 FROM TIME
                   MOVE WSS-Hora8 (1:6) TO CBP-LANCHORA
                   MOVE "P" TO CBP-SITUACAO
                   MOVE ZEROS TO CBP-APROVADOR
                   MOVE ZEROS TO CBP-APRDATA
                   WRITE COBRPAR-REG
                   CLOSE COBRPAR-FILE
                   DISPLAY "Parametros gravados com vigencia "
                           CBP-VIGENCIA ", pendentes de aprovacao."
               END-IF
           END-IF.

       ListarHistorico.
           MOVE ZEROS TO WSS-QtdListados
           OPEN INPUT COBRPAR-FILE
           IF WSS-FS-COBRPAR = "35"
               DISPLAY "Arquivo COBRANCAPARAM nao encontrado."
           ELSE
               DISPLAY "------ HISTORICO DE PARAMETROS DE COBRANCA "
                       "------"
               MOVE "N" TO WSS-fim-arquivo
               READ COBRPAR-FILE
                   AT END SET WSS-NAO-HA-MAIS-PARAMETROS TO TRUE
               END-READ
               PERFORM UNTIL WSS-NAO-HA-MAIS-PARAMETROS
                   MOVE CBP-MULTA TO WSS-MultaEd
                   MOVE CBP-MORADIA TO WSS-MoraEd
                   DISPLAY "Vigencia " CBP-VIGENCIA
                           " lembrete " CBP-DIASLEMBRETE
                           " aviso " CBP-DIASAVISO
                           " bloqueio " CBP-DIASBLOQUEIO
                           " dias multa " WSS-MultaEd
                           "% mora " WSS-MoraEd "% ao dia"
                           " situacao " CBP-SITUACAO
                   ADD 1 TO WSS-QtdListados
                   READ COBRPAR-FILE
                       AT END SET WSS-NAO-HA-MAIS-PARAMETROS TO TRUE
                   END-READ
               END-PERFORM
               CLOSE COBRPAR-FILE
               DISPLAY "Registros no historico: " WSS-QtdListados
           END-IF.

       LancarPlano.
           DISPLAY "Quantidade de parcelas do plano (2 a 24): "
           ACCEPT PCP-PARCELAS
           DISPLAY "Juros ao mes (% pela tabela Price, ex. 1.99): "
           ACCEPT PCP-TAXAMENSAL
           DISPLAY "Situacao - A ativo / I retirado do recibo: "
           ACCEPT PCP-SITUACAO
           MOVE FUNCTION UPPER-CASE (PCP-SITUACAO) TO PCP-SITUACAO
           DISPLAY "Data de vigencia (AAAAMMDD): "
           ACCEPT PCP-VIGENCIA
           IF PCP-PARCELAS < 2 OR PCP-PARCELAS > 24
               DISPLAY "Plano deve ter de 2 a 24 parcelas. "
                       "Nada gravado."
           ELSE
               IF NOT PCP-ATIVO AND NOT PCP-INATIVO
                   DISPLAY "Situacao invalida. Nada gravado."
               ELSE
                   OPEN EXTEND PARCPAR-FILE
                   IF WSS-FS-PARCPAR NOT = "00"
                       CLOSE PARCPAR-FILE
                       OPEN OUTPUT PARCPAR-FILE
                   END-IF
                   IF WSS-FS-PARCPAR NOT = "00"
                       DISPLAY "Nao foi possivel gravar em "
                               "PARCELAPARAM. Status: "
                               WSS-FS-PARCPAR
                   ELSE
                       MOVE WSS-Operador TO PCP-LANCADOR
                       MOVE WSS-DataHoje TO PCP-LANCDATA
                       ACCEPT WSS-Hora8 FROM TIME
                       MOVE WSS-Hora8 (1:6) TO PCP-LANCHORA
                       MOVE "P" TO PCP-APROVACAO
                       MOVE ZEROS TO PCP-APROVADOR
                       MOVE ZEROS TO PCP-APRDATA
                       WRITE PARCPAR-REG
                       CLOSE PARCPAR-FILE
                       DISPLAY "Plano de " PCP-PARCELAS
                               " parcelas gravado com vigencia "
                               PCP-VIGENCIA ", pendente de "
                               "aprovacao."
                   END-IF
               END-IF
           END-IF.

       ListarPlanos.
           MOVE ZEROS TO WSS-QtdListados
           OPEN INPUT PARCPAR-FILE
           IF WSS-FS-PARCPAR = "35"
               DISPLAY "Arquivo PARCELAPARAM nao encontrado."
           ELSE
               DISPLAY "------ HISTORICO DE PLANOS DE PARCELAMENTO "
                       "------"
               MOVE "N" TO WSS-fim-arquivo
               READ PARCPAR-FILE
                   AT END SET WSS-NAO-HA-MAIS-PARAMETROS TO TRUE
               END-READ
               PERFORM UNTIL WSS-NAO-HA-MAIS-PARAMETROS
                   MOVE PCP-TAXAMENSAL TO WSS-TaxaEd
                   DISPLAY "Vigencia " PCP-VIGENCIA
                           " plano " PCP-PARCELAS
                           " parcelas juros " WSS-TaxaEd
                           "% ao mes situacao " PCP-SITUACAO
                           " aprovacao " PCP-APROVACAO
                   ADD 1 TO WSS-QtdListados
                   READ PARCPAR-FILE
                       AT END SET WSS-NAO-HA-MAIS-PARAMETROS TO TRUE
                   END-READ
               END-PERFORM
               CLOSE PARCPAR-FILE
               DISPLAY "Registros no historico: " WSS-QtdListados
           END-IF.

      * Aprovacao: so com AP (ou tudo) no perfil, e nunca por
      * quem lancou. A decisao vai como copia do registro lancado,
      * com situacao A ou R, o aprovador e a data.
       AutorizarAprovacao.
           CALL "OPERAUTH" USING WSS-Operador WSS-AutPrograma
                WSS-AutFuncao WSS-AutAutorizado
           IF WSS-AutAutorizado NOT = "S"
               DISPLAY "Operador sem autorizacao para aprovar "
                       "parametros."
           END-IF.

       AprovarParametros.
           PERFORM AutorizarAprovacao
           IF WSS-AutAutorizado NOT = "S"
               GO TO AprovarParametros-Fim
           END-IF
           PERFORM CarregarParamPendentes
           IF WSS-QtdPendentes = ZEROS
               DISPLAY "Nenhum parametro de cobranca pendente de "
                       "aprovacao."
               GO TO AprovarParametros-Fim
           END-IF
           DISPLAY "------ PARAMETROS DE COBRANCA PENDENTES ------"
           MOVE WSS-VigMulta TO WSS-MultaEd
           MOVE WSS-VigMora TO WSS-MoraEd
           DISPLAY "Em vigor: lembrete " WSS-VigLembrete
                   " aviso " WSS-VigAviso
                   " bloqueio " WSS-VigBloqueio
                   " multa " WSS-MultaEd "% mora " WSS-MoraEd
                   "% vigencia " WSS-VigVigencia
           PERFORM VARYING WSS-IndPen FROM 1 BY 1
                   UNTIL WSS-IndPen > WSS-QtdPendentes
               MOVE pcb-multa (WSS-IndPen) TO WSS-MultaEd
               MOVE pcb-mora (WSS-IndPen) TO WSS-MoraEd
               DISPLAY WSS-IndPen ". Lembrete "
                       pcb-lembrete (WSS-IndPen)
                       " aviso " pcb-aviso (WSS-IndPen)
                       " bloqueio " pcb-bloqueio (WSS-IndPen)
                       " multa " WSS-MultaEd "% mora " WSS-MoraEd
                       "%"
               DISPLAY "    vigencia " pcb-vigencia (WSS-IndPen)
                       " lancado por " pcb-lancador (WSS-IndPen)
                       " em " pcb-lancdata (WSS-IndPen)
           END-PERFORM
           DISPLAY "Numero do lancamento a decidir (0 = nenhum): "
           ACCEPT WSS-NumeroEscolhido
           IF WSS-NumeroEscolhido = ZEROS
              OR WSS-NumeroEscolhido > WSS-QtdPendentes
               DISPLAY "Nada decidido."
               GO TO AprovarParametros-Fim
           END-IF
           MOVE WSS-NumeroEscolhido TO WSS-IndPen
           IF pcb-lancador (WSS-IndPen) = WSS-Operador
               DISPLAY "Quem lancou os parametros nao pode "
                       "aprova-los. Nada decidido."
               GO TO AprovarParametros-Fim
           END-IF
           DISPLAY "A aprova, R rejeita: "
           ACCEPT WSS-Decisao
           IF WSS-Decisao NOT = "A" AND WSS-Decisao NOT = "R"
               DISPLAY "Decisao invalida. Nada decidido."
               GO TO AprovarParametros-Fim
           END-IF
           OPEN EXTEND COBRPAR-FILE
           IF WSS-FS-COBRPAR NOT = "00"
               DISPLAY "Nao foi possivel gravar COBRANCAPARAM. "
                       "Status: " WSS-FS-COBRPAR
           ELSE
               MOVE pcb-lembrete (WSS-IndPen) TO CBP-DIASLEMBRETE
               MOVE pcb-aviso (WSS-IndPen) TO CBP-DIASAVISO
               MOVE pcb-bloqueio (WSS-IndPen) TO CBP-DIASBLOQUEIO
               MOVE pcb-multa (WSS-IndPen) TO CBP-MULTA
               MOVE pcb-mora (WSS-IndPen) TO CBP-MORADIA
               MOVE pcb-vigencia (WSS-IndPen) TO CBP-VIGENCIA
               MOVE pcb-lancador (WSS-IndPen) TO CBP-LANCADOR
               MOVE pcb-lancdata (WSS-IndPen) TO CBP-LANCDATA
               MOVE pcb-lanchora (WSS-IndPen) TO CBP-LANCHORA
               MOVE WSS-Decisao TO CBP-SITUACAO
               MOVE WSS-Operador TO CBP-APROVADOR
               MOVE WSS-DataHoje TO CBP-APRDATA
               WRITE COBRPAR-REG
               CLOSE COBRPAR-FILE
               IF WSS-Decisao = "A"
                   DISPLAY "Parametros aprovados; valem a partir de "
                           pcb-vigencia (WSS-IndPen) "."
               ELSE
                   DISPLAY "Parametros rejeitados."
               END-IF
           END-IF.
       AprovarParametros-Fim.
           EXIT.

      * Pendente e o registro P que ainda nao tem copia decidida
      * (A ou R) do mesmo lancamento. Na mesma leitura fica o
      * parametro aprovado em vigor hoje, para comparacao.
       CarregarParamPendentes.
           MOVE ZEROS TO WSS-QtdLidas
           MOVE ZEROS TO WSS-VigLembrete WSS-VigAviso
                         WSS-VigBloqueio WSS-VigMulta WSS-VigMora
                         WSS-VigVigencia
           OPEN INPUT COBRPAR-FILE
           IF WSS-FS-COBRPAR = "35"
               CONTINUE
           ELSE
               MOVE "N" TO WSS-fim-arquivo
               READ COBRPAR-FILE
                   AT END SET WSS-NAO-HA-MAIS-PARAMETROS TO TRUE
               END-READ
               PERFORM UNTIL WSS-NAO-HA-MAIS-PARAMETROS
                   IF CBP-PENDENTE
                       IF WSS-QtdLidas < 50
                           ADD 1 TO WSS-QtdLidas
                           MOVE WSS-QtdLidas TO WSS-IndPen
                           MOVE CBP-DIASLEMBRETE
                                TO pcb-lembrete (WSS-IndPen)
                           MOVE CBP-DIASAVISO
                                TO pcb-aviso (WSS-IndPen)
                           MOVE CBP-DIASBLOQUEIO
                                TO pcb-bloqueio (WSS-IndPen)
                           MOVE CBP-MULTA
                                TO pcb-multa (WSS-IndPen)
                           MOVE CBP-MORADIA
                                TO pcb-mora (WSS-IndPen)
                           MOVE CBP-VIGENCIA
                                TO pcb-vigencia (WSS-IndPen)
                           MOVE CBP-LANCADOR
                                TO pcb-lancador (WSS-IndPen)
                           MOVE CBP-LANCDATA
                                TO pcb-lancdata (WSS-IndPen)
                           MOVE CBP-LANCHORA
                                TO pcb-lanchora (WSS-IndPen)
                           MOVE "N" TO pcb-decidida (WSS-IndPen)
                       ELSE
                           DISPLAY "Limite de 50 lancamentos "
                                   "pendentes atingido."
                       END-IF
                   ELSE
                       IF CBP-SITUACAO NOT = SPACE
                           PERFORM BaixarParamPendente
                       END-IF
                       IF CBP-APROVADA
                          AND CBP-VIGENCIA NOT > WSS-DataHoje
                          AND CBP-VIGENCIA NOT < WSS-VigVigencia
                           MOVE CBP-DIASLEMBRETE TO WSS-VigLembrete
                           MOVE CBP-DIASAVISO TO WSS-VigAviso
                           MOVE CBP-DIASBLOQUEIO TO WSS-VigBloqueio
                           MOVE CBP-MULTA TO WSS-VigMulta
                           MOVE CBP-MORADIA TO WSS-VigMora
                           MOVE CBP-VIGENCIA TO WSS-VigVigencia
                       END-IF
                   END-IF
                   READ COBRPAR-FILE
                       AT END SET WSS-NAO-HA-MAIS-PARAMETROS TO TRUE
                   END-READ
               END-PERFORM
               CLOSE COBRPAR-FILE
           END-IF
           MOVE ZEROS TO WSS-QtdPendentes
           PERFORM VARYING WSS-IndPen FROM 1 BY 1
                   UNTIL WSS-IndPen > WSS-QtdLidas
               IF pcb-decidida (WSS-IndPen) = "N"
                   ADD 1 TO WSS-QtdPendentes
                   MOVE PARAM-PENDENTE (WSS-IndPen)
                        TO PARAM-PENDENTE (WSS-QtdPendentes)
               END-IF
           END-PERFORM.

       BaixarParamPendente.
           PERFORM VARYING WSS-IndPen FROM 1 BY 1
                   UNTIL WSS-IndPen > WSS-QtdLidas
               IF pcb-vigencia (WSS-IndPen) = CBP-VIGENCIA
                  AND pcb-lancador (WSS-IndPen) = CBP-LANCADOR
                  AND pcb-lancdata (WSS-IndPen) = CBP-LANCDATA
                  AND pcb-lanchora (WSS-IndPen) = CBP-LANCHORA
                   MOVE "S" TO pcb-decidida (WSS-IndPen)
               END-IF
           END-PERFORM.

       AprovarPlano.
           PERFORM AutorizarAprovacao
           IF WSS-AutAutorizado NOT = "S"
               GO TO AprovarPlano-Fim
           END-IF
           PERFORM CarregarPlanosPendentes
           IF WSS-QtdPendentes = ZEROS
               DISPLAY "Nenhum plano de parcelamento pendente de "
                       "aprovacao."
               GO TO AprovarPlano-Fim
           END-IF
           DISPLAY "------ PLANOS DE PARCELAMENTO PENDENTES ------"
           PERFORM VARYING WSS-IndPen FROM 1 BY 1
                   UNTIL WSS-IndPen > WSS-QtdPendentes
               MOVE ppl-parcelas (WSS-IndPen) TO WSS-IndPlano
               MOVE ppl-taxa (WSS-IndPen) TO WSS-TaxaEd
               DISPLAY WSS-IndPen ". Plano " ppl-parcelas (WSS-IndPen)
                       " parcelas vigencia " ppl-vigencia (WSS-IndPen)
                       " lancado por " ppl-lancador (WSS-IndPen)
                       " em " ppl-lancdata (WSS-IndPen)
               DISPLAY "    novo.: juros " WSS-TaxaEd
                       "% ao mes situacao " ppl-situacao (WSS-IndPen)
               IF vig-vigencia (WSS-IndPlano) = ZEROS
                   DISPLAY "    atual: plano sem registro aprovado"
               ELSE
                   MOVE vig-taxa (WSS-IndPlano) TO WSS-TaxaEd
                   DISPLAY "    atual: juros " WSS-TaxaEd
                           "% ao mes situacao "
                           vig-situacao (WSS-IndPlano)
               END-IF
           END-PERFORM
           DISPLAY "Numero do plano a decidir (0 = nenhum): "
           ACCEPT WSS-NumeroEscolhido
           IF WSS-NumeroEscolhido = ZEROS
              OR WSS-NumeroEscolhido > WSS-QtdPendentes
               DISPLAY "Nada decidido."
               GO TO AprovarPlano-Fim
           END-IF
           MOVE WSS-NumeroEscolhido TO WSS-IndPen
           IF ppl-lancador (WSS-IndPen) = WSS-Operador
               DISPLAY "Quem lancou o plano nao pode aprova-lo. "
                       "Nada decidido."
               GO TO AprovarPlano-Fim
           END-IF
           DISPLAY "A aprova, R rejeita: "
           ACCEPT WSS-Decisao
           IF WSS-Decisao NOT = "A" AND WSS-Decisao NOT = "R"
               DISPLAY "Decisao invalida. Nada decidido."
               GO TO AprovarPlano-Fim
           END-IF
           OPEN EXTEND PARCPAR-FILE
           IF WSS-FS-PARCPAR NOT = "00"
               DISPLAY "Nao foi possivel gravar PARCELAPARAM. "
                       "Status: " WSS-FS-PARCPAR
           ELSE
               MOVE ppl-parcelas (WSS-IndPen) TO PCP-PARCELAS
               MOVE ppl-taxa (WSS-IndPen) TO PCP-TAXAMENSAL
               MOVE ppl-situacao (WSS-IndPen) TO PCP-SITUACAO
               MOVE ppl-vigencia (WSS-IndPen) TO PCP-VIGENCIA
               MOVE ppl-lancador (WSS-IndPen) TO PCP-LANCADOR
               MOVE ppl-lancdata (WSS-IndPen) TO PCP-LANCDATA
               MOVE ppl-lanchora (WSS-IndPen) TO PCP-LANCHORA
               MOVE WSS-Decisao TO PCP-APROVACAO
               MOVE WSS-Operador TO PCP-APROVADOR
               MOVE WSS-DataHoje TO PCP-APRDATA
               WRITE PARCPAR-REG
               CLOSE PARCPAR-FILE
               IF WSS-Decisao = "A"
                   DISPLAY "Plano aprovado; vale a partir de "
                           ppl-vigencia (WSS-IndPen) "."
               ELSE
                   DISPLAY "Plano rejeitado."
               END-IF
           END-IF.
       AprovarPlano-Fim.
           EXIT.

      * Mesmo esquema para os planos; o plano aprovado em vigor
      * hoje fica por quantidade de parcelas, para comparacao.
       CarregarPlanosPendentes.
           MOVE ZEROS TO WSS-QtdLidas
           PERFORM VARYING WSS-IndPlano FROM 1 BY 1
                   UNTIL WSS-IndPlano > 24
               MOVE ZEROS TO vig-taxa (WSS-IndPlano)
               MOVE SPACE TO vig-situacao (WSS-IndPlano)
               MOVE ZEROS TO vig-vigencia (WSS-IndPlano)
           END-PERFORM
           OPEN INPUT PARCPAR-FILE
           IF WSS-FS-PARCPAR = "35"
               CONTINUE
           ELSE
               MOVE "N" TO WSS-fim-arquivo
               READ PARCPAR-FILE
                   AT END SET WSS-NAO-HA-MAIS-PARAMETROS TO TRUE
               END-READ
               PERFORM UNTIL WSS-NAO-HA-MAIS-PARAMETROS
                   IF PCP-PENDENTE
                       IF WSS-QtdLidas < 50
                           ADD 1 TO WSS-QtdLidas
                           MOVE WSS-QtdLidas TO WSS-IndPen
                           MOVE PCP-PARCELAS
                                TO ppl-parcelas (WSS-IndPen)
                           MOVE PCP-TAXAMENSAL
                                TO ppl-taxa (WSS-IndPen)
                           MOVE PCP-SITUACAO
                                TO ppl-situacao (WSS-IndPen)
                           MOVE PCP-VIGENCIA
                                TO ppl-vigencia (WSS-IndPen)
                           MOVE PCP-LANCADOR
                                TO ppl-lancador (WSS-IndPen)
                           MOVE PCP-LANCDATA
                                TO ppl-lancdata (WSS-IndPen)
                           MOVE PCP-LANCHORA
                                TO ppl-lanchora (WSS-IndPen)
                           MOVE "N" TO ppl-decidida (WSS-IndPen)
                       ELSE
                           DISPLAY "Limite de 50 planos pendentes "
                                   "atingido."
                       END-IF
                   ELSE
                       IF PCP-APROVACAO NOT = SPACE
                           PERFORM BaixarPlanoPendente
                       END-IF
                       IF PCP-APROVADA
                          AND PCP-PARCELAS > 1
                          AND PCP-PARCELAS NOT > 24
                          AND PCP-VIGENCIA NOT > WSS-DataHoje
                          AND PCP-VIGENCIA NOT <
                              vig-vigencia (PCP-PARCELAS)
                           MOVE PCP-TAXAMENSAL
                                TO vig-taxa (PCP-PARCELAS)
                           MOVE PCP-SITUACAO
                                TO vig-situacao (PCP-PARCELAS)
                           MOVE PCP-VIGENCIA
                                TO vig-vigencia (PCP-PARCELAS)
                       END-IF
                   END-IF
                   READ PARCPAR-FILE
                       AT END SET WSS-NAO-HA-MAIS-PARAMETROS TO TRUE
                   END-READ
               END-PERFORM
               CLOSE PARCPAR-FILE
           END-IF
           MOVE ZEROS TO WSS-QtdPendentes
           PERFORM VARYING WSS-IndPen FROM 1 BY 1
                   UNTIL WSS-IndPen > WSS-QtdLidas
               IF ppl-decidida (WSS-IndPen) = "N"
                   ADD 1 TO WSS-QtdPendentes
                   MOVE PLANO-PENDENTE (WSS-IndPen)
                        TO PLANO-PENDENTE (WSS-QtdPendentes)
               END-IF
           END-PERFORM.

       BaixarPlanoPendente.
           PERFORM VARYING WSS-IndPen FROM 1 BY 1
                   UNTIL WSS-IndPen > WSS-QtdLidas
               IF ppl-parcelas (WSS-IndPen) = PCP-PARCELAS
                  AND ppl-vigencia (WSS-IndPen) = PCP-VIGENCIA
                  AND ppl-lancador (WSS-IndPen) = PCP-LANCADOR
                  AND ppl-lancdata (WSS-IndPen) = PCP-LANCDATA
                  AND ppl-lanchora (WSS-IndPen) = PCP-LANCHORA
                   MOVE "S" TO ppl-decidida (WSS-IndPen)
               END-IF
           END-PERFORM.
      *wrun32 exerc-7-par
