           SELECT ESTOQUE-FILE ASSIGN TO "ESTOQUE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EST-CHAVE
               FILE STATUS IS WSS-FS-ESTOQUE.
           SELECT PROMO-FILE ASSIGN TO "PROMOPARAM"
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SES-NUMERO
               FILE STATUS IS WSS-FS-SESSAO.
           SELECT LOTES-FILE ASSIGN TO "LOTESVAL"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LOT-CHAVE
               FILE STATUS IS WSS-FS-LOTES.
           SELECT ESTEXC-FILE ASSIGN TO "ESTOQUEEXC"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WSS-FS-ESTEXC.
           SELECT PAGTO-FILE ASSIGN TO "PAGAMENTOS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PAG-CHAVE
               FILE STATUS IS WSS-FS-PAGTO.
           SELECT RECIBCTL-FILE ASSIGN TO "RECIBOCTL"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RCT-LOJA
               FILE STATUS IS WSS-FS-RECIBCTL.
           SELECT PARCPAR-FILE ASSIGN TO "PARCELAPARAM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WSS-FS-PARCPAR.
           SELECT LOTVEN-FILE ASSIGN TO "LOTESVENDA"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WSS-FS-LOTVEN.

       DATA DIVISION.
       FILE SECTION.
       FD  SESSAO-FILE.
           COPY "SESSAO.CPY".

       FD  LOTES-FILE.
           COPY "LOTE.CPY".

       FD  ESTEXC-FILE.
           COPY "ESTEXC.CPY".

       FD  PAGTO-FILE.
           COPY "PAGTO.CPY".

       FD  RECIBCTL-FILE.
           COPY "RECIBCTL.CPY".

       FD  PARCPAR-FILE.
           COPY "PARCPAR.CPY".

       FD  LOTVEN-FILE.
           COPY "LOTEVEN.CPY".

       WORKING-STORAGE SECTION.
       01  TABELA-DESCONTO-INICIAL.
           05  FILLER PIC 9(7)   VALUE 0000500.
       01  WSS-fim-contasrec   PIC X(01).
           88 WSS-NAO-HA-MAIS-TITULOS  VALUE "S".
       01  WSS-Vencimento      PIC 9(8).
       01  WSS-VencimentoPartes REDEFINES WSS-Vencimento.
           05  WSS-VencAno         PIC 9(4).
           05  WSS-VencMes         PIC 9(2).
           05  WSS-VencDia         PIC 9(2).
       01  WSS-SentidoDiaUtil  PIC X(01) VALUE "P".
       01  WSS-ConverterVista  PIC X(01).
       01  WSS-FS-VENDEDOR     PIC X(02).
       01  WSS-Operador        PIC 9(3) VALUE 0.
       01  WSS-PerOperacao     PIC X(01) VALUE "V".
       01  WSS-PerSubsistema   PIC X(02) VALUE "VD".
       01  WSS-PerPrograma     PIC X(12) VALUE "EXERC-7".
       01  WSS-PerSituacao     PIC X(01).
       01  WSS-VendedorOk      PIC X(01).
       01  WSS-FS-ESTOQUE      PIC X(02).
       01  WSS-ReciboOrig      PIC 9(6).
       01  WSS-FS-ITENS        PIC X(02).
       01  WSS-MovTipo         PIC X(01).
       01  WSS-MovDelta        PIC S9(5).
       01  WSS-MovMotivo       PIC X(02) VALUE SPACES.
       01  WSS-FS-SESSAO       PIC X(02).
       01  WSS-NumSessao       PIC 9(6) VALUE 0.
       01  WSS-AchouSessao     PIC X(01).
       01  WSS-fim-sessao      PIC X(01).
           88 WSS-NAO-HA-MAIS-SESSOES  VALUE "S".
       01  WSS-FS-LOTES        PIC X(02).
       01  WSS-FS-ESTEXC       PIC X(02).
       01  WSS-EstoqueAberto   PIC X(01).
       01  WSS-LotesAberto     PIC X(01).
       01  WSS-QtdAConsumir    PIC 9(5).
       01  WSS-FS-LOTVEN       PIC X(02).
       01  WSS-LotVenAberto    PIC X(01).
       01  WSS-QtdDoLote       PIC 9(5).
       01  WSS-fim-lotes       PIC X(01).
           88 WSS-NAO-HA-MAIS-LOTES  VALUE "S".
       01  WSS-MotivoExcecao   PIC X(02).
       01  WSS-SaldoExcecao    PIC S9(5).
       01  WSS-QtdBaixados     PIC 9(2).
       01  WSS-QtdExcecoes     PIC 9(2).
       01  WSS-FS-PAGTO        PIC X(02).
       01  WSS-QtdFormas       PIC 9(2).
       01  WSS-IndForma        PIC 9(2).
       01  WSS-RestantePagar   PIC 9(7)V99.
       01  WSS-RestanteEd      PIC zzzzzz9.99.
       01  WSS-FormaInformada  PIC X(02).
       01  WSS-ValorForma      PIC 9(7)V99.
       01  WSS-TrocoForma      PIC 9(5)V99.
       01  WSS-AutorizacaoInf  PIC X(12).
       01  TABELA-FORMAS.
           05  FORMA-PAGTO OCCURS 5 TIMES.
               10  forma-codigo        PIC X(02).
               10  forma-valor         PIC 9(7)V99.
               10  forma-troco         PIC 9(5)V99.
               10  forma-autorizacao   PIC X(12).
       01  WSS-FS-RECIBCTL     PIC X(02).
       01  WSS-LojaVenda       PIC X(01).
       01  WSS-NumeroOk        PIC X(01).
       01  WSS-TentarNumero    PIC X(01).
       01  WSS-LckOperacao     PIC X(01).
       01  WSS-LckNome         PIC X(12).
       01  WSS-LckPrograma     PIC X(12) VALUE "EXERC-7".
       01  WSS-LckOcupado      PIC X(01).
       01  WSS-LckDetentor     PIC X(12).
       01  WSS-LckDesde        PIC X(05).
       01  WSS-FS-PARCPAR      PIC X(02).
       01  WSS-fim-parcpar     PIC X(01).
           88 WSS-NAO-HA-MAIS-PLANOS  VALUE "S".
       01  TABELA-PLANOS.
           05  PLANO-PARCELAMENTO OCCURS 20 TIMES.
               10  plano-parcelas      PIC 9(2).
               10  plano-taxa          PIC 9(2)V99.
               10  plano-situacao      PIC X(01).
               10  plano-vigencia      PIC 9(8).
       01  IndicePlano         PIC 9(2).
       01  QtdPlanos           PIC 9(2) VALUE 0.
       01  QtdPlanosAtivos     PIC 9(2).
       01  AchouPlano          PIC X(01).
       01  WSS-QtdParcelas     PIC 9(2) VALUE 1.
       01  WSS-TaxaPlano       PIC 9(2)V99.
       01  WSS-TaxaPlanoEd     PIC z9.99.
       01  WSS-Prestacao       PIC 9(7)V99.
       01  WSS-PrestacaoEd     PIC zzzzzz9.99.
       01  WSS-TotalPrazo      PIC 9(8)V99.
       01  WSS-TotalPrazoEd    PIC zzzzzzz9.99.
       01  WSS-SaldoFinanciado PIC 9(7)V99.
       01  WSS-JurosParcela    PIC 9(7)V99.
       01  WSS-AmortParcela    PIC 9(7)V99.
       01  WSS-IndParcela      PIC 9(2).
       01  TABELA-PARCELAS.
           05  PARCELA-TITULO OCCURS 24 TIMES.
               10  parc-vencimento     PIC 9(8).
               10  parc-valor          PIC 9(7)V99.
               10  parc-juros          PIC 9(7)V99.

       01  TABELA-ITENS.
           02  ITEM-RECIBO OCCURS 20 TIMES.
      * de categoria: preco promocional fechado ou desconto sobre
      * o preco normal, dentro da janela de datas (exerc-35-pro).
           PERFORM CarregarPromocoes
      * Planos de parcelamento vigentes de PARCELAPARAM
      * (exerc-7-par); sem planos a venda a prazo sai em parcela
      * unica, como sempre.
           PERFORM CarregarPlanos
           CALL "OPERSIGN" USING WSS-Operador
                                 WSS-OperadorValido.
           IF WSS-OperadorValido NOT = "S"
               DISPLAY "Sem operador identificado. Encerrando."
               GO TO Despedida
           END-IF
      * Competencia de vendas ja fechada (Exerc-6-Mes ou
      * UTIL-PERIODO) nao recebe venda: o caixa nao abre e a
      * tentativa fica no SEGLOG pelo PERFECH.
           CALL "PERFECH" USING WSS-PerOperacao WSS-PerSubsistema
                WSS-DataHoje WSS-Operador WSS-PerPrograma
                WSS-PerSituacao
           IF WSS-PerSituacao = "F"
               DISPLAY "Competencia " WSS-DataHoje (1:6) " de "
                       "vendas ja fechada. Caixa nao abre; "
                       "procure o supervisor."
               CLOSE PRODUTOS-FILE
               GO TO Despedida
           END-IF
      * Cada recibo sai carimbado com a sessao de caixa aberta do
      * operador (exerc-15-cxa); sem sessao aberta o caixa nao
      * vende, senao a sobra/falta fica sem dono na conferencia.
               CLOSE PRODUTOS-FILE
               GO TO Despedida
           END-IF.
      * O numero do recibo sai da faixa da loja em RECIBOCTL
      * (exerc-7-num); sem faixa cadastrada o caixa nao abre.
           PERFORM IdentificarLojaRecibo
           IF WSS-NumeroOk NOT = "S"
               CLOSE PRODUTOS-FILE
               GO TO Despedida
           END-IF.

       INICIO.
           MOVE ZEROS TO WSS-NumRecibo.
           PERFORM IdentificarVendedor.
           DISPLAY "Tipo de venda - V a vista / P a prazo / "
                   "D devolucao: ".
           MOVE "S" TO WSS-ClienteOk
           IF (WSS-TipoVenda = "P" OR "p")
              AND WSS-CodigoClienteLJ > 0
               PERFORM EscolherPlano
               PERFORM ApurarAbertoCliente
               IF WSS-SaldoAberto + WSS-TotalPrazo >
                  WSS-LimiteClienteLJ
                   DISPLAY "LIMITE DE CREDITO EXCEDIDO. Em aberto: "
                           WSS-SaldoAberto " limite: "
                       MOVE "V" TO WSS-TipoVenda
                   ELSE
                       MOVE "N" TO WSS-ClienteOk
                       DISPLAY "Venda NAO gravada."
                   END-IF
               END-IF
           END-IF
           IF WSS-ClienteOk = "S"
               PERFORM AtribuirNumeroRecibo
               IF WSS-NumeroOk NOT = "S"
                   MOVE "N" TO WSS-ClienteOk
                   DISPLAY "Venda NAO gravada."
               END-IF
           END-IF
           IF WSS-ClienteOk = "S"
               IF WSS-TipoVenda = "V" OR "v"
                   PERFORM CapturarPagamento
               END-IF
               PERFORM GravarVendasArquivo
           END-IF.

      * O cancelamento de recibo (exerc-7-can) reescreve VENDASDIA
      * e ITENSVENDA sob a trava VENDASDIA; enquanto ela existir o
      * caixa espera para gravar, senao a venda se perderia.
       AguardarVendasLivre.
           MOVE "VENDASDIA" TO WSS-LckNome
           MOVE "S" TO WSS-LckOcupado
           PERFORM UNTIL WSS-LckOcupado = "N"
               MOVE "C" TO WSS-LckOperacao
               CALL "RUNLOCK" USING WSS-LckOperacao WSS-LckNome
                    WSS-LckPrograma WSS-LckOcupado WSS-LckDetentor
                    WSS-LckDesde
               IF WSS-LckOcupado = "S"
                   DISPLAY "VENDASDIA em uso por " WSS-LckDetentor
                           " desde " WSS-LckDesde ". Tecle ENTER "
                           "para tentar gravar de novo."
                   ACCEPT OMITTED
               END-IF
           END-PERFORM.

       IdentificarLojaRecibo.
           MOVE "N" TO WSS-NumeroOk
           OPEN INPUT RECIBCTL-FILE
           IF WSS-FS-RECIBCTL NOT = "00"
               DISPLAY "Arquivo RECIBOCTL indisponivel. Cadastre a "
                       "faixa de recibos da loja no exerc-7-num."
           ELSE
               PERFORM UNTIL WSS-NumeroOk = "S"
                          OR WSS-LojaVenda = "*"
                   DISPLAY "Codigo da loja (A/B/..., * encerra): "
                   ACCEPT WSS-LojaVenda
                   MOVE FUNCTION UPPER-CASE (WSS-LojaVenda)
                        TO WSS-LojaVenda
                   MOVE WSS-LojaVenda TO RCT-LOJA
                   IF WSS-LojaVenda NOT = "*"
                       READ RECIBCTL-FILE
                           INVALID KEY
                               DISPLAY "Loja sem faixa de recibos "
                                       "em RECIBOCTL (exerc-7-num)."
                           NOT INVALID KEY
                               MOVE "S" TO WSS-NumeroOk
                       END-READ
                   END-IF
               END-PERFORM
               CLOSE RECIBCTL-FILE
           END-IF.

      * O proximo numero da faixa da loja e tomado sob a trava
      * RECIBOCTL-x do RUNLOCK, para dois caixas nunca receberem o
      * mesmo numero; o numero so e tomado quando a venda vai ser
      * gravada, para nao abrir falha na sequencia.
       AtribuirNumeroRecibo.
           MOVE "N" TO WSS-NumeroOk
           MOVE "S" TO WSS-TentarNumero
           MOVE SPACES TO WSS-LckNome
           STRING "RECIBOCTL-" WSS-LojaVenda
                  DELIMITED BY SIZE INTO WSS-LckNome
           END-STRING
           MOVE "S" TO WSS-LckOcupado
           PERFORM UNTIL WSS-LckOcupado = "N"
                      OR WSS-TentarNumero = "N"
               MOVE "L" TO WSS-LckOperacao
               CALL "RUNLOCK" USING WSS-LckOperacao WSS-LckNome
                    WSS-LckPrograma WSS-LckOcupado WSS-LckDetentor
                    WSS-LckDesde
               IF WSS-LckOcupado = "S"
                   DISPLAY "Numeracao de recibos em uso por "
                           WSS-LckDetentor " desde " WSS-LckDesde
                           ". Tentar de novo (S/N): "
                   ACCEPT WSS-TentarNumero
                   MOVE FUNCTION UPPER-CASE (WSS-TentarNumero)
                        TO WSS-TentarNumero
               END-IF
           END-PERFORM
           IF WSS-LckOcupado = "N"
               PERFORM TomarProximoRecibo
               MOVE "U" TO WSS-LckOperacao
               CALL "RUNLOCK" USING WSS-LckOperacao WSS-LckNome
                    WSS-LckPrograma WSS-LckOcupado WSS-LckDetentor
                    WSS-LckDesde
           END-IF.

       TomarProximoRecibo.
           OPEN I-O RECIBCTL-FILE
           IF WSS-FS-RECIBCTL NOT = "00"
               DISPLAY "Arquivo RECIBOCTL indisponivel. Status: "
                       WSS-FS-RECIBCTL
           ELSE
               MOVE WSS-LojaVenda TO RCT-LOJA
               READ RECIBCTL-FILE
                   INVALID KEY
                       DISPLAY "Loja " WSS-LojaVenda " sem faixa "
                               "de recibos em RECIBOCTL."
                   NOT INVALID KEY
                       IF RCT-PROXIMO > RCT-FINAL
                           DISPLAY "Faixa de recibos da loja "
                                   RCT-LOJA " esgotada. Amplie a "
                                   "faixa no exerc-7-num."
                       ELSE
                           MOVE RCT-PROXIMO TO WSS-NumRecibo
                           ADD 1 TO RCT-PROXIMO
                           MOVE WSS-DataHoje TO RCT-ULTDATA
                           MOVE WSS-Operador TO RCT-ULTOPERADOR
                           REWRITE RECIBCTL-REG
                               INVALID KEY
                                   DISPLAY "Erro ao regravar "
                                           "RECIBOCTL. Status: "
                                           WSS-FS-RECIBCTL
                               NOT INVALID KEY
                                   MOVE "S" TO WSS-NumeroOk
                                   DISPLAY "Recibo numero "
                                           WSS-NumRecibo "."
                           END-REWRITE
                       END-IF
               END-READ
               CLOSE RECIBCTL-FILE
           END-IF.

      * A venda a vista registra como foi paga: dinheiro, cartao de
      * debito, cartao de credito, PIX ou uma mistura (ate cinco
      * formas). So o dinheiro vai para a gaveta; cartao e PIX
      * levam o codigo de autorizacao para a conciliacao com a
      * adquirente (exerc-15-cnc). Dinheiro acima do restante
      * vira troco.
       CapturarPagamento.
           MOVE ZEROS TO WSS-QtdFormas
           MOVE valor-final TO WSS-RestantePagar
           PERFORM UNTIL WSS-RestantePagar = ZEROS
               MOVE WSS-RestantePagar TO WSS-RestanteEd
               DISPLAY "Restante a pagar: " WSS-RestanteEd
               DISPLAY "Forma de pagamento - DI dinheiro / CD cartao "
                       "debito / CC cartao credito / PX PIX: "
               ACCEPT WSS-FormaInformada
               MOVE FUNCTION UPPER-CASE (WSS-FormaInformada)
                    TO WSS-FormaInformada
               EVALUATE WSS-FormaInformada
                   WHEN "DI"
                   WHEN "CD"
                   WHEN "CC"
                   WHEN "PX"
                       PERFORM RegistrarForma
                   WHEN OTHER
                       DISPLAY "Forma invalida. Informe DI, CD, CC "
                               "ou PX."
               END-EVALUATE
           END-PERFORM.

       RegistrarForma.
           DISPLAY "Valor recebido nesta forma: "
           ACCEPT WSS-ValorForma
           MOVE ZEROS TO WSS-TrocoForma
           MOVE SPACES TO WSS-AutorizacaoInf
           EVALUATE TRUE
               WHEN WSS-ValorForma = ZEROS
                   DISPLAY "Valor zerado. Forma ignorada."
               WHEN WSS-FormaInformada NOT = "DI"
                    AND WSS-ValorForma > WSS-RestantePagar
                   DISPLAY "Cartao e PIX nao podem passar do "
                           "restante a pagar."
               WHEN WSS-QtdFormas = 4
                    AND WSS-ValorForma < WSS-RestantePagar
                   DISPLAY "Limite de cinco formas por recibo: a "
                           "ultima deve quitar o restante."
               WHEN OTHER
                   IF WSS-FormaInformada = "DI"
                       IF WSS-ValorForma > WSS-RestantePagar
                           COMPUTE WSS-TrocoForma =
                                   WSS-ValorForma - WSS-RestantePagar
                           MOVE WSS-RestantePagar TO WSS-ValorForma
                           DISPLAY "Troco: " WSS-TrocoForma
                       END-IF
                   ELSE
                       PERFORM UNTIL WSS-AutorizacaoInf NOT = SPACES
                           DISPLAY "Codigo de autorizacao (NSU do "
                                   "cartao ou ID do PIX): "
                           ACCEPT WSS-AutorizacaoInf
                       END-PERFORM
                   END-IF
                   ADD 1 TO WSS-QtdFormas
                   MOVE WSS-FormaInformada
                        TO forma-codigo (WSS-QtdFormas)
                   MOVE WSS-ValorForma TO forma-valor (WSS-QtdFormas)
                   MOVE WSS-TrocoForma TO forma-troco (WSS-QtdFormas)
                   MOVE WSS-AutorizacaoInf
                        TO forma-autorizacao (WSS-QtdFormas)
                   SUBTRACT WSS-ValorForma FROM WSS-RestantePagar
           END-EVALUATE.

       GravarPagamentos.
           OPEN I-O PAGTO-FILE
           IF WSS-FS-PAGTO = "35"
               OPEN OUTPUT PAGTO-FILE
               CLOSE PAGTO-FILE
               OPEN I-O PAGTO-FILE
           END-IF
           IF WSS-FS-PAGTO NOT = "00"
               DISPLAY "Nao foi possivel gravar em PAGAMENTOS. "
                       "Status: " WSS-FS-PAGTO
           ELSE
               PERFORM VARYING WSS-IndForma FROM 1 BY 1
                       UNTIL WSS-IndForma > WSS-QtdFormas
                   MOVE WSS-NumRecibo TO PAG-RECIBO
                   MOVE WSS-IndForma TO PAG-SEQ
                   MOVE WSS-DataHoje TO PAG-DATA
                   MOVE WSS-NumSessao TO PAG-SESSAO
                   MOVE forma-codigo (WSS-IndForma) TO PAG-FORMA
                   MOVE forma-valor (WSS-IndForma) TO PAG-VALOR
                   MOVE forma-troco (WSS-IndForma) TO PAG-TROCO
                   MOVE forma-autorizacao (WSS-IndForma)
                        TO PAG-AUTORIZACAO
                   MOVE SPACE TO PAG-CONCILIACAO
                   MOVE ZEROS TO PAG-VALORLIQUIDADO
                   MOVE ZEROS TO PAG-DATACONC
                   WRITE PAGTO-REG
                       INVALID KEY
                           DISPLAY "Forma " WSS-IndForma
                                   " do recibo " WSS-NumRecibo
                                   " ja existe em PAGAMENTOS. "
                                   "Nao gravada."
                   END-WRITE
               END-PERFORM
               CLOSE PAGTO-FILE
           END-IF.

       GravarVendasArquivo.
           PERFORM AguardarVendasLivre
           OPEN EXTEND VENDAS-FILE
           IF WSS-FS-VENDAS NOT = "00"
               CLOSE VENDAS-FILE
               DISPLAY "Recibo " WSS-NumRecibo
                       " gravado em VENDASDIA."
               PERFORM GravarItensVenda
               PERFORM BaixarEstoqueVenda
               IF WSS-TipoVenda = "V" OR "v"
                   PERFORM GravarPagamentos
               END-IF
               IF (WSS-TipoVenda = "P" OR "p")
                  AND WSS-CodigoClienteLJ > 0
                   PERFORM GravarTituloPrazo
               CLOSE ITENS-FILE
           END-IF.

      * Cada item vendido (V/P) sai do saldo de ESTOQUE da loja do
      * caixa como movimento S no diario MOVESTOQUE e, no produto
      * perecivel, consome os lotes de LOTESVAL da loja da
      * validade mais proxima para a mais distante, pela mesma
      * regra da saida do exerc-35-est.
      * Item sem registro de saldo, ou que deixaria o saldo
      * negativo, nao e baixado: cai em ESTOQUEEXC para o acerto
      * pelo relatorio de excecoes (exerc-35-exc).
       BaixarEstoqueVenda.
           MOVE ZEROS TO WSS-QtdBaixados
           MOVE ZEROS TO WSS-QtdExcecoes
           MOVE "N" TO WSS-EstoqueAberto
           MOVE "N" TO WSS-LotesAberto
           MOVE "N" TO WSS-LotVenAberto
           OPEN I-O ESTOQUE-FILE
           IF WSS-FS-ESTOQUE = "00"
               MOVE "S" TO WSS-EstoqueAberto
               OPEN I-O LOTES-FILE
               IF WSS-FS-LOTES = "00"
                   MOVE "S" TO WSS-LotesAberto
                   OPEN EXTEND LOTVEN-FILE
                   IF WSS-FS-LOTVEN NOT = "00"
                       CLOSE LOTVEN-FILE
                       OPEN OUTPUT LOTVEN-FILE
                   END-IF
                   IF WSS-FS-LOTVEN = "00"
                       MOVE "S" TO WSS-LotVenAberto
                   ELSE
                       DISPLAY "Nao foi possivel gravar em "
                               "LOTESVENDA. Status: " WSS-FS-LOTVEN
                   END-IF
               END-IF
           END-IF
           PERFORM VARYING indice-item FROM 1 BY 1
                   UNTIL indice-item > qtd-itens
               PERFORM BaixarItemEstoque
           END-PERFORM
           IF WSS-LotVenAberto = "S"
               CLOSE LOTVEN-FILE
           END-IF
           IF WSS-LotesAberto = "S"
               CLOSE LOTES-FILE
           END-IF
           IF WSS-EstoqueAberto = "S"
               CLOSE ESTOQUE-FILE
           END-IF
           DISPLAY "Estoque baixado: " WSS-QtdBaixados " item(ns)."
           IF WSS-QtdExcecoes > 0
               DISPLAY WSS-QtdExcecoes " item(ns) sem saldo para a "
                       "baixa, enviados ao relatorio de excecoes "
                       "(exerc-35-exc)."
           END-IF.

       BaixarItemEstoque.
           IF WSS-EstoqueAberto NOT = "S"
               MOVE "SE" TO WSS-MotivoExcecao
               MOVE ZEROS TO WSS-SaldoExcecao
               PERFORM GravarExcecaoEstoque
           ELSE
               MOVE WSS-LojaVenda TO EST-LOJA
               MOVE item-codigo (indice-item) TO EST-CODIGO
               READ ESTOQUE-FILE
                   INVALID KEY
                       MOVE "SE" TO WSS-MotivoExcecao
                       MOVE ZEROS TO WSS-SaldoExcecao
                       PERFORM GravarExcecaoEstoque
                   NOT INVALID KEY
                       IF item-qtd (indice-item) > EST-QTDATUAL
                           MOVE "SN" TO WSS-MotivoExcecao
                           MOVE EST-QTDATUAL TO WSS-SaldoExcecao
                           PERFORM GravarExcecaoEstoque
                       ELSE
                           PERFORM RegravarSaidaVenda
                       END-IF
               END-READ
           END-IF.

       RegravarSaidaVenda.
           SUBTRACT item-qtd (indice-item) FROM EST-QTDATUAL
           MOVE WSS-DataHoje TO EST-ULTMOV
           REWRITE ESTOQUE-REG
               INVALID KEY
                   DISPLAY "Erro ao regravar estoque do produto "
                           EST-CODIGO ". Status: " WSS-FS-ESTOQUE
               NOT INVALID KEY
                   MOVE "S" TO WSS-MovTipo
                   COMPUTE WSS-MovDelta = 0 - item-qtd (indice-item)
                   CALL "GRAVAMOV" USING EST-LOJA EST-CODIGO
                        WSS-MovTipo WSS-MovDelta EST-QTDATUAL
                        WSS-Operador WSS-MovMotivo
                   ADD 1 TO WSS-QtdBaixados
                   IF WSS-LotesAberto = "S"
                       PERFORM ConsumirLotesVenda
                   END-IF
           END-REWRITE.

      * A chave loja + produto + validade + lote ja ordena o
      * consumo do lote que vence primeiro; produto sem lote
      * (seco) passa direto. Cada lote baixado vai para
      * LOTESVENDA com a quantidade, para o cancelamento do
      * recibo (exerc-7-can) devolver ao mesmo lote.
       ConsumirLotesVenda.
           MOVE item-qtd (indice-item) TO WSS-QtdAConsumir
           MOVE "N" TO WSS-fim-lotes
           MOVE EST-LOJA TO LOT-LOJA
           MOVE EST-CODIGO TO LOT-PRODUTO
           MOVE ZEROS TO LOT-VALIDADE
           MOVE LOW-VALUES TO LOT-LOTE
           START LOTES-FILE KEY NOT < LOT-CHAVE
               INVALID KEY SET WSS-NAO-HA-MAIS-LOTES TO TRUE
           END-START
           PERFORM UNTIL WSS-NAO-HA-MAIS-LOTES
                      OR WSS-QtdAConsumir = ZEROS
               READ LOTES-FILE NEXT RECORD
                   AT END SET WSS-NAO-HA-MAIS-LOTES TO TRUE
                   NOT AT END
                       IF LOT-LOJA NOT = EST-LOJA
                          OR LOT-PRODUTO NOT = EST-CODIGO
                           SET WSS-NAO-HA-MAIS-LOTES TO TRUE
                       ELSE
                           PERFORM BaixarLoteVenda
                       END-IF
               END-READ
           END-PERFORM.

       BaixarLoteVenda.
           IF LOT-QTD NOT > WSS-QtdAConsumir
               MOVE LOT-QTD TO WSS-QtdDoLote
               DELETE LOTES-FILE RECORD
                   INVALID KEY
                       DISPLAY "Erro ao baixar o lote " LOT-LOTE
                               ". Status: " WSS-FS-LOTES
                       SET WSS-NAO-HA-MAIS-LOTES TO TRUE
                   NOT INVALID KEY
                       SUBTRACT WSS-QtdDoLote FROM WSS-QtdAConsumir
                       PERFORM GravarLoteVenda
               END-DELETE
           ELSE
               MOVE WSS-QtdAConsumir TO WSS-QtdDoLote
               SUBTRACT WSS-QtdDoLote FROM LOT-QTD
               REWRITE LOTE-REG
                   INVALID KEY
                       DISPLAY "Erro ao baixar o lote " LOT-LOTE
                               ". Status: " WSS-FS-LOTES
                       SET WSS-NAO-HA-MAIS-LOTES TO TRUE
                   NOT INVALID KEY
                       MOVE ZEROS TO WSS-QtdAConsumir
                       PERFORM GravarLoteVenda
               END-REWRITE
           END-IF.

       GravarLoteVenda.
           IF WSS-LotVenAberto = "S"
               MOVE WSS-DataHoje TO LVE-DATA
               MOVE WSS-NumRecibo TO LVE-RECIBO
               MOVE indice-item TO LVE-ITEM
               MOVE LOT-LOJA TO LVE-LOJA
               MOVE LOT-PRODUTO TO LVE-PRODUTO
               MOVE LOT-VALIDADE TO LVE-VALIDADE
               MOVE LOT-LOTE TO LVE-LOTE
               MOVE WSS-QtdDoLote TO LVE-QTD
               WRITE LOTEVEN-REG
           END-IF.

       GravarExcecaoEstoque.
           ADD 1 TO WSS-QtdExcecoes
           OPEN EXTEND ESTEXC-FILE
           IF WSS-FS-ESTEXC NOT = "00"
               CLOSE ESTEXC-FILE
               OPEN OUTPUT ESTEXC-FILE
           END-IF
           IF WSS-FS-ESTEXC NOT = "00"
               DISPLAY "Nao foi possivel gravar em ESTOQUEEXC. "
                       "Status: " WSS-FS-ESTEXC
           ELSE
               MOVE WSS-DataHoje TO EXE-DATA
               MOVE WSS-NumRecibo TO EXE-RECIBO
               MOVE item-codigo (indice-item) TO EXE-PRODUTO
               MOVE item-qtd (indice-item) TO EXE-QTD
               MOVE WSS-SaldoExcecao TO EXE-SALDO
               MOVE WSS-MotivoExcecao TO EXE-MOTIVO
               MOVE WSS-Operador TO EXE-OPERADOR
               MOVE WSS-NumSessao TO EXE-SESSAO
               MOVE WSS-LojaVenda TO EXE-LOJA
               WRITE ESTEXC-REG
               CLOSE ESTEXC-FILE
           END-IF.

      * Devolucao: grava em VENDASDIA uma linha tipo D amarrada ao
      * recibo original, com o motivo para o resumo de devolucoes
      * (exerc-15-dev), e devolve a quantidade ao saldo de ESTOQUE
           END-READ.

       GravarLinhaDevolucao.
           PERFORM AguardarVendasLivre
           OPEN EXTEND VENDAS-FILE
           IF WSS-FS-VENDAS NOT = "00"
               CLOSE VENDAS-FILE
               DISPLAY "Arquivo ESTOQUE nao encontrado. Lance a "
                       "entrada da devolucao no exerc-35-est."
           ELSE
               MOVE WSS-LojaVenda TO EST-LOJA
               MOVE REG-PRODUTO-CODIGO TO EST-CODIGO
               READ ESTOQUE-FILE
                   INVALID KEY
                               MOVE "D" TO WSS-MovTipo
                               MOVE WSS-QtdDevolvida
                                    TO WSS-MovDelta
                               CALL "GRAVAMOV" USING EST-LOJA
                                    EST-CODIGO WSS-MovTipo
                                    WSS-MovDelta EST-QTDATUAL
                                    WSS-Operador WSS-MovMotivo
                               MOVE EST-QTDATUAL
                                    TO WSS-SaldoEstoqueEd
                               DISPLAY "Estoque devolvido. Saldo "
               MOVE "N" TO WSS-fim-contasrec
               MOVE WSS-CodigoClienteLJ TO REC-CLIENTE
               MOVE ZEROS TO REC-RECIBO
               MOVE ZEROS TO REC-PARCELA
               START CONTASREC-FILE KEY NOT < REC-CHAVE
                   INVALID KEY
                       SET WSS-NAO-HA-MAIS-TITULOS TO TRUE
               CLOSE CONTASREC-FILE
           END-IF.

      * Um titulo por parcela do plano escolhido, com o valor e os
      * juros montados em MontarParcelas.
       GravarTituloPrazo.
           OPEN I-O CONTASREC-FILE
           IF WSS-FS-CONTASREC = "35"
               DISPLAY "Nao foi possivel gravar em CONTASREC. "
                       "Status: " WSS-FS-CONTASREC
           ELSE
               PERFORM VARYING WSS-IndParcela FROM 1 BY 1
                       UNTIL WSS-IndParcela > WSS-QtdParcelas
                   MOVE WSS-CodigoClienteLJ TO REC-CLIENTE
                   MOVE WSS-NumRecibo TO REC-RECIBO
                   MOVE WSS-IndParcela TO REC-PARCELA
                   MOVE WSS-DataHoje TO REC-EMISSAO
                   MOVE parc-vencimento (WSS-IndParcela)
                        TO REC-VENCIMENTO
                   MOVE parc-valor (WSS-IndParcela) TO REC-VALOR
                   MOVE "A" TO REC-SITUACAO
                   MOVE ZEROS TO REC-DTPAGTO
                   MOVE SPACE TO REC-AVISO
                   MOVE ZEROS TO REC-DTAVISO REC-MULTA REC-MORA
                   MOVE WSS-QtdParcelas TO REC-QTDPARCELAS
                   MOVE parc-juros (WSS-IndParcela) TO REC-JUROS
                   MOVE REC-VALOR TO WSS-PrestacaoEd
                   WRITE RECEBER-REG
                       INVALID KEY
                           DISPLAY "Parcela " WSS-IndParcela
                                   " do recibo " WSS-NumRecibo
                                   " ja existe em CONTASREC. "
                                   "Nao gravada."
                       NOT INVALID KEY
                           DISPLAY "Titulo a prazo gravado: parcela "
                                   WSS-IndParcela "/" WSS-QtdParcelas
                                   " vencimento " REC-VENCIMENTO
                                   " valor " WSS-PrestacaoEd
                   END-WRITE
               END-PERFORM
               CLOSE CONTASREC-FILE
           END-IF.

      * Oferece ao cliente a prazo a parcela unica sem juros e os
      * planos ativos de PARCELAPARAM, com a prestacao da tabela
      * Price (CALCPRICE, a mesma do simulador EXERC-22).
       EscolherPlano.
           MOVE 1 TO WSS-QtdParcelas
           MOVE ZEROS TO WSS-TaxaPlano
           MOVE ZEROS TO QtdPlanosAtivos
           PERFORM VARYING IndicePlano FROM 1 BY 1
                   UNTIL IndicePlano > QtdPlanos
               IF plano-situacao (IndicePlano) = "A"
                   ADD 1 TO QtdPlanosAtivos
               END-IF
           END-PERFORM
           IF QtdPlanosAtivos > 0
               DISPLAY "------ PLANOS DE PAGAMENTO ------"
               MOVE valor-final TO WSS-PrestacaoEd
               DISPLAY "01 parcela  de " WSS-PrestacaoEd
                       " sem juros"
               PERFORM VARYING IndicePlano FROM 1 BY 1
                       UNTIL IndicePlano > QtdPlanos
                   IF plano-situacao (IndicePlano) = "A"
                       CALL "CALCPRICE" USING valor-final
                            plano-parcelas (IndicePlano)
                            plano-taxa (IndicePlano)
                            WSS-Prestacao
                       MOVE WSS-Prestacao TO WSS-PrestacaoEd
                       MOVE plano-taxa (IndicePlano)
                            TO WSS-TaxaPlanoEd
                       DISPLAY plano-parcelas (IndicePlano)
                               " parcelas de " WSS-PrestacaoEd
                               " juros " WSS-TaxaPlanoEd "% ao mes"
                   END-IF
               END-PERFORM
               MOVE "N" TO AchouPlano
               PERFORM UNTIL AchouPlano = "S"
                   DISPLAY "Quantidade de parcelas (1 = parcela "
                           "unica): "
                   ACCEPT WSS-QtdParcelas
                   IF WSS-QtdParcelas = 1
                       MOVE "S" TO AchouPlano
                   ELSE
                       PERFORM VARYING IndicePlano FROM 1 BY 1
                               UNTIL IndicePlano > QtdPlanos
                           IF plano-parcelas (IndicePlano) =
                              WSS-QtdParcelas
                              AND plano-situacao (IndicePlano) = "A"
                               MOVE "S" TO AchouPlano
                               MOVE plano-taxa (IndicePlano)
                                    TO WSS-TaxaPlano
                           END-IF
                       END-PERFORM
                       IF AchouPlano = "N"
                           DISPLAY "Plano nao oferecido. Escolha um "
                                   "dos planos da lista."
                       END-IF
                   END-IF
               END-PERFORM
           END-IF
           PERFORM MontarParcelas
           IF WSS-QtdParcelas > 1
               MOVE WSS-TotalPrazo TO WSS-TotalPrazoEd
               DISPLAY "Total a prazo em " WSS-QtdParcelas
                       " parcelas: " WSS-TotalPrazoEd
           END-IF.

      * Parcela unica mantem o vencimento em 30 dias. No plano, a
      * parcela k vence k meses depois da venda, no mesmo dia (ou
      * no ultimo dia do mes, se ele nao tiver esse dia), e separa
      * juros e amortizacao como o quadro do EXERC-22; a ultima
      * quita o saldo e absorve as sobras de arredondamento.
      * Vencimento que cai em fim de semana ou feriado do
      * CALENDARIO passa para o dia util seguinte (DIAUTIL).
       MontarParcelas.
           MOVE ZEROS TO WSS-TotalPrazo
           IF WSS-QtdParcelas = 1
               COMPUTE WSS-Vencimento = FUNCTION DATE-OF-INTEGER
                       (FUNCTION INTEGER-OF-DATE (WSS-DataHoje)
                        + 30)
               CALL "DIAUTIL" USING WSS-SentidoDiaUtil
                                    WSS-Vencimento parc-vencimento (1)
               MOVE valor-final TO parc-valor (1)
               MOVE ZEROS TO parc-juros (1)
               MOVE valor-final TO WSS-TotalPrazo
           ELSE
               CALL "CALCPRICE" USING valor-final WSS-QtdParcelas
                                      WSS-TaxaPlano WSS-Prestacao
               MOVE valor-final TO WSS-SaldoFinanciado
               PERFORM VARYING WSS-IndParcela FROM 1 BY 1
                       UNTIL WSS-IndParcela > WSS-QtdParcelas
                   COMPUTE WSS-JurosParcela ROUNDED =
                           WSS-SaldoFinanciado * WSS-TaxaPlano / 100
                   IF WSS-IndParcela = WSS-QtdParcelas
                       MOVE WSS-SaldoFinanciado TO WSS-AmortParcela
                   ELSE
                       COMPUTE WSS-AmortParcela =
                               WSS-Prestacao - WSS-JurosParcela
                   END-IF
                   SUBTRACT WSS-AmortParcela FROM WSS-SaldoFinanciado
                   COMPUTE parc-valor (WSS-IndParcela) =
                           WSS-JurosParcela + WSS-AmortParcela
                   MOVE WSS-JurosParcela
                        TO parc-juros (WSS-IndParcela)
                   ADD parc-valor (WSS-IndParcela) TO WSS-TotalPrazo
                   MOVE WSS-DataHoje TO WSS-Vencimento
                   ADD WSS-IndParcela TO WSS-VencMes
                   PERFORM UNTIL WSS-VencMes NOT > 12
                       SUBTRACT 12 FROM WSS-VencMes
                       ADD 1 TO WSS-VencAno
                   END-PERFORM
                   CALL "VALIDATA" USING WSS-Vencimento
                                         WSS-DataValida
                                         WSS-MotivoData
                   PERFORM UNTIL WSS-DataValida = "S"
                       SUBTRACT 1 FROM WSS-VencDia
                       CALL "VALIDATA" USING WSS-Vencimento
                                             WSS-DataValida
                                             WSS-MotivoData
                   END-PERFORM
                   CALL "DIAUTIL" USING WSS-SentidoDiaUtil
                        WSS-Vencimento
                        parc-vencimento (WSS-IndParcela)
               END-PERFORM
           END-IF.

       ObterItemProduto.
               PERFORM UNTIL WSS-NAO-HA-MAIS-PROMOCOES
                   IF PRM-INICIO NOT > WSS-DataHoje
                      AND PRM-FIM NOT < WSS-DataHoje
                      AND PRM-APROVADA
                       IF QtdPromocoes < 50
                           ADD 1 TO QtdPromocoes
                           MOVE QtdPromocoes TO IndicePromo
               END-READ
               PERFORM UNTIL WSS-NAO-HA-MAIS-CATEGORIAS
                   IF CAT-VIGENCIA NOT > WSS-DataHoje
                      AND CAT-APROVADA
                       PERFORM GuardarCategoria
                   END-IF
                   READ CATEG-FILE
                           "Categoria " CAT-CODIGO " ignorada."
               END-IF
           END-IF.

       CarregarPlanos.
           MOVE ZEROS TO QtdPlanos
           OPEN INPUT PARCPAR-FILE
           IF WSS-FS-PARCPAR = "35"
               CONTINUE
           ELSE
               MOVE "N" TO WSS-fim-parcpar
               READ PARCPAR-FILE
                   AT END SET WSS-NAO-HA-MAIS-PLANOS TO TRUE
               END-READ
               PERFORM UNTIL WSS-NAO-HA-MAIS-PLANOS
                   IF PCP-VIGENCIA NOT > WSS-DataHoje
                      AND PCP-PARCELAS > 1 AND PCP-PARCELAS NOT > 24
                      AND PCP-APROVADA
                       PERFORM GuardarPlano
                   END-IF
                   READ PARCPAR-FILE
                       AT END SET WSS-NAO-HA-MAIS-PLANOS TO TRUE
                   END-READ
               END-PERFORM
               CLOSE PARCPAR-FILE
           END-IF.

       GuardarPlano.
           MOVE "N" TO AchouPlano
           PERFORM VARYING IndicePlano FROM 1 BY 1
                   UNTIL IndicePlano > QtdPlanos
                      OR AchouPlano = "S"
               IF plano-parcelas (IndicePlano) = PCP-PARCELAS
                   MOVE "S" TO AchouPlano
                   SUBTRACT 1 FROM IndicePlano
               END-IF
           END-PERFORM
           IF AchouPlano = "S"
               IF PCP-VIGENCIA NOT < plano-vigencia (IndicePlano)
                   MOVE PCP-TAXAMENSAL TO plano-taxa (IndicePlano)
                   MOVE PCP-SITUACAO TO plano-situacao (IndicePlano)
                   MOVE PCP-VIGENCIA TO plano-vigencia (IndicePlano)
               END-IF
           ELSE
               IF QtdPlanos < 20
                   ADD 1 TO QtdPlanos
                   MOVE PCP-PARCELAS TO plano-parcelas (QtdPlanos)
                   MOVE PCP-TAXAMENSAL TO plano-taxa (QtdPlanos)
                   MOVE PCP-SITUACAO TO plano-situacao (QtdPlanos)
                   MOVE PCP-VIGENCIA TO plano-vigencia (QtdPlanos)
               ELSE
                   DISPLAY "Limite de 20 planos de parcelamento "
                           "atingido. Plano de " PCP-PARCELAS
                           " parcelas ignorado."
               END-IF
           END-IF.
      *wrun32 exerc-7
