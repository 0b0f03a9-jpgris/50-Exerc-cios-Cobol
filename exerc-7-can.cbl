       IDENTIFICATION DIVISION.
       PROGRAM-ID. Exerc-7-Can.
       AUTHOR. JOAO_PAULO.

      * Cancelamento de recibo no mesmo dia: desfaz a venda errada
      * da sessao de caixa ainda aberta do operador como se ela
      * nao tivesse acontecido - retira as linhas do recibo de
      * VENDASDIA e ITENSVENDA, devolve ao saldo de ESTOQUE o que
      * saiu pela venda (movimento X no MOVESTOQUE), apaga os
      * titulos a prazo de CONTASREC (todas as parcelas) e as
      * formas de PAGAMENTOS. Os lotes do perecivel consumidos
      * pela venda (LOTESVENDA) voltam aos mesmos lotes de
      * LOTESVAL, recriando o lote que a venda esgotou. Nao
      * e devolucao: nao entra no resumo de devolucoes
      * (exerc-15-dev) nem reduz a comissao (exerc-15-com). So
      * sai com a assinatura de um supervisor com a funcao CV no
      * perfil (OPERAUTH); o registro de quem cancelou, quem
      * liberou e o motivo vai para CANCELAMENTOS. Os arquivos
      * de venda sao reescritos sob a trava VENDASDIA do RUNLOCK,
      * que o recibo (Exerc-7) respeita antes de gravar; as
      * excecoes de estoque do recibo (ESTOQUEEXC) saem junto.
      * Recibo com devolucao lancada nao pode ser cancelado.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT VENDAS-FILE ASSIGN TO "VENDASDIA"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WSS-FS-VENDAS.
           SELECT VENDASNOVO-FILE ASSIGN TO "VENDASDIANOVO"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WSS-FS-VENDASNOVO.
           SELECT ITENS-FILE ASSIGN TO "ITENSVENDA"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WSS-FS-ITENS.
           SELECT ITENSNOVO-FILE ASSIGN TO "ITENSVENDANOVO"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WSS-FS-ITENSNOVO.
           SELECT SESSAO-FILE ASSIGN TO "SESSOESCX"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SES-NUMERO
               FILE STATUS IS WSS-FS-SESSAO.
           SELECT ESTOQUE-FILE ASSIGN TO "ESTOQUE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EST-CHAVE
               FILE STATUS IS WSS-FS-ESTOQUE.
           SELECT ESTEXC-FILE ASSIGN TO "ESTOQUEEXC"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WSS-FS-ESTEXC.
           SELECT ESTEXCNOVO-FILE ASSIGN TO "ESTOQUEEXCNOVO"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WSS-FS-ESTEXCNOVO.
           SELECT CONTASREC-FILE ASSIGN TO "CONTASREC"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS REC-CHAVE
               FILE STATUS IS WSS-FS-CONTASREC.
           SELECT PAGTO-FILE ASSIGN TO "PAGAMENTOS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PAG-CHAVE
               FILE STATUS IS WSS-FS-PAGTO.
           SELECT LOTES-FILE ASSIGN TO "LOTESVAL"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LOT-CHAVE
               FILE STATUS IS WSS-FS-LOTES.
           SELECT LOTVEN-FILE ASSIGN TO "LOTESVENDA"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WSS-FS-LOTVEN.
           SELECT LOTVENNOVO-FILE ASSIGN TO "LOTESVENDANOVO"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WSS-FS-LOTVENNOVO.
           SELECT CANCEL-FILE ASSIGN TO "CANCELAMENTOS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WSS-FS-CANCEL.
           SELECT RECIBCTL-FILE ASSIGN TO "RECIBOCTL"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RCT-LOJA
               FILE STATUS IS WSS-FS-RECIBCTL.

       DATA DIVISION.
       FILE SECTION.
       FD  VENDAS-FILE.
           COPY "VENDA.CPY".

       FD  VENDASNOVO-FILE.
       01  WSS-REG-VENDASNOVO        PIC X(120).

       FD  ITENS-FILE.
           COPY "ITEMVEN.CPY".

       FD  ITENSNOVO-FILE.
       01  WSS-REG-ITENSNOVO         PIC X(120).

       FD  SESSAO-FILE.
           COPY "SESSAO.CPY".

       FD  ESTOQUE-FILE.
           COPY "ESTOQUE.CPY".

       FD  ESTEXC-FILE.
           COPY "ESTEXC.CPY".

       FD  ESTEXCNOVO-FILE.
       01  WSS-REG-ESTEXCNOVO        PIC X(41).

       FD  CONTASREC-FILE.
           COPY "RECEBER.CPY".

       FD  PAGTO-FILE.
           COPY "PAGTO.CPY".

       FD  LOTES-FILE.
           COPY "LOTE.CPY".

       FD  LOTVEN-FILE.
           COPY "LOTEVEN.CPY".

       FD  LOTVENNOVO-FILE.
       01  WSS-REG-LOTVENNOVO        PIC X(45).

       FD  CANCEL-FILE.
           COPY "CANCEL.CPY".

       FD  RECIBCTL-FILE.
           COPY "RECIBCTL.CPY".

       WORKING-STORAGE SECTION.
       77  WSS-FS-VENDAS        PIC X(02).
       77  WSS-FS-VENDASNOVO    PIC X(02).
       77  WSS-FS-ITENS         PIC X(02).
       77  WSS-FS-ITENSNOVO     PIC X(02).
       77  WSS-FS-SESSAO        PIC X(02).
       77  WSS-FS-ESTOQUE       PIC X(02).
       77  WSS-FS-ESTEXC        PIC X(02).
       77  WSS-FS-ESTEXCNOVO    PIC X(02).
       77  WSS-FS-CONTASREC     PIC X(02).
       77  WSS-FS-PAGTO         PIC X(02).
       77  WSS-FS-CANCEL        PIC X(02).
       77  WSS-FS-LOTES         PIC X(02).
       77  WSS-FS-LOTVEN        PIC X(02).
       77  WSS-FS-LOTVENNOVO    PIC X(02).
       77  WSS-FS-RECIBCTL      PIC X(02).
       77  WSS-TfsPrograma      PIC X(12) VALUE "exerc-7-can".
       77  WSS-TfsArquivo       PIC X(12).
       77  WSS-TfsOperacao      PIC X(10).

       77  WSS-DataHoje         PIC 9(8).
       77  WSS-Hora8            PIC 9(8).
       77  WSS-Operador         PIC 9(3).
       77  WSS-OperadorValido   PIC X(01).
       77  WSS-Supervisor       PIC 9(3).
       77  WSS-SupervisorValido PIC X(01).
       77  WSS-AutPrograma      PIC X(12) VALUE "EXERC-7-CAN".
       77  WSS-AutFuncao        PIC X(02).
       77  WSS-AutAutorizado    PIC X(01).
       77  WSS-LckOperacao      PIC X(01).
       77  WSS-LckNome          PIC X(12) VALUE "VENDASDIA".
       77  WSS-LckOcupado       PIC X(01).
       77  WSS-LckDetentor      PIC X(12).
       77  WSS-LckDesde         PIC X(05).

       77  WSS-NumSessao        PIC 9(6) VALUE ZEROS.
       77  WSS-AchouSessao      PIC X(01).
       77  WSS-fim-sessao       PIC X(01).
           88 WSS-NAO-HA-MAIS-SESSOES  VALUE "S".
       77  WSS-fim-arquivo      PIC X(01).
           88 WSS-NAO-HA-MAIS-REGISTROS  VALUE "S".

       77  WSS-NumRecibo        PIC 9(6).
       77  WSS-MotivoCancel     PIC X(30).
       77  WSS-Confirmar        PIC X(01).
       77  WSS-QtdLinhas        PIC 9(3).
       77  WSS-ValorRecibo      PIC 9(7)V99.
       77  WSS-ValorEd          PIC z,zzz,zz9.99.
       77  WSS-TipoRecibo       PIC X(01).
       77  WSS-VendedorRecibo   PIC 9(3).
       77  WSS-OutraSessao      PIC X(01).
       77  WSS-TemDevolucao     PIC X(01).
       77  WSS-LinhasRetiradas  PIC 9(3).
       77  WSS-ItensRetirados   PIC 9(3).
       77  WSS-QtdEstornados    PIC 9(3).
       77  WSS-ExcecoesRetiradas PIC 9(3).
       77  WSS-TitulosApagados  PIC 9(3).
       77  WSS-FormasApagadas   PIC 9(3).
       77  WSS-MovTipo          PIC X(01).
       77  WSS-MovDelta         PIC S9(5).
       77  WSS-MovMotivo        PIC X(02) VALUE SPACES.
       77  WSS-LojaRecibo       PIC X(01).
       77  WSS-fim-faixas       PIC X(01).
           88 WSS-NAO-HA-MAIS-FAIXAS   VALUE "S".

       77  WSS-IndItem          PIC 9(2).
       77  WSS-QtdItens         PIC 9(2).
       01  TABELA-ITENS-CANCEL.
           05  ITEM-CANCELADO OCCURS 50 TIMES.
               10  itc-produto        PIC 9(5).
               10  itc-qtd            PIC 9(3).
       77  WSS-IndLot           PIC 9(3).
       77  WSS-QtdLotesCancel   PIC 9(3).
       77  WSS-LotesRecompostos PIC 9(3).
       77  WSS-LotesAberto      PIC X(01).
       01  TABELA-LOTES-CANCEL.
           05  LOTE-CANCELADO OCCURS 200 TIMES.
               10  ltc-item           PIC 9(2).
               10  ltc-loja           PIC X(01).
               10  ltc-produto        PIC 9(5).
               10  ltc-validade       PIC 9(8).
               10  ltc-lote           PIC X(10).
               10  ltc-qtd            PIC 9(5).
       77  WSS-IndExc           PIC 9(2).
       77  WSS-QtdExcecoes      PIC 9(2).
       77  WSS-AchouExcecao     PIC X(01).
       01  TABELA-EXCECOES.
           05  EXCECAO-RECIBO OCCURS 50 TIMES.
               10  exc-produto        PIC 9(5).
               10  exc-qtd            PIC 9(5).
               10  exc-usada          PIC X(01).

       PROCEDURE DIVISION.
       Inicio.
           ACCEPT WSS-DataHoje FROM DATE YYYYMMDD
           CALL "OPERSIGN" USING WSS-Operador WSS-OperadorValido
           IF WSS-OperadorValido NOT = "S"
               DISPLAY "Sem operador identificado. Encerrando."
               GO TO Encerramento
           END-IF
           PERFORM LocalizarSessaoAberta
           IF WSS-AchouSessao NOT = "S"
               DISPLAY "Operador " WSS-Operador " sem sessao de "
                       "caixa aberta. Recibo de sessao fechada so "
                       "sai pela devolucao."
               GO TO Encerramento
           END-IF

           DISPLAY "Numero do recibo a cancelar: "
           ACCEPT WSS-NumRecibo
           PERFORM ApurarRecibo
           EVALUATE TRUE
               WHEN WSS-QtdLinhas = ZEROS AND WSS-OutraSessao = "S"
                   DISPLAY "Recibo " WSS-NumRecibo " nao e da "
                           "sessao aberta de hoje. Use a devolucao."
                   GO TO Encerramento
               WHEN WSS-QtdLinhas = ZEROS
                   DISPLAY "Recibo " WSS-NumRecibo " nao encontrado "
                           "em VENDASDIA."
                   GO TO Encerramento
               WHEN WSS-OutraSessao = "S"
                   DISPLAY "Recibo " WSS-NumRecibo " tem linhas de "
                           "outra sessao ou dia. Cancelamento "
                           "recusado."
                   GO TO Encerramento
               WHEN WSS-TemDevolucao = "S"
                   DISPLAY "Recibo " WSS-NumRecibo " ja tem "
                           "devolucao lancada. Cancelamento "
                           "recusado."
                   GO TO Encerramento
           END-EVALUATE

           MOVE WSS-ValorRecibo TO WSS-ValorEd
           DISPLAY "Recibo " WSS-NumRecibo " tipo " WSS-TipoRecibo
                   " vendedor " WSS-VendedorRecibo
           DISPLAY "  " WSS-QtdLinhas " linha(s), valor "
                   WSS-ValorEd
           MOVE SPACES TO WSS-MotivoCancel
           PERFORM UNTIL WSS-MotivoCancel NOT = SPACES
               DISPLAY "Motivo do cancelamento: "
               ACCEPT WSS-MotivoCancel
           END-PERFORM
           DISPLAY "Confirma o cancelamento (S/N): "
           ACCEPT WSS-Confirmar
           IF WSS-Confirmar NOT = "S" AND WSS-Confirmar NOT = "s"
               DISPLAY "Cancelamento desistido."
               GO TO Encerramento
           END-IF

      * Liberacao: outro operador, com CV (ou tudo) no perfil,
      * assina na hora; negado cai no SEGLOG pelo OPERAUTH.
           DISPLAY "Assinatura do supervisor para liberar:"
           CALL "OPERSIGN" USING WSS-Supervisor WSS-SupervisorValido
           IF WSS-SupervisorValido NOT = "S"
               DISPLAY "Supervisor nao identificado. Cancelamento "
                       "nao liberado."
               GO TO Encerramento
           END-IF
           IF WSS-Supervisor = WSS-Operador
               DISPLAY "O proprio operador nao libera o seu "
                       "cancelamento."
               GO TO Encerramento
           END-IF
           MOVE "CV" TO WSS-AutFuncao
           CALL "OPERAUTH" USING WSS-Supervisor WSS-AutPrograma
                WSS-AutFuncao WSS-AutAutorizado
           IF WSS-AutAutorizado NOT = "S"
               DISPLAY "Supervisor sem autorizacao para cancelar "
                       "recibos."
               GO TO Encerramento
           END-IF

           MOVE "L" TO WSS-LckOperacao
           CALL "RUNLOCK" USING WSS-LckOperacao WSS-LckNome
                WSS-AutPrograma WSS-LckOcupado WSS-LckDetentor
                WSS-LckDesde
           IF WSS-LckOcupado = "S"
               DISPLAY "VENDASDIA em uso por " WSS-LckDetentor
                       " desde " WSS-LckDesde ". Tente de novo em "
                       "instantes."
               GO TO Encerramento
           END-IF
           PERFORM RetirarLinhasVendas
           PERFORM RetirarItensVenda
           PERFORM RetirarLotesVenda
           PERFORM RetirarExcecoesRecibo
           MOVE "U" TO WSS-LckOperacao
           CALL "RUNLOCK" USING WSS-LckOperacao WSS-LckNome
                WSS-AutPrograma WSS-LckOcupado WSS-LckDetentor
                WSS-LckDesde

           PERFORM EstornarEstoque
           IF WSS-TipoRecibo = "P" OR "p"
               PERFORM ApagarTituloPrazo
           ELSE
               PERFORM ApagarFormasPagamento
           END-IF
           PERFORM GravarCancelamento

           DISPLAY "------ RECIBO " WSS-NumRecibo " CANCELADO ------"
           DISPLAY "Linhas retiradas de VENDASDIA..: "
                   WSS-LinhasRetiradas
           DISPLAY "Itens retirados de ITENSVENDA..: "
                   WSS-ItensRetirados
           DISPLAY "Excecoes tiradas de ESTOQUEEXC.: "
                   WSS-ExcecoesRetiradas
           DISPLAY "Itens devolvidos ao estoque....: "
                   WSS-QtdEstornados
           DISPLAY "Lotes recompostos em LOTESVAL..: "
                   WSS-LotesRecompostos
           DISPLAY "Titulos a prazo apagados.......: "
                   WSS-TitulosApagados
           DISPLAY "Formas de pagamento apagadas...: "
                   WSS-FormasApagadas.

       Encerramento.
           DISPLAY SPACE
           display "Obrigado volte sempre!!! "
           DISPLAY SPACE

           ACCEPT OMITTED.
           EXIT PROGRAM.
           STOP RUN.

       LocalizarSessaoAberta.
           MOVE "N" TO WSS-AchouSessao
           OPEN INPUT SESSAO-FILE
           IF WSS-FS-SESSAO = "35"
               CONTINUE
           ELSE
               MOVE "N" TO WSS-fim-sessao
               MOVE ZEROS TO SES-NUMERO
               START SESSAO-FILE KEY NOT < SES-NUMERO
                   INVALID KEY SET WSS-NAO-HA-MAIS-SESSOES TO TRUE
               END-START
               PERFORM UNTIL WSS-NAO-HA-MAIS-SESSOES
                   READ SESSAO-FILE NEXT RECORD
                       AT END
                           SET WSS-NAO-HA-MAIS-SESSOES TO TRUE
                       NOT AT END
                           IF SES-ABERTA
                              AND SES-OPERADOR = WSS-Operador
                               MOVE SES-NUMERO TO WSS-NumSessao
                               MOVE "S" TO WSS-AchouSessao
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE SESSAO-FILE
           END-IF.

      * O recibo so e cancelavel se todas as suas linhas V/P forem
      * de hoje e da sessao aberta do operador; linha D apontando
      * para ele e devolucao ja feita.
       ApurarRecibo.
           MOVE ZEROS TO WSS-QtdLinhas
           MOVE ZEROS TO WSS-ValorRecibo
           MOVE "N" TO WSS-OutraSessao
           MOVE "N" TO WSS-TemDevolucao
           MOVE "N" TO WSS-fim-arquivo
           OPEN INPUT VENDAS-FILE
           IF WSS-FS-VENDAS = "35"
               CONTINUE
           ELSE
               READ VENDAS-FILE
                   AT END SET WSS-NAO-HA-MAIS-REGISTROS TO TRUE
               END-READ
               PERFORM UNTIL WSS-NAO-HA-MAIS-REGISTROS
                   IF VEN-RECIBO = WSS-NumRecibo
                       PERFORM ClassificarLinhaRecibo
                   END-IF
                   READ VENDAS-FILE
                       AT END SET WSS-NAO-HA-MAIS-REGISTROS TO TRUE
                   END-READ
               END-PERFORM
               CLOSE VENDAS-FILE
           END-IF.

       ClassificarLinhaRecibo.
           EVALUATE TRUE
               WHEN VEN-TIPO = "D" OR "d"
                   MOVE "S" TO WSS-TemDevolucao
               WHEN VEN-DATA = WSS-DataHoje
                    AND VEN-SESSAO = WSS-NumSessao
                   ADD 1 TO WSS-QtdLinhas
                   ADD VEN-VALOR TO WSS-ValorRecibo
                   MOVE VEN-TIPO TO WSS-TipoRecibo
                   MOVE VEN-VENDEDOR TO WSS-VendedorRecibo
               WHEN OTHER
                   MOVE "S" TO WSS-OutraSessao
           END-EVALUATE.

      * VENDASDIA e sequencial: as linhas que ficam vao para
      * VENDASDIANOVO e voltam para o VENDASDIA sem as do recibo.
       RetirarLinhasVendas.
           MOVE ZEROS TO WSS-LinhasRetiradas
           MOVE "N" TO WSS-fim-arquivo
           OPEN INPUT VENDAS-FILE
           OPEN OUTPUT VENDASNOVO-FILE
           READ VENDAS-FILE
               AT END SET WSS-NAO-HA-MAIS-REGISTROS TO TRUE
           END-READ
           PERFORM UNTIL WSS-NAO-HA-MAIS-REGISTROS
               IF VEN-RECIBO = WSS-NumRecibo
                  AND VEN-DATA = WSS-DataHoje
                  AND VEN-SESSAO = WSS-NumSessao
                  AND VEN-TIPO NOT = "D" AND VEN-TIPO NOT = "d"
                   ADD 1 TO WSS-LinhasRetiradas
               ELSE
                   MOVE VENDA-REG TO WSS-REG-VENDASNOVO
                   WRITE WSS-REG-VENDASNOVO
               END-IF
               READ VENDAS-FILE
                   AT END SET WSS-NAO-HA-MAIS-REGISTROS TO TRUE
               END-READ
           END-PERFORM
           CLOSE VENDAS-FILE
           CLOSE VENDASNOVO-FILE

           MOVE "N" TO WSS-fim-arquivo
           OPEN INPUT VENDASNOVO-FILE
           OPEN OUTPUT VENDAS-FILE
           MOVE "VENDASDIA" TO WSS-TfsArquivo
           MOVE "OPEN OUT" TO WSS-TfsOperacao
           CALL "TRATAFS" USING WSS-TfsPrograma
                WSS-TfsArquivo WSS-TfsOperacao WSS-FS-VENDAS
           READ VENDASNOVO-FILE
               AT END SET WSS-NAO-HA-MAIS-REGISTROS TO TRUE
           END-READ
           PERFORM UNTIL WSS-NAO-HA-MAIS-REGISTROS
               MOVE WSS-REG-VENDASNOVO TO VENDA-REG
               WRITE VENDA-REG
               READ VENDASNOVO-FILE
                   AT END SET WSS-NAO-HA-MAIS-REGISTROS TO TRUE
               END-READ
           END-PERFORM
           CLOSE VENDASNOVO-FILE
           CLOSE VENDAS-FILE.

       RetirarItensVenda.
           MOVE ZEROS TO WSS-ItensRetirados
           MOVE ZEROS TO WSS-QtdItens
           OPEN INPUT ITENS-FILE
           IF WSS-FS-ITENS = "35"
               CONTINUE
           ELSE
               PERFORM SepararItensRecibo
               PERFORM RegravarItensVenda
           END-IF.

       SepararItensRecibo.
           MOVE "N" TO WSS-fim-arquivo
           OPEN OUTPUT ITENSNOVO-FILE
           READ ITENS-FILE
               AT END SET WSS-NAO-HA-MAIS-REGISTROS TO TRUE
           END-READ
           PERFORM UNTIL WSS-NAO-HA-MAIS-REGISTROS
               IF ITV-RECIBO = WSS-NumRecibo
                  AND ITV-DATA = WSS-DataHoje
                  AND ITV-TIPO NOT = "D" AND ITV-TIPO NOT = "d"
                   ADD 1 TO WSS-ItensRetirados
                   IF WSS-QtdItens < 50
                       ADD 1 TO WSS-QtdItens
                       MOVE ITV-PRODUTO TO itc-produto (WSS-QtdItens)
                       MOVE ITV-QTD TO itc-qtd (WSS-QtdItens)
                   END-IF
               ELSE
                   MOVE ITEMVEN-REG TO WSS-REG-ITENSNOVO
                   WRITE WSS-REG-ITENSNOVO
               END-IF
               READ ITENS-FILE
                   AT END SET WSS-NAO-HA-MAIS-REGISTROS TO TRUE
               END-READ
           END-PERFORM
           CLOSE ITENS-FILE
           CLOSE ITENSNOVO-FILE.

       RegravarItensVenda.
           MOVE "N" TO WSS-fim-arquivo
           OPEN INPUT ITENSNOVO-FILE
           OPEN OUTPUT ITENS-FILE
           MOVE "ITENSVENDA" TO WSS-TfsArquivo
           MOVE "OPEN OUT" TO WSS-TfsOperacao
           CALL "TRATAFS" USING WSS-TfsPrograma
                WSS-TfsArquivo WSS-TfsOperacao WSS-FS-ITENS
           READ ITENSNOVO-FILE
               AT END SET WSS-NAO-HA-MAIS-REGISTROS TO TRUE
           END-READ
           PERFORM UNTIL WSS-NAO-HA-MAIS-REGISTROS
               MOVE WSS-REG-ITENSNOVO TO ITEMVEN-REG
               WRITE ITEMVEN-REG
               READ ITENSNOVO-FILE
                   AT END SET WSS-NAO-HA-MAIS-REGISTROS TO TRUE
               END-READ
           END-PERFORM
           CLOSE ITENSNOVO-FILE
           CLOSE ITENS-FILE.

      * LOTESVENDA tambem e sequencial: as linhas do recibo vao
      * para a tabela de lotes a recompor e as demais voltam ao
      * arquivo pelo LOTESVENDANOVO.
       RetirarLotesVenda.
           MOVE ZEROS TO WSS-QtdLotesCancel
           OPEN INPUT LOTVEN-FILE
           IF WSS-FS-LOTVEN = "00"
               MOVE "N" TO WSS-fim-arquivo
               OPEN OUTPUT LOTVENNOVO-FILE
               READ LOTVEN-FILE
                   AT END SET WSS-NAO-HA-MAIS-REGISTROS TO TRUE
               END-READ
               PERFORM UNTIL WSS-NAO-HA-MAIS-REGISTROS
                   IF LVE-RECIBO = WSS-NumRecibo
                      AND LVE-DATA = WSS-DataHoje
                      AND WSS-QtdLotesCancel < 200
                       ADD 1 TO WSS-QtdLotesCancel
                       MOVE LVE-ITEM TO ltc-item (WSS-QtdLotesCancel)
                       MOVE LVE-LOJA TO ltc-loja (WSS-QtdLotesCancel)
                       MOVE LVE-PRODUTO
                            TO ltc-produto (WSS-QtdLotesCancel)
                       MOVE LVE-VALIDADE
                            TO ltc-validade (WSS-QtdLotesCancel)
                       MOVE LVE-LOTE TO ltc-lote (WSS-QtdLotesCancel)
                       MOVE LVE-QTD TO ltc-qtd (WSS-QtdLotesCancel)
                   ELSE
                       MOVE LOTEVEN-REG TO WSS-REG-LOTVENNOVO
                       WRITE WSS-REG-LOTVENNOVO
                   END-IF
                   READ LOTVEN-FILE
                       AT END SET WSS-NAO-HA-MAIS-REGISTROS TO TRUE
                   END-READ
               END-PERFORM
               CLOSE LOTVEN-FILE
               CLOSE LOTVENNOVO-FILE
               PERFORM RegravarLotesVenda
           END-IF.

       RegravarLotesVenda.
           MOVE "N" TO WSS-fim-arquivo
           OPEN INPUT LOTVENNOVO-FILE
           OPEN OUTPUT LOTVEN-FILE
           MOVE "LOTESVENDA" TO WSS-TfsArquivo
           MOVE "OPEN OUT" TO WSS-TfsOperacao
           CALL "TRATAFS" USING WSS-TfsPrograma
                WSS-TfsArquivo WSS-TfsOperacao WSS-FS-LOTVEN
           READ LOTVENNOVO-FILE
               AT END SET WSS-NAO-HA-MAIS-REGISTROS TO TRUE
           END-READ
           PERFORM UNTIL WSS-NAO-HA-MAIS-REGISTROS
               MOVE WSS-REG-LOTVENNOVO TO LOTEVEN-REG
               WRITE LOTEVEN-REG
               READ LOTVENNOVO-FILE
                   AT END SET WSS-NAO-HA-MAIS-REGISTROS TO TRUE
               END-READ
           END-PERFORM
           CLOSE LOTVENNOVO-FILE
           CLOSE LOTVEN-FILE.

      * Volta ao saldo so o que saiu pela venda: item que caiu no
      * relatorio de excecoes (ESTOQUEEXC) nao foi baixado - a
      * tabela vem da retirada das excecoes do recibo. Os
      * lotes que a venda consumiu (LOTESVENDA) voltam ao lote de
      * origem junto com o saldo do item. O saldo estornado e o
      * da loja dona da faixa de RECIBOCTL em que cai o recibo.
       EstornarEstoque.
           MOVE ZEROS TO WSS-QtdEstornados
           MOVE ZEROS TO WSS-LotesRecompostos
           MOVE "N" TO WSS-LotesAberto
           PERFORM IdentificarLojaRecibo
           IF WSS-LojaRecibo = SPACE
               DISPLAY "Recibo fora das faixas de RECIBOCTL. Lance "
                       "a entrada dos itens no exerc-35-est."
           ELSE
               OPEN I-O ESTOQUE-FILE
               IF WSS-FS-ESTOQUE NOT = "00"
                   DISPLAY "Arquivo ESTOQUE indisponivel. Lance a "
                           "entrada dos itens no exerc-35-est."
               ELSE
                   IF WSS-QtdLotesCancel > ZEROS
                       PERFORM AbrirLotes
                   END-IF
                   PERFORM VARYING WSS-IndItem FROM 1 BY 1
                           UNTIL WSS-IndItem > WSS-QtdItens
                       PERFORM EstornarItemEstoque
                   END-PERFORM
                   IF WSS-LotesAberto = "S"
                       CLOSE LOTES-FILE
                   END-IF
                   CLOSE ESTOQUE-FILE
               END-IF
           END-IF.

       AbrirLotes.
           OPEN I-O LOTES-FILE
           IF WSS-FS-LOTES = "35"
               OPEN OUTPUT LOTES-FILE
               CLOSE LOTES-FILE
               OPEN I-O LOTES-FILE
           END-IF
           MOVE "LOTESVAL" TO WSS-TfsArquivo
           MOVE "OPEN I-O" TO WSS-TfsOperacao
           CALL "TRATAFS" USING WSS-TfsPrograma
                WSS-TfsArquivo WSS-TfsOperacao WSS-FS-LOTES
           IF WSS-FS-LOTES = "00"
               MOVE "S" TO WSS-LotesAberto
           ELSE
               DISPLAY "Arquivo LOTESVAL indisponivel. Recomponha "
                       "os lotes no exerc-35-est."
           END-IF.

       IdentificarLojaRecibo.
           MOVE SPACE TO WSS-LojaRecibo
           OPEN INPUT RECIBCTL-FILE
           IF WSS-FS-RECIBCTL = "00"
               MOVE "N" TO WSS-fim-faixas
               MOVE LOW-VALUES TO RCT-LOJA
               START RECIBCTL-FILE KEY NOT < RCT-LOJA
                   INVALID KEY SET WSS-NAO-HA-MAIS-FAIXAS TO TRUE
               END-START
               PERFORM UNTIL WSS-NAO-HA-MAIS-FAIXAS
                   READ RECIBCTL-FILE NEXT RECORD
                       AT END SET WSS-NAO-HA-MAIS-FAIXAS TO TRUE
                       NOT AT END
                           IF WSS-NumRecibo NOT < RCT-INICIAL
                              AND WSS-NumRecibo NOT > RCT-FINAL
                               MOVE RCT-LOJA TO WSS-LojaRecibo
                               SET WSS-NAO-HA-MAIS-FAIXAS TO TRUE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE RECIBCTL-FILE
           END-IF.

      * As excecoes do recibo cancelado vao para a tabela usada no
      * estorno e saem de ESTOQUEEXC, para o relatorio de excecoes
      * nao cobrar item de venda que nao existe mais; as demais
      * voltam ao arquivo pelo ESTOQUEEXCNOVO.
       RetirarExcecoesRecibo.
           MOVE ZEROS TO WSS-QtdExcecoes
           MOVE ZEROS TO WSS-ExcecoesRetiradas
           MOVE "N" TO WSS-fim-arquivo
           OPEN INPUT ESTEXC-FILE
           IF WSS-FS-ESTEXC = "00"
               OPEN OUTPUT ESTEXCNOVO-FILE
               READ ESTEXC-FILE
                   AT END SET WSS-NAO-HA-MAIS-REGISTROS TO TRUE
               END-READ
               PERFORM UNTIL WSS-NAO-HA-MAIS-REGISTROS
                   IF EXE-RECIBO = WSS-NumRecibo
                      AND EXE-DATA = WSS-DataHoje
                      AND EXE-SESSAO = WSS-NumSessao
                       ADD 1 TO WSS-ExcecoesRetiradas
                       IF WSS-QtdExcecoes < 50
                           ADD 1 TO WSS-QtdExcecoes
                           MOVE EXE-PRODUTO
                                TO exc-produto (WSS-QtdExcecoes)
                           MOVE EXE-QTD TO exc-qtd (WSS-QtdExcecoes)
                           MOVE "N" TO exc-usada (WSS-QtdExcecoes)
                       END-IF
                   ELSE
                       MOVE ESTEXC-REG TO WSS-REG-ESTEXCNOVO
                       WRITE WSS-REG-ESTEXCNOVO
                   END-IF
                   READ ESTEXC-FILE
                       AT END SET WSS-NAO-HA-MAIS-REGISTROS TO TRUE
                   END-READ
               END-PERFORM
               CLOSE ESTEXC-FILE
               CLOSE ESTEXCNOVO-FILE
               IF WSS-ExcecoesRetiradas > ZEROS
                   PERFORM RegravarExcecoes
               END-IF
           END-IF.

       RegravarExcecoes.
           MOVE "N" TO WSS-fim-arquivo
           OPEN INPUT ESTEXCNOVO-FILE
           OPEN OUTPUT ESTEXC-FILE
           MOVE "ESTOQUEEXC" TO WSS-TfsArquivo
           MOVE "OPEN OUT" TO WSS-TfsOperacao
           CALL "TRATAFS" USING WSS-TfsPrograma
                WSS-TfsArquivo WSS-TfsOperacao WSS-FS-ESTEXC
           READ ESTEXCNOVO-FILE
               AT END SET WSS-NAO-HA-MAIS-REGISTROS TO TRUE
           END-READ
           PERFORM UNTIL WSS-NAO-HA-MAIS-REGISTROS
               MOVE WSS-REG-ESTEXCNOVO TO ESTEXC-REG
               WRITE ESTEXC-REG
               READ ESTEXCNOVO-FILE
                   AT END SET WSS-NAO-HA-MAIS-REGISTROS TO TRUE
               END-READ
           END-PERFORM
           CLOSE ESTEXCNOVO-FILE
           CLOSE ESTEXC-FILE.

       EstornarItemEstoque.
           MOVE "N" TO WSS-AchouExcecao
           PERFORM VARYING WSS-IndExc FROM 1 BY 1
                   UNTIL WSS-IndExc > WSS-QtdExcecoes
                      OR WSS-AchouExcecao = "S"
               IF exc-usada (WSS-IndExc) = "N"
                  AND exc-produto (WSS-IndExc)
                      = itc-produto (WSS-IndItem)
                  AND exc-qtd (WSS-IndExc) = itc-qtd (WSS-IndItem)
                   MOVE "S" TO exc-usada (WSS-IndExc)
                   MOVE "S" TO WSS-AchouExcecao
               END-IF
           END-PERFORM
           IF WSS-AchouExcecao = "N"
               MOVE WSS-LojaRecibo TO EST-LOJA
               MOVE itc-produto (WSS-IndItem) TO EST-CODIGO
               READ ESTOQUE-FILE
                   INVALID KEY
                       DISPLAY "Produto " EST-CODIGO " sem saldo de "
                               "estoque. Lance a entrada no "
                               "exerc-35-est."
                   NOT INVALID KEY
                       ADD itc-qtd (WSS-IndItem) TO EST-QTDATUAL
                       MOVE WSS-DataHoje TO EST-ULTMOV
                       REWRITE ESTOQUE-REG
                           INVALID KEY
                               DISPLAY "Erro ao regravar estoque. "
                                       "Status: " WSS-FS-ESTOQUE
                           NOT INVALID KEY
                               MOVE "X" TO WSS-MovTipo
                               MOVE itc-qtd (WSS-IndItem)
                                    TO WSS-MovDelta
                               CALL "GRAVAMOV" USING EST-LOJA
                                    EST-CODIGO WSS-MovTipo
                                    WSS-MovDelta EST-QTDATUAL
                                    WSS-Operador WSS-MovMotivo
                               ADD 1 TO WSS-QtdEstornados
                               IF WSS-LotesAberto = "S"
                                   PERFORM RecomporLotesItem
                               END-IF
                       END-REWRITE
               END-READ
           END-IF.

       RecomporLotesItem.
           PERFORM VARYING WSS-IndLot FROM 1 BY 1
                   UNTIL WSS-IndLot > WSS-QtdLotesCancel
               IF ltc-item (WSS-IndLot) = WSS-IndItem
                  AND ltc-produto (WSS-IndLot)
                      = itc-produto (WSS-IndItem)
                   PERFORM DevolverLote
               END-IF
           END-PERFORM.

      * Soma a quantidade de volta no lote; se a venda esgotou e
      * apagou o lote, ele e gravado de novo.
       DevolverLote.
           MOVE ltc-loja (WSS-IndLot) TO LOT-LOJA
           MOVE ltc-produto (WSS-IndLot) TO LOT-PRODUTO
           MOVE ltc-validade (WSS-IndLot) TO LOT-VALIDADE
           MOVE ltc-lote (WSS-IndLot) TO LOT-LOTE
           READ LOTES-FILE
               INVALID KEY
                   MOVE ltc-qtd (WSS-IndLot) TO LOT-QTD
                   WRITE LOTE-REG
                   MOVE "WRITE" TO WSS-TfsOperacao
               NOT INVALID KEY
                   ADD ltc-qtd (WSS-IndLot) TO LOT-QTD
                   REWRITE LOTE-REG
                   MOVE "REWRITE" TO WSS-TfsOperacao
           END-READ
           MOVE "LOTESVAL" TO WSS-TfsArquivo
           CALL "TRATAFS" USING WSS-TfsPrograma
                WSS-TfsArquivo WSS-TfsOperacao WSS-FS-LOTES
           IF WSS-FS-LOTES = "00"
               ADD 1 TO WSS-LotesRecompostos
           ELSE
               DISPLAY "Erro ao recompor o lote " LOT-LOTE
                       ". Status: " WSS-FS-LOTES
           END-IF.

       ApagarTituloPrazo.
           MOVE ZEROS TO WSS-TitulosApagados
           MOVE "N" TO WSS-fim-arquivo
           OPEN I-O CONTASREC-FILE
           IF WSS-FS-CONTASREC NOT = "00"
               DISPLAY "Arquivo CONTASREC indisponivel. Baixe o "
                       "titulo do recibo no exerc-7-ctr."
           ELSE
               PERFORM UNTIL WSS-NAO-HA-MAIS-REGISTROS
                   READ CONTASREC-FILE NEXT RECORD
                       AT END SET WSS-NAO-HA-MAIS-REGISTROS TO TRUE
                       NOT AT END
                           IF REC-RECIBO = WSS-NumRecibo
                              AND REC-EMISSAO = WSS-DataHoje
                               DELETE CONTASREC-FILE RECORD
                               MOVE "DELETE" TO WSS-TfsOperacao
                               MOVE "CONTASREC" TO WSS-TfsArquivo
                               CALL "TRATAFS" USING WSS-TfsPrograma
                                    WSS-TfsArquivo WSS-TfsOperacao
                                    WSS-FS-CONTASREC
                               ADD 1 TO WSS-TitulosApagados
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CONTASREC-FILE
           END-IF.

       ApagarFormasPagamento.
           MOVE ZEROS TO WSS-FormasApagadas
           MOVE "N" TO WSS-fim-arquivo
           OPEN I-O PAGTO-FILE
           IF WSS-FS-PAGTO NOT = "00"
               CONTINUE
           ELSE
               MOVE WSS-NumRecibo TO PAG-RECIBO
               MOVE ZEROS TO PAG-SEQ
               START PAGTO-FILE KEY NOT < PAG-CHAVE
                   INVALID KEY SET WSS-NAO-HA-MAIS-REGISTROS TO TRUE
               END-START
               PERFORM UNTIL WSS-NAO-HA-MAIS-REGISTROS
                   READ PAGTO-FILE NEXT RECORD
                       AT END SET WSS-NAO-HA-MAIS-REGISTROS TO TRUE
                       NOT AT END
                           IF PAG-RECIBO NOT = WSS-NumRecibo
                               SET WSS-NAO-HA-MAIS-REGISTROS TO TRUE
                           ELSE
                               DELETE PAGTO-FILE RECORD
                               ADD 1 TO WSS-FormasApagadas
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE PAGTO-FILE
           END-IF.

       GravarCancelamento.
           OPEN EXTEND CANCEL-FILE
           IF WSS-FS-CANCEL NOT = "00"
               CLOSE CANCEL-FILE
               OPEN OUTPUT CANCEL-FILE
           END-IF
           IF WSS-FS-CANCEL NOT = "00"
               DISPLAY "Nao foi possivel gravar CANCELAMENTOS. "
                       "Status: " WSS-FS-CANCEL
           ELSE
               MOVE WSS-DataHoje TO CNL-DATA
               ACCEPT WSS-Hora8 FROM TIME
               MOVE WSS-Hora8 (1:6) TO CNL-HORA
               MOVE WSS-NumRecibo TO CNL-RECIBO
               MOVE WSS-TipoRecibo TO CNL-TIPO
               MOVE WSS-ValorRecibo TO CNL-VALOR
               MOVE WSS-NumSessao TO CNL-SESSAO
               MOVE WSS-VendedorRecibo TO CNL-VENDEDOR
               MOVE WSS-Operador TO CNL-OPERADOR
               MOVE WSS-Supervisor TO CNL-SUPERVISOR
               MOVE WSS-MotivoCancel TO CNL-MOTIVO
               WRITE CANCEL-REG
               CLOSE CANCEL-FILE
           END-IF.
      *wrun32 exerc-7-can
