       IDENTIFICATION DIVISION.
       PROGRAM-ID. Exerc-35-Bxa.
       AUTHOR. JOAO_PAULO.

      * Baixa de estoque por perda: retira do saldo de ESTOQUE da
      * loja e do lote escolhido em LOTESVAL a mercadoria quebrada,
      * furtada, vencida ou consumida internamente, e grava no
      * diario MOVESTOQUE o tipo P com o motivo e o operador. Baixa
      * valorizada (ao custo de PRODUTOS) acima do limite so sai
      * com a assinatura de um supervisor com a funcao PE no
      * perfil (OPERAUTH). O relatorio mensal de perdas valoriza
      * as baixas do mes ao custo atual de PRODUTOS por motivo,
      * por categoria e por produto, e mostra a parte a quebra de
      * inventario apurada na contagem (tipo C, exerc-35-inv).
      * Motivos: QB quebra, FR furto/roubo, VV vencido, CI
      * consumo interno.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ESTOQUE-FILE ASSIGN TO "ESTOQUE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EST-CHAVE
               FILE STATUS IS WSS-FS-ESTOQUE.
           SELECT LOTES-FILE ASSIGN TO "LOTESVAL"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LOT-CHAVE
               FILE STATUS IS WSS-FS-LOTES.
           SELECT PRODUTOS-FILE ASSIGN TO "PRODUTOS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS REG-PRODUTO-CODIGO
               FILE STATUS IS WSS-FS-PRODUTOS.
           SELECT MOVESTQ-FILE ASSIGN TO "MOVESTOQUE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WSS-FS-MOVESTQ.

       DATA DIVISION.
       FILE SECTION.
       FD  ESTOQUE-FILE.
           COPY "ESTOQUE.CPY".

       FD  LOTES-FILE.
           COPY "LOTE.CPY".

       FD  PRODUTOS-FILE.
           COPY "PRODUTO.CPY".

       FD  MOVESTQ-FILE.
           COPY "MOVESTQ.CPY".

       WORKING-STORAGE SECTION.
       77  WSS-FS-ESTOQUE       PIC X(02).
       77  WSS-FS-LOTES         PIC X(02).
       77  WSS-FS-PRODUTOS      PIC X(02).
       77  WSS-FS-MOVESTQ       PIC X(02).
       77  WSS-TfsPrograma      PIC X(12) VALUE "exerc-35-bxa".
       77  WSS-TfsArquivo       PIC X(12).
       77  WSS-TfsOperacao      PIC X(10).

       77  WSS-Continuar        PIC X(01) VALUE "S".
       77  WSS-OpcaoMenu        PIC 9.
       77  WSS-DataHoje         PIC 9(8).
       77  WSS-Loja             PIC X(01).
       77  WSS-Operador         PIC 9(3).
       77  WSS-OperadorValido   PIC X(01).
       77  WSS-Supervisor       PIC 9(3).
       77  WSS-SupervisorValido PIC X(01).
       77  WSS-AutPrograma      PIC X(12) VALUE "EXERC-35-BXA".
       77  WSS-AutFuncao        PIC X(02).
       77  WSS-AutAutorizado    PIC X(01).
       77  WSS-MovTipo          PIC X(01) VALUE "P".
       77  WSS-MovDelta         PIC S9(5).
       77  WSS-MovMotivo        PIC X(02) VALUE SPACES.
           88 WSS-MOTIVO-VALIDO      VALUE "QB" "FR" "VV" "CI".

      * Baixa valorizada acima deste valor pede supervisor.
       77  WSS-LimiteBaixa      PIC 9(7)V99 VALUE 200.00.

       77  WSS-CodigoProduto    PIC 9(5).
       77  WSS-DescricaoProd    PIC X(20).
       77  WSS-CustoProd        PIC 9(5)V99.
       77  WSS-CategoriaProd    PIC X(01).
       77  WSS-QtdBaixa         PIC 9(5).
       77  WSS-ValorBaixa       PIC 9(9)V99.
       77  WSS-Confirma         PIC X(01).
       77  WSS-BaixaOk          PIC X(01).
       77  WSS-LoteOk           PIC X(01).
       77  WSS-fim-lotes        PIC X(01).
           88 WSS-NAO-HA-MAIS-LOTES  VALUE "S".

       77  WSS-IndLote          PIC 9(2).
       77  WSS-QtdLotes         PIC 9(2).
       77  WSS-LoteEscolhido    PIC 9(2).
       01  TABELA-LOTES-BAIXA.
           05  LOTE-BAIXA OCCURS 30 TIMES.
               10  lb-validade        PIC 9(8).
               10  lb-lote            PIC X(10).
               10  lb-qtd             PIC 9(5).

       77  WSS-Competencia      PIC 9(6).
       77  WSS-Mes              PIC 9(2).
       77  WSS-LojaRelatorio    PIC X(01).
       77  WSS-fim-movimentos   PIC X(01).
           88 WSS-NAO-HA-MAIS-MOVIMENTOS VALUE "S".
       77  WSS-ProdutosAberto   PIC X(01) VALUE "N".
       77  WSS-ValorMov         PIC S9(9)V99.
       77  WSS-QtdPerdida       PIC 9(5).

       77  WSS-IndProd          PIC 9(3).
       77  WSS-QtdProdutos      PIC 9(3).
       77  WSS-AchouProduto     PIC X(01).
       01  TABELA-PERDAS-PRODUTO.
           05  PERDA-PRODUTO OCCURS 300 TIMES.
               10  pp-produto         PIC 9(5).
               10  pp-descricao       PIC X(20).
               10  pp-categoria       PIC X(01).
               10  pp-custo           PIC 9(5)V99.
               10  pp-qtdperda        PIC 9(7).
               10  pp-valperda        PIC 9(9)V99.
               10  pp-qtdcontagem     PIC S9(7).
               10  pp-valcontagem     PIC S9(9)V99.

       77  WSS-IndMotivo        PIC 9(1).
       01  TABELA-MOTIVOS-VALORES.
           05  FILLER             PIC X(02) VALUE "QB".
           05  FILLER             PIC X(20) VALUE "Quebra".
           05  FILLER             PIC X(02) VALUE "FR".
           05  FILLER             PIC X(20) VALUE "Furto/roubo".
           05  FILLER             PIC X(02) VALUE "VV".
           05  FILLER             PIC X(20) VALUE "Vencido".
           05  FILLER             PIC X(02) VALUE "CI".
           05  FILLER             PIC X(20) VALUE "Consumo interno".
       01  TABELA-MOTIVOS REDEFINES TABELA-MOTIVOS-VALORES.
           05  MOTIVO-PERDA OCCURS 4 TIMES.
               10  mp-codigo          PIC X(02).
               10  mp-descricao       PIC X(20).
       01  TABELA-TOTAIS-MOTIVO.
           05  TOTAL-MOTIVO OCCURS 4 TIMES.
               10  tm-qtd             PIC 9(7).
               10  tm-valor           PIC 9(9)V99.

       77  WSS-IndCat           PIC 9(2).
       77  WSS-QtdCategorias    PIC 9(2).
       77  WSS-AchouCategoria   PIC X(01).
       01  TABELA-PERDAS-CATEGORIA.
           05  PERDA-CATEGORIA OCCURS 20 TIMES.
               10  pc-categoria       PIC X(01).
               10  pc-qtd             PIC 9(7).
               10  pc-valor           PIC 9(9)V99.

       77  WSS-TotQtdPerda      PIC 9(7).
       77  WSS-TotValPerda      PIC 9(11)V99.
       77  WSS-TotQtdContagem   PIC S9(7).
       77  WSS-TotValContagem   PIC S9(11)V99.
       77  WSS-QtdBaixas        PIC 9(5).

       77  WSS-QtdEd            PIC -(6)9.
       77  WSS-ValorEd          PIC -,---,---,--9.99.
       77  WSS-Valor2Ed         PIC -,---,---,--9.99.

       77  WSS-ImpComando       PIC X(01).
       77  WSS-ImpTexto         PIC X(80).
       77  WSS-ImpColunas       PIC X(80).

       PROCEDURE DIVISION.
       Inicio.
      * A baixa carimba o operador no diario MOVESTOQUE; sem
      * operador identificado o programa nao abre.
           CALL "OPERSIGN" USING WSS-Operador WSS-OperadorValido
           IF WSS-OperadorValido NOT = "S"
               DISPLAY "Sem operador identificado. Encerrando."
               GO TO Encerramento
           END-IF
           ACCEPT WSS-DataHoje FROM DATE YYYYMMDD
           DISPLAY "Codigo da loja (A/B/...): "
           ACCEPT WSS-Loja
           MOVE FUNCTION UPPER-CASE (WSS-Loja) TO WSS-Loja
           PERFORM UNTIL WSS-Loja >= "A" AND WSS-Loja <= "Z"
               DISPLAY "Loja invalida. Informe uma letra (A/B/...): "
               ACCEPT WSS-Loja
               MOVE FUNCTION UPPER-CASE (WSS-Loja) TO WSS-Loja
           END-PERFORM

           OPEN I-O ESTOQUE-FILE
           IF WSS-FS-ESTOQUE = "35"
               OPEN OUTPUT ESTOQUE-FILE
               CLOSE ESTOQUE-FILE
               OPEN I-O ESTOQUE-FILE
           END-IF
           MOVE "ESTOQUE" TO WSS-TfsArquivo
           MOVE "OPEN I-O" TO WSS-TfsOperacao
           CALL "TRATAFS" USING WSS-TfsPrograma
                WSS-TfsArquivo WSS-TfsOperacao WSS-FS-ESTOQUE

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

           OPEN INPUT PRODUTOS-FILE
           IF WSS-FS-PRODUTOS = "00"
               MOVE "S" TO WSS-ProdutosAberto
           END-IF

           PERFORM UNTIL WSS-Continuar = "N"
                DISPLAY "--- Baixa de estoque por perda - loja "
                        WSS-Loja " ---"
                DISPLAY "1. Lancar baixa"
                DISPLAY "2. Relatorio mensal de perdas"
                DISPLAY "3. Sair"
                DISPLAY "Digite a opcao desejada:"
                ACCEPT WSS-OpcaoMenu

                EVALUATE WSS-OpcaoMenu
                    WHEN 1
                        PERFORM LancarBaixa
                    WHEN 2
                        PERFORM RelatorioPerdas
                                THRU RelatorioPerdas-Fim
                    WHEN 3
                        DISPLAY "Saindo do programa."
                        MOVE "N" TO WSS-Continuar
                    WHEN OTHER
                        DISPLAY "Opcao invalida."
                END-EVALUATE
           END-PERFORM

           CLOSE ESTOQUE-FILE
           CLOSE LOTES-FILE
           IF WSS-ProdutosAberto = "S"
               CLOSE PRODUTOS-FILE
           END-IF.

       Encerramento.
           DISPLAY SPACE
           display "Obrigado volte sempre!!! "
           DISPLAY SPACE

           ACCEPT OMITTED.
           EXIT PROGRAM.
           STOP RUN.

       LancarBaixa.
           MOVE "N" TO WSS-BaixaOk
           DISPLAY "Informe o codigo do produto: "
           ACCEPT WSS-CodigoProduto
           MOVE WSS-CodigoProduto TO REG-PRODUTO-CODIGO
           MOVE "N" TO WSS-AchouProduto
           IF WSS-ProdutosAberto = "S"
               READ PRODUTOS-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE "S" TO WSS-AchouProduto
                       MOVE REG-PRODUTO-DESCRICAO TO WSS-DescricaoProd
                       MOVE REG-PRODUTO-CUSTO TO WSS-CustoProd
               END-READ
           END-IF
           IF WSS-AchouProduto = "N"
               DISPLAY "Produto nao existe no cadastro PRODUTOS."
           ELSE
               MOVE WSS-Loja TO EST-LOJA
               MOVE WSS-CodigoProduto TO EST-CODIGO
               READ ESTOQUE-FILE
                   INVALID KEY
                       DISPLAY "Produto sem saldo de estoque na loja "
                               WSS-Loja "."
                   NOT INVALID KEY
                       DISPLAY WSS-DescricaoProd " saldo atual: "
                               EST-QTDATUAL
                       PERFORM EscolherLote
                       IF WSS-LoteEscolhido NOT = 99
                           PERFORM InformarBaixa
                                   THRU InformarBaixa-Fim
                       END-IF
               END-READ
           END-IF.

      * Produto com lotes na loja: a baixa sai de um lote escolhido
      * pelo operador (o vencido, o da caixa quebrada). Sem lotes,
      * a baixa e so do saldo (produto seco). 99 = desistiu.
       EscolherLote.
           MOVE ZEROS TO WSS-QtdLotes WSS-LoteEscolhido
           MOVE "N" TO WSS-fim-lotes
           MOVE WSS-Loja TO LOT-LOJA
           MOVE WSS-CodigoProduto TO LOT-PRODUTO
           MOVE ZEROS TO LOT-VALIDADE
           MOVE LOW-VALUES TO LOT-LOTE
           START LOTES-FILE KEY NOT < LOT-CHAVE
               INVALID KEY SET WSS-NAO-HA-MAIS-LOTES TO TRUE
           END-START
           PERFORM UNTIL WSS-NAO-HA-MAIS-LOTES
               READ LOTES-FILE NEXT RECORD
                   AT END SET WSS-NAO-HA-MAIS-LOTES TO TRUE
                   NOT AT END
                       IF LOT-LOJA NOT = WSS-Loja
                          OR LOT-PRODUTO NOT = WSS-CodigoProduto
                           SET WSS-NAO-HA-MAIS-LOTES TO TRUE
                       ELSE
                           IF WSS-QtdLotes < 30
                               ADD 1 TO WSS-QtdLotes
                               MOVE LOT-VALIDADE
                                    TO lb-validade (WSS-QtdLotes)
                               MOVE LOT-LOTE TO lb-lote (WSS-QtdLotes)
                               MOVE LOT-QTD TO lb-qtd (WSS-QtdLotes)
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           IF WSS-QtdLotes > ZEROS
               DISPLAY "Lotes do produto na loja:"
               PERFORM VARYING WSS-IndLote FROM 1 BY 1
                       UNTIL WSS-IndLote > WSS-QtdLotes
                   DISPLAY WSS-IndLote ". lote " lb-lote (WSS-IndLote)
                           " validade " lb-validade (WSS-IndLote)
                           " qtd " lb-qtd (WSS-IndLote)
                   IF lb-validade (WSS-IndLote) < WSS-DataHoje
                       DISPLAY "    (vencido)"
                   END-IF
               END-PERFORM
               DISPLAY "Numero do lote a baixar (99 desiste): "
               ACCEPT WSS-LoteEscolhido
               PERFORM UNTIL WSS-LoteEscolhido = 99
                          OR (WSS-LoteEscolhido > ZEROS
                              AND WSS-LoteEscolhido
                                  NOT > WSS-QtdLotes)
                   DISPLAY "Lote invalido. Informe de 1 a "
                           WSS-QtdLotes " (99 desiste): "
                   ACCEPT WSS-LoteEscolhido
               END-PERFORM
           END-IF.

       InformarBaixa.
           DISPLAY "Quantidade perdida: "
           ACCEPT WSS-QtdBaixa
           IF WSS-QtdBaixa = ZEROS
              OR WSS-QtdBaixa > EST-QTDATUAL
               DISPLAY "Quantidade invalida ou maior que o saldo. "
                       "Saldo atual: " EST-QTDATUAL
               GO TO InformarBaixa-Fim
           END-IF
           IF WSS-LoteEscolhido > ZEROS
               IF WSS-QtdBaixa > lb-qtd (WSS-LoteEscolhido)
                   DISPLAY "Quantidade maior que a do lote: "
                           lb-qtd (WSS-LoteEscolhido)
                   GO TO InformarBaixa-Fim
               END-IF
           END-IF

           DISPLAY "Motivo - QB quebra / FR furto ou roubo / "
                   "VV vencido / CI consumo interno: "
           ACCEPT WSS-MovMotivo
           MOVE FUNCTION UPPER-CASE (WSS-MovMotivo) TO WSS-MovMotivo
           PERFORM UNTIL WSS-MOTIVO-VALIDO
               DISPLAY "Motivo invalido. Informe QB, FR, VV ou CI: "
               ACCEPT WSS-MovMotivo
               MOVE FUNCTION UPPER-CASE (WSS-MovMotivo)
                    TO WSS-MovMotivo
           END-PERFORM

           COMPUTE WSS-ValorBaixa = WSS-QtdBaixa * WSS-CustoProd
           MOVE WSS-ValorBaixa TO WSS-ValorEd
           DISPLAY "Valor da baixa ao custo: " WSS-ValorEd
           DISPLAY "Confirma a baixa (S/N)? "
           ACCEPT WSS-Confirma
           IF WSS-Confirma NOT = "S" AND WSS-Confirma NOT = "s"
               DISPLAY "Baixa nao lancada."
               GO TO InformarBaixa-Fim
           END-IF

      * Acima do limite: outro operador, com PE (ou tudo) no
      * perfil, assina na hora; negado cai no SEGLOG pelo OPERAUTH.
           IF WSS-ValorBaixa > WSS-LimiteBaixa
               DISPLAY "Baixa acima do limite. Assinatura do "
                       "supervisor para liberar:"
               CALL "OPERSIGN" USING WSS-Supervisor
                    WSS-SupervisorValido
               IF WSS-SupervisorValido NOT = "S"
                   DISPLAY "Supervisor nao identificado. Baixa nao "
                           "liberada."
                   GO TO InformarBaixa-Fim
               END-IF
               IF WSS-Supervisor = WSS-Operador
                   DISPLAY "O proprio operador nao libera a sua "
                           "baixa."
                   GO TO InformarBaixa-Fim
               END-IF
               MOVE "PE" TO WSS-AutFuncao
               CALL "OPERAUTH" USING WSS-Supervisor WSS-AutPrograma
                    WSS-AutFuncao WSS-AutAutorizado
               IF WSS-AutAutorizado NOT = "S"
                   DISPLAY "Supervisor sem autorizacao para baixa "
                           "por perda."
                   GO TO InformarBaixa-Fim
               END-IF
           END-IF

           MOVE "S" TO WSS-LoteOk
           IF WSS-LoteEscolhido > ZEROS
               PERFORM BaixarLote
               IF WSS-LoteOk NOT = "S"
                   DISPLAY "Baixa nao gravada."
                   GO TO InformarBaixa-Fim
               END-IF
           END-IF

           SUBTRACT WSS-QtdBaixa FROM EST-QTDATUAL
           MOVE WSS-DataHoje TO EST-ULTMOV
           REWRITE ESTOQUE-REG
               INVALID KEY
                   DISPLAY "Erro ao regravar estoque. Status: "
                           WSS-FS-ESTOQUE
               NOT INVALID KEY
                   MOVE "S" TO WSS-BaixaOk
                   COMPUTE WSS-MovDelta = 0 - WSS-QtdBaixa
                   CALL "GRAVAMOV" USING EST-LOJA EST-CODIGO
                        WSS-MovTipo WSS-MovDelta EST-QTDATUAL
                        WSS-Operador WSS-MovMotivo
                   MOVE EST-QTDATUAL TO WSS-QtdEd
                   DISPLAY "Baixa gravada. Saldo atual: " WSS-QtdEd
           END-REWRITE.
       InformarBaixa-Fim.
           EXIT.

       BaixarLote.
           MOVE WSS-Loja TO LOT-LOJA
           MOVE WSS-CodigoProduto TO LOT-PRODUTO
           MOVE lb-validade (WSS-LoteEscolhido) TO LOT-VALIDADE
           MOVE lb-lote (WSS-LoteEscolhido) TO LOT-LOTE
           READ LOTES-FILE
               INVALID KEY
                   DISPLAY "Lote " LOT-LOTE " nao encontrado. Saldo "
                           "baixado sem o lote."
               NOT INVALID KEY
                   IF LOT-QTD NOT > WSS-QtdBaixa
                       DELETE LOTES-FILE RECORD
                       MOVE "DELETE" TO WSS-TfsOperacao
                   ELSE
                       SUBTRACT WSS-QtdBaixa FROM LOT-QTD
                       REWRITE LOTE-REG
                       MOVE "REWRITE" TO WSS-TfsOperacao
                   END-IF
                   MOVE "LOTESVAL" TO WSS-TfsArquivo
                   CALL "TRATAFS" USING WSS-TfsPrograma
                        WSS-TfsArquivo WSS-TfsOperacao WSS-FS-LOTES
                   IF WSS-FS-LOTES NOT = "00"
                       MOVE "N" TO WSS-LoteOk
                       DISPLAY "Erro ao baixar o lote " LOT-LOTE
                               ". Status: " WSS-FS-LOTES
                   ELSE
                       IF WSS-TfsOperacao = "DELETE"
                           DISPLAY "Lote " LOT-LOTE " validade "
                                   LOT-VALIDADE " esgotado."
                       ELSE
                           DISPLAY "Lote " LOT-LOTE " validade "
                                   LOT-VALIDADE " baixado em "
                                   WSS-QtdBaixa ". Restam " LOT-QTD "."
                       END-IF
                   END-IF
           END-READ.

      * Perdas do mes no diario MOVESTOQUE (tipo P) valorizadas ao
      * custo atual de PRODUTOS; a contagem (tipo C) sai a parte.
       RelatorioPerdas.
           DISPLAY "Competencia (AAAAMM): "
           ACCEPT WSS-Competencia
           MOVE WSS-Competencia (5:2) TO WSS-Mes
           IF WSS-Mes < 1 OR WSS-Mes > 12
               DISPLAY "Competencia invalida."
               GO TO RelatorioPerdas-Fim
           END-IF
           DISPLAY "Loja do relatorio (branco = todas): "
           ACCEPT WSS-LojaRelatorio
           MOVE FUNCTION UPPER-CASE (WSS-LojaRelatorio)
                TO WSS-LojaRelatorio

           MOVE ZEROS TO WSS-QtdProdutos WSS-QtdCategorias
                         WSS-TotQtdPerda WSS-TotValPerda
                         WSS-TotQtdContagem WSS-TotValContagem
                         WSS-QtdBaixas
           INITIALIZE TABELA-TOTAIS-MOTIVO

           OPEN INPUT MOVESTQ-FILE
           IF WSS-FS-MOVESTQ = "35"
               DISPLAY "Diario MOVESTOQUE nao encontrado. Sem "
                       "movimentos."
               GO TO RelatorioPerdas-Fim
           END-IF
           MOVE "N" TO WSS-fim-movimentos
           READ MOVESTQ-FILE
               AT END SET WSS-NAO-HA-MAIS-MOVIMENTOS TO TRUE
           END-READ
           PERFORM UNTIL WSS-NAO-HA-MAIS-MOVIMENTOS
               IF MOV-DATA (1:6) = WSS-Competencia
                  AND (MOV-TIPO = "P" OR MOV-TIPO = "C")
                  AND (WSS-LojaRelatorio = SPACE
                       OR MOV-LOJA = WSS-LojaRelatorio)
                   PERFORM AcumularPerda
               END-IF
               READ MOVESTQ-FILE
                   AT END SET WSS-NAO-HA-MAIS-MOVIMENTOS TO TRUE
               END-READ
           END-PERFORM
           CLOSE MOVESTQ-FILE

           MOVE "P" TO WSS-ImpComando
           MOVE "EXERC-35-BXA" TO WSS-ImpTexto
           MOVE WSS-Operador TO WSS-ImpTexto (13:3)
           CALL "IMPRIME" USING WSS-ImpComando WSS-ImpTexto
                WSS-ImpColunas
           MOVE "A" TO WSS-ImpComando
           MOVE SPACES TO WSS-ImpTexto
           STRING "RELATORIO DE PERDAS DE ESTOQUE - COMPETENCIA "
                  WSS-Competencia " LOJA " WSS-LojaRelatorio
                  DELIMITED BY SIZE INTO WSS-ImpTexto
           END-STRING
           MOVE "PRODUTO DESCRICAO            C     QTD  VALOR CUSTO"
                TO WSS-ImpColunas
           CALL "IMPRIME" USING WSS-ImpComando WSS-ImpTexto
                WSS-ImpColunas

           DISPLAY "------ PERDAS DE ESTOQUE " WSS-Competencia
                   " LOJA " WSS-LojaRelatorio " ------"
           PERFORM ListarPorProduto
           PERFORM ListarPorMotivo
           PERFORM ListarPorCategoria
           PERFORM ListarTotaisPerdas.
       RelatorioPerdas-Fim.
           EXIT.

       AcumularPerda.
           PERFORM LocalizarProduto
           IF WSS-AchouProduto = "S"
               IF MOV-TIPO = "P"
                   ADD 1 TO WSS-QtdBaixas
                   COMPUTE WSS-QtdPerdida = 0 - MOV-QTD
                   COMPUTE WSS-ValorMov = WSS-QtdPerdida
                           * pp-custo (WSS-IndProd)
                   ADD WSS-QtdPerdida TO pp-qtdperda (WSS-IndProd)
                                         WSS-TotQtdPerda
                   ADD WSS-ValorMov TO pp-valperda (WSS-IndProd)
                                       WSS-TotValPerda
                   PERFORM VARYING WSS-IndMotivo FROM 1 BY 1
                           UNTIL WSS-IndMotivo > 4
                       IF mp-codigo (WSS-IndMotivo) = MOV-MOTIVO
                           ADD WSS-QtdPerdida TO tm-qtd (WSS-IndMotivo)
                           ADD WSS-ValorMov TO tm-valor (WSS-IndMotivo)
                       END-IF
                   END-PERFORM
                   PERFORM LocalizarCategoria
                   ADD WSS-QtdPerdida TO pc-qtd (WSS-IndCat)
                   ADD WSS-ValorMov TO pc-valor (WSS-IndCat)
               ELSE
                   COMPUTE WSS-ValorMov = MOV-QTD
                           * pp-custo (WSS-IndProd)
                   ADD MOV-QTD TO pp-qtdcontagem (WSS-IndProd)
                                  WSS-TotQtdContagem
                   ADD WSS-ValorMov TO pp-valcontagem (WSS-IndProd)
                                       WSS-TotValContagem
               END-IF
           END-IF.

       LocalizarProduto.
           MOVE "N" TO WSS-AchouProduto
           PERFORM VARYING WSS-IndProd FROM 1 BY 1
                   UNTIL WSS-IndProd > WSS-QtdProdutos
                      OR WSS-AchouProduto = "S"
               IF pp-produto (WSS-IndProd) = MOV-PRODUTO
                   MOVE "S" TO WSS-AchouProduto
                   SUBTRACT 1 FROM WSS-IndProd
               END-IF
           END-PERFORM
           IF WSS-AchouProduto = "N"
               IF WSS-QtdProdutos = 300
                   DISPLAY "Limite de 300 produtos atingido. Produto "
                           MOV-PRODUTO " fora do relatorio."
               ELSE
                   ADD 1 TO WSS-QtdProdutos
                   MOVE WSS-QtdProdutos TO WSS-IndProd
                   INITIALIZE PERDA-PRODUTO (WSS-IndProd)
                   MOVE MOV-PRODUTO TO pp-produto (WSS-IndProd)
                   PERFORM BuscarCustoProduto
                   MOVE "S" TO WSS-AchouProduto
               END-IF
           END-IF.

       BuscarCustoProduto.
           IF WSS-ProdutosAberto = "S"
               MOVE MOV-PRODUTO TO REG-PRODUTO-CODIGO
               READ PRODUTOS-FILE
                   INVALID KEY
                       MOVE "NAO CADASTRADO" TO pp-descricao
                                               (WSS-IndProd)
                   NOT INVALID KEY
                       MOVE REG-PRODUTO-DESCRICAO
                            TO pp-descricao (WSS-IndProd)
                       MOVE REG-PRODUTO-CUSTO
                            TO pp-custo (WSS-IndProd)
                       MOVE REG-PRODUTO-CATEGORIA
                            TO pp-categoria (WSS-IndProd)
               END-READ
           END-IF.

       LocalizarCategoria.
           MOVE pp-categoria (WSS-IndProd) TO WSS-CategoriaProd
           MOVE "N" TO WSS-AchouCategoria
           PERFORM VARYING WSS-IndCat FROM 1 BY 1
                   UNTIL WSS-IndCat > WSS-QtdCategorias
                      OR WSS-AchouCategoria = "S"
               IF pc-categoria (WSS-IndCat) = WSS-CategoriaProd
                   MOVE "S" TO WSS-AchouCategoria
                   SUBTRACT 1 FROM WSS-IndCat
               END-IF
           END-PERFORM
           IF WSS-AchouCategoria = "N"
               IF WSS-QtdCategorias < 20
                   ADD 1 TO WSS-QtdCategorias
               END-IF
               MOVE WSS-QtdCategorias TO WSS-IndCat
               IF pc-categoria (WSS-IndCat) NOT = WSS-CategoriaProd
                   INITIALIZE PERDA-CATEGORIA (WSS-IndCat)
                   MOVE WSS-CategoriaProd
                        TO pc-categoria (WSS-IndCat)
               END-IF
           END-IF.

       ListarPorProduto.
           MOVE "D" TO WSS-ImpComando
           PERFORM VARYING WSS-IndProd FROM 1 BY 1
                   UNTIL WSS-IndProd > WSS-QtdProdutos
               IF pp-qtdperda (WSS-IndProd) > ZEROS
                   MOVE pp-qtdperda (WSS-IndProd) TO WSS-QtdEd
                   MOVE pp-valperda (WSS-IndProd) TO WSS-ValorEd
                   DISPLAY pp-produto (WSS-IndProd) " "
                           pp-descricao (WSS-IndProd)
                           " cat " pp-categoria (WSS-IndProd)
                           " qtd " WSS-QtdEd " valor " WSS-ValorEd
                   MOVE SPACES TO WSS-ImpTexto
                   STRING pp-produto (WSS-IndProd) "   "
                          pp-descricao (WSS-IndProd) " "
                          pp-categoria (WSS-IndProd) WSS-QtdEd
                          WSS-ValorEd
                          DELIMITED BY SIZE INTO WSS-ImpTexto
                   END-STRING
                   CALL "IMPRIME" USING WSS-ImpComando WSS-ImpTexto
                        WSS-ImpColunas
               END-IF
           END-PERFORM.

       ListarPorMotivo.
           DISPLAY SPACE
           DISPLAY "------ PERDAS POR MOTIVO ------"
           MOVE "D" TO WSS-ImpComando
           MOVE "--- PERDAS POR MOTIVO ---" TO WSS-ImpTexto
           CALL "IMPRIME" USING WSS-ImpComando WSS-ImpTexto
                WSS-ImpColunas
           PERFORM VARYING WSS-IndMotivo FROM 1 BY 1
                   UNTIL WSS-IndMotivo > 4
               MOVE tm-qtd (WSS-IndMotivo) TO WSS-QtdEd
               MOVE tm-valor (WSS-IndMotivo) TO WSS-ValorEd
               DISPLAY mp-codigo (WSS-IndMotivo) " "
                       mp-descricao (WSS-IndMotivo)
                       " qtd " WSS-QtdEd " valor " WSS-ValorEd
               MOVE SPACES TO WSS-ImpTexto
               STRING mp-codigo (WSS-IndMotivo) " "
                      mp-descricao (WSS-IndMotivo) WSS-QtdEd
                      WSS-ValorEd
                      DELIMITED BY SIZE INTO WSS-ImpTexto
               END-STRING
               CALL "IMPRIME" USING WSS-ImpComando WSS-ImpTexto
                    WSS-ImpColunas
           END-PERFORM.

       ListarPorCategoria.
           DISPLAY SPACE
           DISPLAY "------ PERDAS POR CATEGORIA ------"
           MOVE "D" TO WSS-ImpComando
           MOVE "--- PERDAS POR CATEGORIA ---" TO WSS-ImpTexto
           CALL "IMPRIME" USING WSS-ImpComando WSS-ImpTexto
                WSS-ImpColunas
           PERFORM VARYING WSS-IndCat FROM 1 BY 1
                   UNTIL WSS-IndCat > WSS-QtdCategorias
               MOVE pc-qtd (WSS-IndCat) TO WSS-QtdEd
               MOVE pc-valor (WSS-IndCat) TO WSS-ValorEd
               DISPLAY "Categoria " pc-categoria (WSS-IndCat)
                       " qtd " WSS-QtdEd " valor " WSS-ValorEd
               MOVE SPACES TO WSS-ImpTexto
               STRING "CAT " pc-categoria (WSS-IndCat) WSS-QtdEd
                      WSS-ValorEd
                      DELIMITED BY SIZE INTO WSS-ImpTexto
               END-STRING
               CALL "IMPRIME" USING WSS-ImpComando WSS-ImpTexto
                    WSS-ImpColunas
           END-PERFORM.

       ListarTotaisPerdas.
           DISPLAY SPACE
           DISPLAY "Baixas por perda no mes...: " WSS-QtdBaixas
           MOVE WSS-TotQtdPerda TO WSS-QtdEd
           DISPLAY "Unidades perdidas.........: " WSS-QtdEd
           MOVE WSS-TotValPerda TO WSS-ValorEd
           DISPLAY "Valor das perdas (custo)..: " WSS-ValorEd
           DISPLAY "Quebra de inventario (contagem, tipo C), a parte:"
           MOVE WSS-TotQtdContagem TO WSS-QtdEd
           DISPLAY "  Unidades ajustadas......: " WSS-QtdEd
           MOVE WSS-TotValContagem TO WSS-Valor2Ed
           DISPLAY "  Valor ajustado (custo)..: " WSS-Valor2Ed

           MOVE "T" TO WSS-ImpComando
           MOVE SPACES TO WSS-ImpTexto
           STRING "PERDAS " WSS-ValorEd " CONTAGEM " WSS-Valor2Ed
                  DELIMITED BY SIZE INTO WSS-ImpTexto
           END-STRING
           CALL "IMPRIME" USING WSS-ImpComando WSS-ImpTexto
                WSS-ImpColunas.
      *wrun32 exerc-35-bxa
