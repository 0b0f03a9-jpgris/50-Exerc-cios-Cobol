       AUTHOR. JOAO_PAULO.

      * Inventario fisico do estoque: digita as fichas de contagem
      * em CONTAGEMINV por data + loja + produto, emite o relatorio de
      * variacao confrontando a quantidade contada com o saldo
      * EST-QTDATUAL valorizado ao custo do cadastro PRODUTOS, e
      * aprova o inventario lancando as diferencas no saldo de
           SELECT ESTOQUE-FILE ASSIGN TO "ESTOQUE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EST-CHAVE
               FILE STATUS IS WSS-FS-ESTOQUE.
           SELECT PRODUTOS-FILE ASSIGN TO "PRODUTOS"
               ORGANIZATION IS INDEXED
       77  WSS-OpcaoMenu        PIC 9.
       77  WSS-DataHoje         PIC 9(8).
       77  WSS-DataContagem     PIC 9(8).
       77  WSS-Loja             PIC X(01).
       77  WSS-DataValida       PIC X(01).
       77  WSS-MotivoData       PIC X(30).
       77  WSS-Operador         PIC 9(3).
       77  WSS-SaldoEd          PIC -(4)9.
       77  WSS-MovTipo          PIC X(01).
       77  WSS-MovDelta         PIC S9(5).
       77  WSS-MovMotivo        PIC X(02) VALUE SPACES.

       PROCEDURE DIVISION.
       Inicio.
               CALL "VALIDATA" USING WSS-DataContagem
                    WSS-DataValida WSS-MotivoData
           END-PERFORM
           DISPLAY "Loja inventariada (A/B/...): "
           ACCEPT WSS-Loja
           MOVE FUNCTION UPPER-CASE (WSS-Loja) TO WSS-Loja
           PERFORM UNTIL WSS-Loja >= "A" AND WSS-Loja <= "Z"
               DISPLAY "Loja invalida. Informe uma letra (A/B/...): "
               ACCEPT WSS-Loja
               MOVE FUNCTION UPPER-CASE (WSS-Loja) TO WSS-Loja
           END-PERFORM

           PERFORM UNTIL WSS-Continuar = "N"
                DISPLAY "--- Inventario fisico de "
                        WSS-DataContagem " - loja " WSS-Loja " ---"
                DISPLAY "1. Digitar ficha de contagem"
                DISPLAY "2. Relatorio de variacao"
                DISPLAY "3. Aprovar e ajustar o estoque"

       GravarContagem.
           MOVE WSS-DataContagem TO CON-DATA
           MOVE WSS-Loja TO CON-LOJA
           MOVE WSS-CodigoProduto TO CON-PRODUTO
           READ CONTAGEM-FILE
               INVALID KEY
               DISPLAY "Arquivo ESTOQUE nao encontrado."
           ELSE
               DISPLAY "------ VARIACAO DO INVENTARIO DE "
                       WSS-DataContagem " - LOJA " WSS-Loja " ------"
               PERFORM VarrerContagens
               CLOSE ESTOQUE-FILE
               DISPLAY SPACE
       VarrerContagens.
           MOVE "N" TO WSS-fim-contagem
           MOVE WSS-DataContagem TO CON-DATA
           MOVE WSS-Loja TO CON-LOJA
           MOVE ZEROS TO CON-PRODUTO
           START CONTAGEM-FILE KEY NOT < CON-CHAVE
               INVALID KEY SET WSS-NAO-HA-MAIS-CONTAGENS TO TRUE
                   AT END SET WSS-NAO-HA-MAIS-CONTAGENS TO TRUE
                   NOT AT END
                       IF CON-DATA NOT = WSS-DataContagem
                          OR CON-LOJA NOT = WSS-Loja
                           SET WSS-NAO-HA-MAIS-CONTAGENS TO TRUE
                       ELSE
                           PERFORM ListarVariacaoItem
           ADD 1 TO WSS-QtdItensRel
           MOVE CON-PRODUTO TO WSS-CodigoProduto
           PERFORM BuscarProduto
           MOVE CON-LOJA TO EST-LOJA
           MOVE CON-PRODUTO TO EST-CODIGO
           READ ESTOQUE-FILE
               INVALID KEY

       AprovarAjustar.
           DISPLAY "Aprovar o inventario de " WSS-DataContagem
                   " da loja " WSS-Loja " e ajustar o estoque (S/N): "
           ACCEPT WSS-Continuar
           IF WSS-Continuar = "S" OR "s"
               MOVE ZEROS TO WSS-QtdAjustadas
       AjustarContagens.
           MOVE "N" TO WSS-fim-contagem
           MOVE WSS-DataContagem TO CON-DATA
           MOVE WSS-Loja TO CON-LOJA
           MOVE ZEROS TO CON-PRODUTO
           START CONTAGEM-FILE KEY NOT < CON-CHAVE
               INVALID KEY SET WSS-NAO-HA-MAIS-CONTAGENS TO TRUE
                   AT END SET WSS-NAO-HA-MAIS-CONTAGENS TO TRUE
                   NOT AT END
                       IF CON-DATA NOT = WSS-DataContagem
                          OR CON-LOJA NOT = WSS-Loja
                           SET WSS-NAO-HA-MAIS-CONTAGENS TO TRUE
                       ELSE
                           IF CON-CONTADA
           END-PERFORM.

       AjustarItem.
           MOVE CON-LOJA TO EST-LOJA
           MOVE CON-PRODUTO TO EST-CODIGO
           READ ESTOQUE-FILE
               INVALID KEY
      * para a auditoria separar quebra de inventario de venda.
                   MOVE "C" TO WSS-MovTipo
                   MOVE WSS-Diferenca TO WSS-MovDelta
                   CALL "GRAVAMOV" USING EST-LOJA EST-CODIGO
                        WSS-MovTipo WSS-MovDelta EST-QTDATUAL
                        WSS-Operador WSS-MovMotivo
                   MOVE "A" TO CON-SITUACAO
                   REWRITE CONTAGEM-REG
                   MOVE "REWRITE" TO WSS-TfsOperacao
