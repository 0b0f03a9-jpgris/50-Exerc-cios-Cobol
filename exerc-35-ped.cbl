      * saldo atual) contra um fornecedor ativo de FORNECEDORES, e
      * emite o relatorio de pedidos em aberto por fornecedor
      * (pedido, recebido e pendente). O recebimento da mercadoria
      * e lancado pelo exerc-35-rcb. A geracao e feita loja a loja:
      * o pedido sai com a loja cujo saldo esta abaixo do minimo e
      * e recebido nela.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           SELECT ESTOQUE-FILE ASSIGN TO "ESTOQUE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EST-CHAVE
               FILE STATUS IS WSS-FS-ESTOQUE.
           SELECT PRODUTOS-FILE ASSIGN TO "PRODUTOS"
               ORGANIZATION IS INDEXED
       77  WSS-Continuar        PIC X(01) VALUE "S".
       77  WSS-OpcaoMenu        PIC 9.
       77  WSS-DataHoje         PIC 9(8).
       77  WSS-Loja             PIC X(01).
       77  WSS-CodigoProduto    PIC 9(5).
       77  WSS-DescricaoProd    PIC X(20).
       77  WSS-AchouProduto     PIC X(01).
           STOP RUN.

       GerarPedidos.
           DISPLAY "Loja a repor (A/B/...): "
           ACCEPT WSS-Loja
           MOVE FUNCTION UPPER-CASE (WSS-Loja) TO WSS-Loja
           PERFORM UNTIL WSS-Loja >= "A" AND WSS-Loja <= "Z"
               DISPLAY "Loja invalida. Informe uma letra (A/B/...): "
               ACCEPT WSS-Loja
               MOVE FUNCTION UPPER-CASE (WSS-Loja) TO WSS-Loja
           END-PERFORM
           PERFORM ApurarProximoPedido
           MOVE ZEROS TO WSS-QtdGeradas
           MOVE ZEROS TO WSS-QtdPuladas
                       "saldos no exerc-35-est."
           ELSE
               MOVE "N" TO WSS-fim-estoque
               MOVE WSS-Loja TO EST-LOJA
               MOVE ZEROS TO EST-CODIGO
               START ESTOQUE-FILE KEY NOT < EST-CHAVE
                   INVALID KEY SET WSS-NAO-HA-MAIS-ESTOQUE TO TRUE
               END-START
               PERFORM UNTIL WSS-NAO-HA-MAIS-ESTOQUE
                   READ ESTOQUE-FILE NEXT RECORD
                       AT END SET WSS-NAO-HA-MAIS-ESTOQUE TO TRUE
                       NOT AT END
                           IF EST-LOJA NOT = WSS-Loja
                               SET WSS-NAO-HA-MAIS-ESTOQUE TO TRUE
                           ELSE
                               IF EST-QTDATUAL < EST-QTDMINIMA
                                   PERFORM TratarFalta
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
           PERFORM VerificarPedidoAberto
           IF WSS-TemAberto = "S"
               DISPLAY "Produto " EST-CODIGO " " WSS-DescricaoProd
                       " ja possui pedido em aberto na loja. "
                       "Pulado."
               ADD 1 TO WSS-QtdPuladas
           ELSE
               COMPUTE WSS-QtdFalta = EST-QTDMINIMA - EST-QTDATUAL
                   MOVE WSS-QtdFalta TO PED-QTDPEDIDA
                   MOVE ZEROS TO PED-QTDRECEBIDA
                   MOVE "A" TO PED-SITUACAO
                   MOVE WSS-Loja TO PED-LOJA
                   WRITE PEDCOMP-REG
                       INVALID KEY
                           DISPLAY "Erro ao gravar pedido. "
                   AT END SET WSS-NAO-HA-MAIS-PEDIDOS TO TRUE
                   NOT AT END
                       IF PED-PRODUTO = WSS-CodigoProduto
                          AND PED-LOJA = WSS-Loja
                          AND NOT PED-ENCERRADO
                           MOVE "S" TO WSS-TemAberto
                           SET WSS-NAO-HA-MAIS-PEDIDOS TO TRUE
           COMPUTE WSS-QtdPendente =
                   PED-QTDPEDIDA - PED-QTDRECEBIDA
           MOVE WSS-QtdPendente TO WSS-PendenteEd
           DISPLAY "Pedido " PED-NUMERO " loja " PED-LOJA
                   " fornecedor "
                   PED-FORNECEDOR " produto " PED-PRODUTO " "
                   WSS-DescricaoProd " pedido: " PED-QTDPEDIDA
                   " recebido: " PED-QTDRECEBIDA
