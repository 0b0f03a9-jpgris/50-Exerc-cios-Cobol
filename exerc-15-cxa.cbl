      * Exerc-7 (a vista entra, a prazo nao e dinheiro, devolucao
      * sai), compara com o dinheiro contado e grava a sobra ou
      * falta no registro da sessao, com dono. Um operador so pode
      * ter uma sessao aberta por vez. Da venda a vista, so a parte
      * paga em dinheiro e esperada na gaveta: as formas cartao e
      * PIX da sessao em PAGAMENTOS saem do esperado (a conciliacao
      * delas e do exerc-15-cnc). Recibo sem formas gravadas conta
      * como dinheiro.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           SELECT VENDAS-FILE ASSIGN TO "VENDASDIA"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WSS-FS-VENDAS.
           SELECT PAGTO-FILE ASSIGN TO "PAGAMENTOS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PAG-CHAVE
               FILE STATUS IS WSS-FS-PAGTO.

       DATA DIVISION.
       FILE SECTION.
       FD  VENDAS-FILE.
           COPY "VENDA.CPY".

       FD  PAGTO-FILE.
           COPY "PAGTO.CPY".

       WORKING-STORAGE SECTION.
       77  WSS-FS-SESSAO        PIC X(02).
       77  WSS-FS-VENDAS        PIC X(02).
       77  WSS-FS-PAGTO         PIC X(02).
       77  WSS-TfsPrograma      PIC X(12) VALUE "exerc-15-cxa".
       77  WSS-TfsArquivo       PIC X(12).
       77  WSS-TfsOperacao      PIC X(10).
       77  WSS-DinheiroContado  PIC 9(9)V99.
       77  WSS-VendasVista      PIC S9(9)V99.
       77  WSS-VendasPrazo      PIC 9(9)V99.
       77  WSS-VendasCartao     PIC 9(9)V99.
       77  WSS-VendasPix        PIC 9(9)V99.
       77  WSS-EsperadoCaixa    PIC S9(9)V99.
       77  WSS-Diferenca        PIC S9(7)V99.
       77  WSS-TemAberta        PIC X(01).
           88 WSS-NAO-HA-MAIS-SESSOES  VALUE "S".
       77  WSS-fim-vendas       PIC X(01).
           88 WSS-NAO-HA-MAIS-VENDAS  VALUE "S".
       77  WSS-fim-pagto        PIC X(01).
           88 WSS-NAO-HA-MAIS-PAGTOS  VALUE "S".
       77  WSS-ValorEd          PIC -(7)9.99.

       PROCEDURE DIVISION.
                   END-READ
               END-PERFORM
               CLOSE VENDAS-FILE
           END-IF
           PERFORM ApurarFormasSessao.

       ApurarFormasSessao.
           MOVE ZEROS TO WSS-VendasCartao
           MOVE ZEROS TO WSS-VendasPix
           MOVE "N" TO WSS-fim-pagto
           OPEN INPUT PAGTO-FILE
           IF WSS-FS-PAGTO NOT = "00"
               CONTINUE
           ELSE
               PERFORM UNTIL WSS-NAO-HA-MAIS-PAGTOS
                   READ PAGTO-FILE NEXT RECORD
                       AT END SET WSS-NAO-HA-MAIS-PAGTOS TO TRUE
                       NOT AT END
                           IF PAG-SESSAO = WSS-NumSessao
                               EVALUATE TRUE
                                   WHEN PAG-DEBITO
                                   WHEN PAG-CREDITO
                                       ADD PAG-VALOR
                                           TO WSS-VendasCartao
                                   WHEN PAG-PIX
                                       ADD PAG-VALOR TO WSS-VendasPix
                               END-EVALUATE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE PAGTO-FILE
           END-IF.

       ConferirCaixa.
           COMPUTE WSS-EsperadoCaixa =
                   SES-FUNDO + WSS-VendasVista
                 - WSS-VendasCartao - WSS-VendasPix
           MOVE WSS-VendasVista TO WSS-ValorEd
           DISPLAY "Vendas a vista da sessao: " WSS-ValorEd
           MOVE WSS-VendasCartao TO WSS-ValorEd
           DISPLAY "  recebido em cartao (fora da gaveta): "
                   WSS-ValorEd
           MOVE WSS-VendasPix TO WSS-ValorEd
           DISPLAY "  recebido em PIX (fora da gaveta): " WSS-ValorEd
           MOVE WSS-VendasPrazo TO WSS-ValorEd
           DISPLAY "Vendas a prazo (fora do caixa): " WSS-ValorEd
           MOVE WSS-EsperadoCaixa TO WSS-ValorEd
           DISPLAY "Dinheiro esperado (fundo + vista - cartao - PIX): "
                   WSS-ValorEd
           DISPLAY "Dinheiro contado na gaveta: "
           ACCEPT WSS-DinheiroContado
