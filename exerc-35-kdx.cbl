      * quantidade, saldo resultante e operador, reconstitui o
      * saldo somando os movimentos e confronta com o saldo atual
      * de ESTOQUE - e a prova que a auditoria pede quando um
      * saldo parece errado. O kardex e de uma loja; com a loja
      * em branco junta todas e confronta com a soma dos saldos
      * das lojas (mercadoria em transito fica de fora de ambos).

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           SELECT ESTOQUE-FILE ASSIGN TO "ESTOQUE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EST-CHAVE
               FILE STATUS IS WSS-FS-ESTOQUE.

       DATA DIVISION.
       77  WSS-FS-ESTOQUE       PIC X(02).
       77  WSS-Continuar        PIC X(01) VALUE "S".
       77  WSS-CodigoProduto    PIC 9(5).
       77  WSS-Loja             PIC X(01).
       77  WSS-SaldoLojas       PIC S9(7).
       77  WSS-AchouSaldo       PIC X(01).
       77  WSS-fim-estoque      PIC X(01).
           88 WSS-NAO-HA-MAIS-ESTOQUE   VALUE "S".
       77  WSS-fim-arquivo      PIC X(01).
           88 WSS-NAO-HA-MAIS-MOVIMENTOS  VALUE "S".
       77  WSS-QtdMovimentos    PIC 9(5).
       77  WSS-SaldoApuradoEd   PIC -(6)9.
       77  WSS-DeltaEd          PIC -(4)9.
       77  WSS-SaldoRegEd       PIC -(4)9.
       77  WSS-SaldoAtualEd     PIC -(6)9.

       PROCEDURE DIVISION.
       Inicio.
               IF WSS-CodigoProduto = 0
                   MOVE "N" TO WSS-Continuar
               ELSE
                   DISPLAY "Loja (A/B/..., branco = todas): "
                   ACCEPT WSS-Loja
                   MOVE FUNCTION UPPER-CASE (WSS-Loja) TO WSS-Loja
                   PERFORM ListarKardex
               END-IF
           END-PERFORM
               DISPLAY "Diario MOVESTOQUE nao encontrado. Nenhum "
                       "movimento journalizado ate agora."
           ELSE
               IF WSS-Loja = SPACE
                   DISPLAY "------ KARDEX DO PRODUTO "
                           WSS-CodigoProduto " - TODAS AS LOJAS ------"
               ELSE
                   DISPLAY "------ KARDEX DO PRODUTO "
                           WSS-CodigoProduto " - LOJA " WSS-Loja
                           " ------"
               END-IF
               MOVE "N" TO WSS-fim-arquivo
               READ MOVESTQ-FILE
                   AT END SET WSS-NAO-HA-MAIS-MOVIMENTOS TO TRUE
               END-READ
               PERFORM UNTIL WSS-NAO-HA-MAIS-MOVIMENTOS
                   IF MOV-PRODUTO = WSS-CodigoProduto
                      AND (WSS-Loja = SPACE OR MOV-LOJA = WSS-Loja)
                       PERFORM ListarMovimento
                   END-IF
                   READ MOVESTQ-FILE
           ADD MOV-QTD TO WSS-SaldoApurado
           MOVE MOV-QTD TO WSS-DeltaEd
           MOVE MOV-SALDO TO WSS-SaldoRegEd
           DISPLAY MOV-DATA " " MOV-HORA " loja " MOV-LOJA
                   " tipo " MOV-TIPO
                   " qtd " WSS-DeltaEd
                   " saldo " WSS-SaldoRegEd
                   " operador " MOV-OPERADOR
           IF MOV-TIPO = "P"
               DISPLAY "  baixa por perda, motivo " MOV-MOTIVO
           END-IF
      * O saldo do registro e o da loja movimentada; so confere
      * com a soma corrida no kardex de uma loja.
           IF WSS-Loja NOT = SPACE
              AND MOV-SALDO NOT = WSS-SaldoApurado
               DISPLAY "  ATENCAO: saldo do registro nao bate "
                       "com a soma dos movimentos ate aqui."
           END-IF.
               DISPLAY "Arquivo ESTOQUE nao encontrado para "
                       "conferencia."
           ELSE
               PERFORM SomarSaldoLojas
               IF WSS-AchouSaldo = "N"
                   DISPLAY "Produto sem saldo em ESTOQUE."
               ELSE
                   MOVE WSS-SaldoLojas TO WSS-SaldoAtualEd
                   DISPLAY "Saldo atual em ESTOQUE: "
                           WSS-SaldoAtualEd
                   IF WSS-SaldoLojas = WSS-SaldoApurado
                       DISPLAY "CONFERE: kardex prova o "
                               "saldo atual."
                   ELSE
                       DISPLAY "DIVERGENCIA: ha movimento "
                               "aplicado fora do diario "
                               "(anterior ao kardex ou fora "
                               "do GRAVAMOV)."
                   END-IF
               END-IF
               CLOSE ESTOQUE-FILE
           END-IF.

       SomarSaldoLojas.
           MOVE ZEROS TO WSS-SaldoLojas
           MOVE "N" TO WSS-AchouSaldo
           IF WSS-Loja NOT = SPACE
               MOVE WSS-Loja TO EST-LOJA
               MOVE WSS-CodigoProduto TO EST-CODIGO
               READ ESTOQUE-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE "S" TO WSS-AchouSaldo
                       MOVE EST-QTDATUAL TO WSS-SaldoLojas
               END-READ
           ELSE
               MOVE "N" TO WSS-fim-estoque
               MOVE LOW-VALUES TO EST-CHAVE
               START ESTOQUE-FILE KEY NOT < EST-CHAVE
                   INVALID KEY SET WSS-NAO-HA-MAIS-ESTOQUE TO TRUE
               END-START
               PERFORM UNTIL WSS-NAO-HA-MAIS-ESTOQUE
                   READ ESTOQUE-FILE NEXT RECORD
                       AT END SET WSS-NAO-HA-MAIS-ESTOQUE TO TRUE
                       NOT AT END
                           IF EST-CODIGO = WSS-CodigoProduto
                               MOVE "S" TO WSS-AchouSaldo
                               ADD EST-QTDATUAL TO WSS-SaldoLojas
                           END-IF
                   END-READ
               END-PERFORM
           END-IF.
      *wrun32 exerc-35-kdx
