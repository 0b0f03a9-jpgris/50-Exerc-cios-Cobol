      * dinheiro do dia - os recibos gravados pelo Exerc-7 em
      * VENDASDIA, o fechamento de caixa apurado como no Exerc-15 e
      * a linha de faturamento do dia gravada pelo Exerc-6 em
      * FATURALEDG - e aponta as diferencas que nao fecham. O
      * deposito automatico na conta da loja leva so o dinheiro:
      * as formas cartao e PIX do dia em PAGAMENTOS chegam pela
      * liquidacao da adquirente (exerc-15-cnc), nao pelo banco.
      * Os recibos cancelados no dia (exerc-7-can) ja sairam dos
      * rastros e sao listados em secao propria, com quem cancelou,
      * quem liberou e o motivo.
      * A linha do livro e lancada pelo passo de fim de dia
      * (exerc-6-fat) a partir do proprio VENDASDIA; linha
      * digitada no Exerc-6 (contingencia, marcada M) e contada a
      * parte. O livro guarda reais inteiros, entao o confronto
      * com o livro usa os totais arredondados ao real.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           SELECT AUDITORIA-FILE ASSIGN TO "AUDITORIA44"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WSS-FS-AUDITORIA.
           SELECT CANCEL-FILE ASSIGN TO "CANCELAMENTOS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WSS-FS-CANCEL.
           SELECT PAGTO-FILE ASSIGN TO "PAGAMENTOS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PAG-CHAVE
               FILE STATUS IS WSS-FS-PAGTO.

       DATA DIVISION.
       FILE SECTION.
       FD  AUDITORIA-FILE.
       01  WSS-REG-AUDITORIA        PIC X(140).

       FD  CANCEL-FILE.
           COPY "CANCEL.CPY".

       FD  PAGTO-FILE.
           COPY "PAGTO.CPY".

       WORKING-STORAGE SECTION.
       77  WSS-FS-VENDAS        PIC X(02).
       77  WSS-FS-LEDGER        PIC X(02).
       77  WSS-TotalCaixa       PIC S9(9)V99 VALUE ZEROS.
       77  WSS-QtdDevolucoes    PIC 9(5) VALUE ZEROS.
       77  WSS-TotalVista       PIC S9(9)V99 VALUE ZEROS.
       77  WSS-TotalEletronico  PIC 9(9)V99 VALUE ZEROS.
       77  WSS-TotalDinheiro    PIC S9(9)V99 VALUE ZEROS.
       77  WSS-FS-PAGTO         PIC X(02).
       77  WSS-FS-CANCEL        PIC X(02).
       77  WSS-QtdCancelados    PIC 9(5) VALUE ZEROS.
       77  WSS-TotalCancelado   PIC 9(9)V99 VALUE ZEROS.
       77  WSS-CanceladoEd      PIC zzz,zzz,zz9.99.
       77  WSS-FS-CLIENTES      PIC X(02).
       77  WSS-FS-AUDITORIA     PIC X(02).
       77  WSS-MctGravado       PIC X(01).
       77  WSS-ContaLoja        PIC 9(6).
       77  WSS-Responder        PIC X(01).
       77  WSS-Operador         PIC 9(3).
       77  WSS-OperadorValido   PIC X(01).
       77  WSS-ValorDeposito    PIC 9(7)V99.
       77  WSS-SaldoEd          PIC -zzz,zzz,zz9.99.
       77  WSS-TfsPrograma      PIC X(12) VALUE "exerc-15-rec".
       77  WSS-TfsArquivo       PIC X(12).
       77  WSS-TfsOperacao      PIC X(10).
           05  LOJ-DATA         PIC X(8).
           05  FILLER           PIC X(2).
           05  LOJ-VALOR        PIC X(7).
           05  FILLER           PIC X(01).
           05  LOJ-ORIGEM       PIC X(01).
           05  LOJ-SUPERVISOR   PIC X(03).
       77  WSS-LojaConcilia     PIC X(1).
       77  WSS-QtdLinhasDigitadas PIC 9(3) VALUE ZEROS.
       77  WSS-TotalReais       PIC S9(9).

       PROCEDURE DIVISION.
       INICIO.

           PERFORM LerVendas.
           PERFORM LerLedger.
           PERFORM LerPagamentos.
           COMPUTE WSS-TotalDinheiro =
                   WSS-TotalVista - WSS-TotalEletronico.

           DISPLAY "------ CONCILIACAO DO CAIXA DE "
                   WSS-DataConcilia " ------"
           DISPLAY "Total do caixa (Exerc-15)....: " WSS-TotalCaixa
           DISPLAY "Linhas do livro (Exerc-6)....: "
                   WSS-QtdLinhasLedger
           DISPLAY "Linhas digitadas (Exerc-6)...: "
                   WSS-QtdLinhasDigitadas
           DISPLAY "Total do livro FATURALEDG....: " WSS-TotalLedger
           DISPLAY "Vista em cartao/PIX..........: "
                   WSS-TotalEletronico
           DISPLAY "Vista em dinheiro............: "
                   WSS-TotalDinheiro
           DISPLAY SPACE

           PERFORM ListarCancelamentos

           COMPUTE WSS-Diferenca = WSS-TotalCaixa - WSS-TotalRecibos
           IF WSS-Diferenca NOT = ZEROS
               ADD 1 TO WSS-Divergencias
                       WSS-DiferencaEd
           END-IF

           COMPUTE WSS-TotalReais ROUNDED = WSS-TotalCaixa
           COMPUTE WSS-Diferenca = WSS-TotalLedger - WSS-TotalReais
           IF WSS-Diferenca NOT = ZEROS
               ADD 1 TO WSS-Divergencias
               MOVE WSS-Diferenca TO WSS-DiferencaEd
                       WSS-DiferencaEd
           END-IF

           COMPUTE WSS-TotalReais ROUNDED = WSS-TotalRecibos
           COMPUTE WSS-Diferenca = WSS-TotalLedger - WSS-TotalReais
           IF WSS-Diferenca NOT = ZEROS
               ADD 1 TO WSS-Divergencias
               MOVE WSS-Diferenca TO WSS-DiferencaEd
      * Com o caixa batido, o dinheiro do dia vai direto para a
      * conta da loja em CLIENTES - acaba a redigitacao do
      * deposito no exerc-44 na manha seguinte.
               IF WSS-TotalDinheiro > ZEROS
                   PERFORM DepositarCaixaLoja
               END-IF
           ELSE

       DepositarCaixaLoja.
           DISPLAY "Lancar o deposito do caixa ("
                   WSS-TotalDinheiro ") na conta da loja (S/N): "
           ACCEPT WSS-Responder
           IF WSS-Responder NOT = "S" AND WSS-Responder NOT = "s"
               DISPLAY "Deposito nao lancado."
                           DISPLAY "Conta da loja BLOQUEADA. "
                                   "Deposito nao lancado."
                       ELSE
                           MOVE WSS-TotalDinheiro
                                TO WSS-ValorDeposito
                           ADD WSS-ValorDeposito TO CLI-SALDO
                           REWRITE CLIENTE-REG
                      INTO WSS-REG-AUDITORIA
               END-STRING
               WRITE WSS-REG-AUDITORIA
               CALL "GRAVAMCT" USING WSS-REG-AUDITORIA WSS-MctGravado
               CLOSE AUDITORIA-FILE
           END-IF.

                           ADD FUNCTION NUMVAL (LOJ-VALOR)
                               TO WSS-TotalLedger
                           ADD 1 TO WSS-QtdLinhasLedger
                           IF LOJ-ORIGEM = "M"
                               ADD 1 TO WSS-QtdLinhasDigitadas
                               DISPLAY "Linha digitada no livro: "
                                       LOJ-VALOR " liberada pelo "
                                       "supervisor " LOJ-SUPERVISOR
                           END-IF
                       WHEN LIN-PREFIXO = "FATURAMENTO DO DIA "
                            AND LIN-DATA IS NUMERIC
                            AND LIN-DATA = WSS-DataConcilia
               END-PERFORM
               CLOSE LEDGER-FILE
           END-IF.
       ListarCancelamentos.
           MOVE "N" TO WSS-fim-arquivo
           DISPLAY "------ RECIBOS CANCELADOS NO DIA ------"
           OPEN INPUT CANCEL-FILE
           IF WSS-FS-CANCEL NOT = "00"
               CONTINUE
           ELSE
               READ CANCEL-FILE
                   AT END SET WSS-NAO-HA-MAIS-REGISTROS TO TRUE
               END-READ
               PERFORM UNTIL WSS-NAO-HA-MAIS-REGISTROS
                   IF CNL-DATA = WSS-DataConcilia
                       ADD 1 TO WSS-QtdCancelados
                       ADD CNL-VALOR TO WSS-TotalCancelado
                       MOVE CNL-VALOR TO WSS-CanceladoEd
                       DISPLAY "Recibo " CNL-RECIBO " tipo " CNL-TIPO
                               " valor " WSS-CanceladoEd
                               " sessao " CNL-SESSAO
                       DISPLAY "  operador " CNL-OPERADOR
                               " liberado por " CNL-SUPERVISOR
                               " motivo: " CNL-MOTIVO
                   END-IF
                   READ CANCEL-FILE
                       AT END SET WSS-NAO-HA-MAIS-REGISTROS TO TRUE
                   END-READ
               END-PERFORM
               CLOSE CANCEL-FILE
           END-IF
           MOVE WSS-TotalCancelado TO WSS-CanceladoEd
           DISPLAY "Recibos cancelados...........: " WSS-QtdCancelados
                   " valor " WSS-CanceladoEd
           DISPLAY SPACE.

       LerPagamentos.
           MOVE "N" TO WSS-fim-arquivo
           OPEN INPUT PAGTO-FILE
           IF WSS-FS-PAGTO NOT = "00"
               CONTINUE
           ELSE
               PERFORM UNTIL WSS-NAO-HA-MAIS-REGISTROS
                   READ PAGTO-FILE NEXT RECORD
                       AT END SET WSS-NAO-HA-MAIS-REGISTROS TO TRUE
                       NOT AT END
                           IF PAG-DATA = WSS-DataConcilia
                              AND PAG-ELETRONICO
                               ADD PAG-VALOR TO WSS-TotalEletronico
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE PAGTO-FILE
           END-IF.
      *wrun32 exerc-15-rec
