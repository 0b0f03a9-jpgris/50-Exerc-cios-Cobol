       PROGRAM-ID. Exerc-44-Ext.
       AUTHOR. JOAO_PAULO.

      * Extrato de cliente a partir do historico indexado
      * MOVCONTAS (copia da trilha AUDITORIA44): para um codigo e
      * um periodo, lista saldo de abertura, cada movimento em
      * ordem de data com saldo corrente, e o saldo de fechamento
      * conferido contra o CLI-SALDO do arquivo CLIENTES. Le so os
      * movimentos da conta, ate a data final. As linhas legadas
      * da trilha (sem OP, codigo de 3 digitos) ja estao
      * normalizadas no MOVCONTAS pelo GRAVAMCT.
      * Na linha de juros creditados sai ao lado a base usada no
      * credito mensal, lida do diario JUROSPOST: o saldo medio
      * da competencia ou, nas rodadas antigas e de transicao, o
      * saldo do dia.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MOVCONTA-FILE ASSIGN TO "MOVCONTAS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MCT-CHAVE
               ALTERNATE RECORD KEY IS MCT-OPERADOR
                   WITH DUPLICATES
               FILE STATUS IS WSS-FS-MOVCONTA.
           SELECT CLIENTES-FILE ASSIGN TO "CLIENTES"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CLI-CODIGO
               FILE STATUS IS WSS-FS-CLIENTES.
           SELECT JUROS-FILE ASSIGN TO "JUROSPOST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WSS-FS-JUROS.

       DATA DIVISION.
       FILE SECTION.
       FD  MOVCONTA-FILE.
           COPY "MOVCONTA.CPY".

       FD  CLIENTES-FILE.
           COPY "CLIENTE.CPY".

       FD  JUROS-FILE.
       01  WSS-REG-JUROS             PIC X(160).

       WORKING-STORAGE SECTION.
       77  WSS-FS-MOVCONTA      PIC X(02).
       77  WSS-FS-CLIENTES      PIC X(02).
       77  WSS-FS-JUROS         PIC X(02).
       77  WSS-fim-juros        PIC X(01) VALUE "N".
           88 WSS-NAO-HA-MAIS-JUROS   VALUE "S".
       77  WSS-fim-arquivo      PIC X(01) VALUE "N".
           88 WSS-NAO-HA-MAIS-LINHAS  VALUE "S".
       77  WSS-CodigoCliente    PIC 9(6).
       77  WSS-DataInicial      PIC 9(8).
       77  WSS-DataFinal        PIC 9(8).

       77  WSS-CodigoLido       PIC 9(6).
       77  WSS-DataMov          PIC 9(8).
       77  WSS-HoraMov          PIC 9(6).
       77  WSS-Diferenca        PIC S9(9)V99.
       77  WSS-Descricao        PIC X(22).

       01  WSS-LINHA-JUROS.
           05  JUR-ROTULO       PIC X(07).
           05  JUR-CODIGO       PIC X(06).
           05  FILLER           PIC X(15).
           05  JUR-DATA         PIC X(08).
           05  FILLER           PIC X(10).
           05  JUR-ANTERIOR     PIC S9(9)V99.
           05  FILLER           PIC X(74).
           05  JUR-MEDIO        PIC 9(9)V99.
           05  FILLER           PIC X(06).
           05  JUR-BASE         PIC X(01).
           05  FILLER           PIC X(11).

       77  WSS-IndJur           PIC 9(3).
       77  WSS-QtdJuros         PIC 9(3) VALUE ZEROS.
       77  WSS-AchouJuros       PIC X(01).
       77  WSS-BaseJuros        PIC X(01).
       01  TABELA-JUROS-CLIENTE.
           05  JUROS-CLIENTE OCCURS 120 TIMES.
               10  jrs-data          PIC 9(8).
               10  jrs-base          PIC X(01).
               10  jrs-valor         PIC S9(9)V99.

       PROCEDURE DIVISION.
       Inicio.
           DISPLAY "Codigo do cliente: "
           DISPLAY "Data final do extrato (AAAAMMDD): "
           ACCEPT WSS-DataFinal

           PERFORM CarregarJurosCliente

           OPEN INPUT MOVCONTA-FILE
           IF WSS-FS-MOVCONTA NOT = "00"
               DISPLAY "Historico MOVCONTAS indisponivel (status "
                       WSS-FS-MOVCONTA "). Rode a carga exerc-44-cmov."
               GO TO Encerramento
           END-IF

      * O saldo de abertura e a soma dos movimentos da conta antes
      * da data inicial; a leitura para na data final.
           DISPLAY "------ EXTRATO DO CLIENTE " WSS-CodigoCliente
                   " DE " WSS-DataInicial " A " WSS-DataFinal
                   " ------"

           MOVE WSS-CodigoCliente TO MCT-CONTA
           MOVE ZEROS TO MCT-DATAHORA
           MOVE ZEROS TO MCT-SEQ
           START MOVCONTA-FILE KEY NOT < MCT-CHAVE
               INVALID KEY SET WSS-NAO-HA-MAIS-LINHAS TO TRUE
           END-START
           IF NOT WSS-NAO-HA-MAIS-LINHAS
               PERFORM LerMovimentoConta
           END-IF

           PERFORM UNTIL WSS-NAO-HA-MAIS-LINHAS
               MOVE MCT-DATA TO WSS-DataMov
               MOVE MCT-HORA TO WSS-HoraMov
               MOVE MCT-OP TO WSS-OpMov
               MOVE MCT-VALOR TO WSS-ValorMov
               PERFORM TratarMovimento
               PERFORM LerMovimentoConta
           END-PERFORM

           CLOSE MOVCONTA-FILE

           IF WSS-QtdMovimentos = ZEROS
               DISPLAY "Nenhum movimento no periodo."
           EXIT PROGRAM.
           STOP RUN.

       LerMovimentoConta.
           READ MOVCONTA-FILE NEXT RECORD
               AT END SET WSS-NAO-HA-MAIS-LINHAS TO TRUE
           END-READ
           IF NOT WSS-NAO-HA-MAIS-LINHAS
               IF MCT-CONTA NOT = WSS-CodigoCliente
                  OR MCT-DATA > WSS-DataFinal
                   SET WSS-NAO-HA-MAIS-LINHAS TO TRUE
               END-IF
           END-IF.


      * Debitos da trilha: saque (SA), transferencia enviada (TS),
      * tarifa de manutencao (TA, exerc-44-cob), parcela de
      * emprestimo (EP, exerc-44-par) com multa e mora do atraso
      * (EM, exerc-44-par e exerc-44-emp), quitacao e amortizacao
      * antecipada de emprestimo (LQ e AE, exerc-44-emp),
      * aplicacao em deposito a prazo (AP, exerc-44-dep), o
      * pagamento do encerramento (EC, exerc-44-enc) e os juros
      * do cheque especial (JC, exerc-44-che). O resto credita.
       AplicarNoSaldo.
           EVALUATE WSS-OpMov
               WHEN "SA"
                   SUBTRACT WSS-ValorMov FROM WSS-SaldoCorrente
               WHEN "EP"
                   SUBTRACT WSS-ValorMov FROM WSS-SaldoCorrente
               WHEN "LQ"
                   SUBTRACT WSS-ValorMov FROM WSS-SaldoCorrente
               WHEN "AE"
                   SUBTRACT WSS-ValorMov FROM WSS-SaldoCorrente
               WHEN "EM"
                   SUBTRACT WSS-ValorMov FROM WSS-SaldoCorrente
               WHEN "AP"
                   SUBTRACT WSS-ValorMov FROM WSS-SaldoCorrente
               WHEN "EC"
                   SUBTRACT WSS-ValorMov FROM WSS-SaldoCorrente
               WHEN "JC"
                   SUBTRACT WSS-ValorMov FROM WSS-SaldoCorrente
               WHEN OTHER
                   ADD WSS-ValorMov TO WSS-SaldoCorrente
           END-EVALUATE.
                   MOVE "TARIFA DE MANUTENCAO" TO WSS-Descricao
               WHEN "EP"
                   MOVE "PARCELA DE EMPRESTIMO" TO WSS-Descricao
               WHEN "LQ"
                   MOVE "QUITACAO DE EMPRESTIMO" TO WSS-Descricao
               WHEN "AE"
                   MOVE "AMORTIZACAO EMPRESTIMO" TO WSS-Descricao
               WHEN "EM"
                   MOVE "MULTA E MORA EMPREST." TO WSS-Descricao
               WHEN "AP"
                   MOVE "APLICACAO EM TERMO" TO WSS-Descricao
               WHEN "EC"
                   MOVE "ENCERRAMENTO DA CONTA" TO WSS-Descricao
               WHEN "JR"
                   MOVE "JUROS CREDITADOS" TO WSS-Descricao
               WHEN "JC"
                   MOVE "JUROS CHEQUE ESPECIAL" TO WSS-Descricao
               WHEN "EL"
                   MOVE "EMPRESTIMO LIBERADO" TO WSS-Descricao
               WHEN "RA"
                   MOVE "FOLHA REPROCESSADA" TO WSS-Descricao
               WHEN "DL"
                   MOVE "DEPOSITO CAIXA LOJA" TO WSS-Descricao
               WHEN "BM"
                   MOVE "BENEFICIO MUNICIPAL" TO WSS-Descricao
               WHEN OTHER
                   MOVE "INVESTIMENTO" TO WSS-Descricao
           END-EVALUATE
           MOVE WSS-ValorMov TO WSS-ValorEd
           MOVE WSS-SaldoCorrente TO WSS-SaldoEd
           DISPLAY WSS-DataMov " " WSS-HoraMov " " WSS-Descricao
                   " R$ " WSS-ValorEd " saldo " WSS-SaldoEd
           IF WSS-OpMov = "JR"
               PERFORM MostrarBaseJuros
           END-IF.

      * Credito refeito no mesmo dia: vale a ultima linha do
      * JUROSPOST da data.
       MostrarBaseJuros.
           MOVE "N" TO WSS-AchouJuros
           PERFORM VARYING WSS-IndJur FROM 1 BY 1
                   UNTIL WSS-IndJur > WSS-QtdJuros
               IF jrs-data (WSS-IndJur) = WSS-DataMov
                   MOVE "S" TO WSS-AchouJuros
                   MOVE jrs-valor (WSS-IndJur) TO WSS-SaldoEd
                   MOVE jrs-base (WSS-IndJur) TO WSS-BaseJuros
               END-IF
           END-PERFORM
           IF WSS-AchouJuros = "S"
               IF WSS-BaseJuros = "M"
                   DISPLAY "                  saldo medio da "
                           "competencia R$ " WSS-SaldoEd
               ELSE
                   DISPLAY "                  base: saldo do dia "
                           "R$ " WSS-SaldoEd
               END-IF
           END-IF.

       CarregarJurosCliente.
           OPEN INPUT JUROS-FILE
           IF WSS-FS-JUROS = "35"
               CONTINUE
           ELSE
               READ JUROS-FILE
                   AT END SET WSS-NAO-HA-MAIS-JUROS TO TRUE
               END-READ
               PERFORM UNTIL WSS-NAO-HA-MAIS-JUROS
                   MOVE WSS-REG-JUROS TO WSS-LINHA-JUROS
                   IF JUR-ROTULO = "CONTA: "
                      AND JUR-CODIGO IS NUMERIC
                      AND JUR-DATA IS NUMERIC
                       PERFORM GuardarJurosCliente
                   END-IF
                   READ JUROS-FILE
                       AT END SET WSS-NAO-HA-MAIS-JUROS TO TRUE
                   END-READ
               END-PERFORM
               CLOSE JUROS-FILE
           END-IF.

      * Linhas antigas, sem saldo medio, e as da rodada de
      * transicao (base D) creditaram sobre o saldo do dia.
       GuardarJurosCliente.
           MOVE JUR-CODIGO TO WSS-CodigoLido
           IF WSS-CodigoLido = WSS-CodigoCliente
               IF WSS-QtdJuros = 120
                   DISPLAY "Limite de 120 creditos de juros "
                           "atingido no extrato."
               ELSE
                   ADD 1 TO WSS-QtdJuros
                   MOVE JUR-DATA TO jrs-data (WSS-QtdJuros)
                   IF JUR-BASE = "M" AND JUR-MEDIO IS NUMERIC
                       MOVE "M" TO jrs-base (WSS-QtdJuros)
                       MOVE JUR-MEDIO TO jrs-valor (WSS-QtdJuros)
                   ELSE
                       MOVE "D" TO jrs-base (WSS-QtdJuros)
                       MOVE JUR-ANTERIOR TO jrs-valor (WSS-QtdJuros)
                   END-IF
               END-IF
           END-IF.

       ConferirSaldoCadastro.
           OPEN INPUT CLIENTES-FILE
