      *****************************************************
      *  MOVCONTA.CPY                                     *
      *  Layout do historico de movimentos de conta       *
      *  MOVCONTAS, indexado por conta + data-hora +      *
      *  sequencia (movimentos da mesma conta no mesmo    *
      *  segundo, como parcela e multa, ganham a proxima  *
      *  sequencia) e com chave alternada por operador.   *
      *  E a copia indexada da trilha AUDITORIA44: todo   *
      *  programa que grava a trilha chama o servico      *
      *  GRAVAMCT com a mesma linha, e a carga unica      *
      *  exerc-44-cmov converte a trilha antiga. Linhas   *
      *  legadas ja entram normalizadas: codigo de 3      *
      *  digitos com zeros a esquerda, linha sem OP como  *
      *  IN (investimento) e sem carimbo com operador em  *
      *  branco. Sinal de cada OP como no extrato         *
      *  (exerc-44-ext). AUDITORIA44 continua sendo a     *
      *  copia texto de auditoria.                        *
      *****************************************************
       01  MOVCONTA-REG.
           05  MCT-CHAVE.
               10  MCT-CONTA       PIC 9(6).
               10  MCT-DATAHORA.
                   15  MCT-DATA    PIC 9(8).
                   15  MCT-HORA    PIC 9(6).
               10  MCT-SEQ         PIC 9(3).
           05  MCT-OP              PIC X(02).
           05  MCT-VALOR           PIC 9(7)V99.
           05  MCT-RENDIMENTO      PIC 9(9)V99.
           05  MCT-OPERADOR        PIC X(03).
