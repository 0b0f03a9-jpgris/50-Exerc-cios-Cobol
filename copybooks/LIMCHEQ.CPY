      *****************************************************
      *  LIMCHEQ.CPY                                      *
      *  Layout do registro de limite de cheque especial  *
      *  do arquivo indexado LIMITESCHQ, um por conta de  *
      *  CLIENTES. Concedido, alterado e cancelado no     *
      *  exerc-44-lim (funcao CE do OPERAUTH); lido pelos *
      *  debitos da conta pelo servico LIMCHEQ, que deixa *
      *  o saldo ficar negativo ate o limite ativo.       *
      *****************************************************
       01  LIMITE-REG.
           05  LIM-CODIGO          PIC 9(6).
           05  LIM-VALOR           PIC 9(7)V99.
           05  LIM-SITUACAO        PIC X(01).
               88  LIM-ATIVO           VALUE "A".
               88  LIM-CANCELADO       VALUE "C".
           05  LIM-DATA            PIC 9(8).
           05  LIM-OPERADOR        PIC 9(3).
