      *****************************************************
      *  PONTO.CPY                                        *
      *  Layout do registro de marcacao de ponto diaria   *
      *  (arquivo PONTODIA), indexado por matricula, data *
      *  e hora de entrada. Carregado da exportacao do    *
      *  relogio de ponto pelo exerc-43-pto, onde o       *
      *  supervisor tambem acerta a marcacao pendente     *
      *  (entrada sem saida). Saida menor que a entrada   *
      *  atravessa a meia-noite. Lido pela apuracao       *
      *  mensal do ponto (exerc-43-pon).                  *
      *****************************************************
       01  PONTO-REG.
           05  PNT-CHAVE.
               10  PNT-MATRICULA   PIC 9(5).
               10  PNT-DATA        PIC 9(8).
               10  PNT-ENTRADA     PIC 9(4).
           05  PNT-SAIDA           PIC 9(4).
           05  PNT-SITUACAO        PIC X(01).
               88  PNT-FECHADA         VALUE "F".
               88  PNT-PENDENTE        VALUE "P".
           05  PNT-ORIGEM          PIC X(01).
               88  PNT-DO-RELOGIO      VALUE "R".
               88  PNT-ACERTADA        VALUE "A".
           05  PNT-OPERADOR        PIC 9(3).
