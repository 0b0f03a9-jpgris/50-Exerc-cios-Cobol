      *  Layout do registro de saldo de estoque por       *
      *  produto, amarrado ao cadastro PRODUTOS pelo      *
      *  codigo (exerc-35-est).                           *
      *  2026-10: saldo por loja - chave loja + produto;  *
      *  cada loja tem o seu saldo e o seu minimo. Base   *
      *  antiga convertida pelo exerc-35-clj.             *
      *****************************************************
       01  ESTOQUE-REG.
           05  EST-CHAVE.
               10  EST-LOJA        PIC X(01).
               10  EST-CODIGO      PIC 9(5).
           05  EST-QTDATUAL        PIC S9(5).
           05  EST-QTDMINIMA       PIC 9(5).
           05  EST-ULTMOV          PIC 9(8).
