      *****************************************************
      *  FECHEST.CPY                                      *
      *  Layout do fechamento mensal de estoque do        *
      *  arquivo FECHESTOQUE, indexado por competencia +  *
      *  produto. Gravado pela valorizacao de fim de mes  *
      *  (exerc-35-fec): quantidade e valor de fechamento *
      *  ao custo do cadastro PRODUTOS, que servem de     *
      *  abertura do mes seguinte sem recalculo.          *
      *****************************************************
       01  FECHEST-REG.
           05  FEC-CHAVE.
               10  FEC-COMPETENCIA PIC 9(6).
               10  FEC-PRODUTO     PIC 9(5).
           05  FEC-CATEGORIA       PIC X(01).
           05  FEC-QTD             PIC S9(7).
           05  FEC-CUSTO           PIC 9(5)V99.
           05  FEC-VALOR           PIC S9(9)V99.
           05  FEC-DATA            PIC 9(8).
