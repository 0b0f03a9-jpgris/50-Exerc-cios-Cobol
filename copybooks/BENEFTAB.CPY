      *****************************************************
      *  BENEFTAB.CPY                                     *
      *  Layout do registro da tabela de valores do       *
      *  beneficio municipal (arquivo BENEFPARAM), no     *
      *  molde de TARIFAPARAM: vale o conjunto de faixas  *
      *  da maior vigencia ja alcancada. Cada faixa diz   *
      *  ate que renda per capita e ate quantos moradores *
      *  o domicilio recebe o valor mensal; vale a faixa  *
      *  mais estreita que cobre o domicilio. Mantido     *
      *  pelo exerc-10-tab e pago pelo exerc-10-pag.      *
      *****************************************************
       01  BENEFTAB-REG.
           05  BNT-PERCAPITA-ATE   PIC 9(5)V99.
           05  BNT-MORADORES-ATE   PIC 9(2).
           05  BNT-VALOR           PIC 9(5)V99.
           05  BNT-VIGENCIA        PIC 9(8).
