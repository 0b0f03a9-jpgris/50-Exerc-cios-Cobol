      *****************************************************
      *  METAS.CPY                                        *
      *  Layout do registro de meta mensal de vendas do   *
      *  arquivo METAS, indexado por vendedor +           *
      *  competencia (AAAAMM). Lancado pela gerencia de   *
      *  vendas no exerc-15-met e usado pelo fechamento   *
      *  de comissoes (exerc-15-com) para medir o         *
      *  atingimento e escolher a faixa de comissao.      *
      *****************************************************
       01  META-REG.
           05  MET-CHAVE.
               10  MET-VENDEDOR    PIC 9(3).
               10  MET-COMPETENCIA PIC 9(6).
           05  MET-VALOR           PIC 9(9)V99.
           05  MET-DATALANC        PIC 9(8).
