      *****************************************************
      *  FAIXACOM.CPY                                     *
      *  Layout do registro de faixa de comissao por      *
      *  atingimento de meta (arquivo FAIXASCOMIS),       *
      *  indexado pelo numero da faixa. A faixa vale a    *
      *  partir do atingimento minimo (percentual da meta *
      *  realizado); vale a faixa de maior minimo ja      *
      *  alcancado. Mantido no exerc-15-met e aplicado    *
      *  pelo fechamento de comissoes (exerc-15-com) no   *
      *  lugar do percentual fixo do vendedor com meta.   *
      *****************************************************
       01  FAIXACOM-REG.
           05  FXC-FAIXA           PIC 9(1).
           05  FXC-ATINGMIN        PIC 9(3)V99.
           05  FXC-PERCCOMIS       PIC 9(2)V99.
           05  FXC-DESCRICAO       PIC X(20).
