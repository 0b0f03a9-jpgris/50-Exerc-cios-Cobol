      *****************************************************
      *  PLANOMEN.CPY                                     *
      *  Layout do plano de mensalidade escolar do        *
      *  arquivo PLANOMENS, no molde de COBRANCAPARAM     *
      *  (vale, por turma, o registro de maior vigencia   *
      *  ja alcancada): valor da mensalidade, dia do      *
      *  vencimento (1 a 28), desconto de irmao (% sobre  *
      *  o valor, do segundo filho do mesmo responsavel   *
      *  em diante), multa (% sobre o valor), mora (% ao  *
      *  mes, pro rata por dia de atraso) e o limite de   *
      *  mensalidades vencidas em aberto acima do qual o  *
      *  aluno fica inadimplente (zero desliga). Mantido  *
      *  pelo exerc-29-pla; usado pelo faturamento        *
      *  (exerc-29-men), pela baixa (exerc-29-pag) e pelo *
      *  servico INADIMPL.                                *
      *****************************************************
       01  PLANOMEN-REG.
           05  PLM-TURMA           PIC X(01).
           05  PLM-VALOR           PIC 9(5)V99.
           05  PLM-DIAVENC         PIC 9(2).
           05  PLM-DESCIRMAO       PIC 9(2)V99.
           05  PLM-MULTA           PIC 9(2)V99.
           05  PLM-MORAMES         PIC 9(2)V99.
           05  PLM-MESESLIMITE     PIC 9(2).
           05  PLM-VIGENCIA        PIC 9(8).
