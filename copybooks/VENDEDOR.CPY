      *  fechamento mensal de comissoes (exerc-15-com)    *
      *  aplica o percentual de cada vendedor sobre as    *
      *  vendas de VENDASDIA.                             *
      *  2026-10: o percentual fixo vale so para vendedor *
      *  sem meta no mes; com meta em METAS vale o da     *
      *  faixa de atingimento (FAIXASCOMIS).              *
      *  2026-10: matricula do vendedor em FUNCIONARIOS;  *
      *  a folha (exerc-43-fol) paga a comissao do mes    *
      *  por ela. Zero = sem vinculo, comissao nao paga.  *
      *****************************************************
       01  VENDEDOR-REG.
           05  VDD-CODIGO          PIC 9(3).
           05  VDD-ATIVO           PIC X(01).
               88  VDD-E-ATIVO         VALUE "A".
               88  VDD-E-BLOQUEADO     VALUE "B".
           05  VDD-MATRICULA       PIC 9(5).
