      *  parcela; o batch mensal exerc-44-par debita as   *
      *  parcelas vencidas da conta do tomador em         *
      *  CLIENTES. Situacao: A aberta, P paga.            *
      *  2026-10: quitacao antecipada baixa as parcelas   *
      *  em aberto com juros pro rata; amortizacao        *
      *  parcial regrava as abertas e exclui as que       *
      *  sobram quando o prazo e reduzido (exerc-44-emp). *
      *  2026-10: multa e juros de mora (MORAPARAM)       *
      *  cobrados no pagamento da parcela vencida ficam   *
      *  gravados na propria parcela.                     *
      *  2026-10: emprestimo consignado - matricula de    *
      *  FUNCIONARIOS em todas as parcelas do contrato; a *
      *  parcela e descontada na folha (exerc-43-fol) e   *
      *  nao no debito em conta do exerc-44-par. Zero =   *
      *  debito em conta (inclusive o que o desligamento  *
      *  do exerc-43-des devolve a rota normal).          *
      *****************************************************
       01  EMPREST-REG.
           05  EMP-CHAVE.
               88  EMP-ABERTA          VALUE "A".
               88  EMP-PAGA            VALUE "P".
           05  EMP-DTPAGTO         PIC 9(8).
           05  EMP-MULTA           PIC 9(7)V99.
           05  EMP-MORA            PIC 9(7)V99.
           05  EMP-MATRICULA       PIC 9(5).
