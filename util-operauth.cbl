      * seguranca do relatorio da manha. Funcoes em uso:
      *   BC bloqueio/reativacao de conta (exerc-44)
      *   SA inclusao/alteracao de salario (exerc-43-man)
      *   CV liberacao de cancelamento de recibo (exerc-7-can)
      *   PE liberacao de baixa por perda acima do limite
      *      (exerc-35-bxa)
      *   FM digitacao de contingencia do faturamento do dia
      *      no livro FATURALEDG (Exerc-6)
      *   CE concessao/cancelamento de limite de cheque
      *      especial (exerc-44-lim)
      *   MC disposicao dos alertas e parametros do
      *      monitoramento de movimentos (exerc-44-alr)
      *   CO coordenacao pedagogica: professores e
      *      atribuicoes (exerc-29-prf) e notas/chamada fora
      *      das proprias atribuicoes (exerc-29-not/-pre);
      *      liberacao do boletim com notas em falta
      *   AP aprovacao ou rejeicao de alteracao pendente de
      *      taxas, aliquotas, tarifas (exerc-44-tax/-irt/-tar),
      *      markups (exerc-35-cat), promocoes (exerc-35-pro),
      *      planos de parcelamento e parametros de cobranca
      *      (exerc-7-par), parametros de cheque especial
      *      (exerc-44-lim) e encargos de atraso de emprestimo
      *      (exerc-44-emp); quem lancou nao aprova
      *   FP fechamento e reabertura de competencia por
      *      subsistema (UTIL-PERIODO)
      *   LG eliminacao de dados pessoais a pedido do titular
      *      (UTIL-TITULAR)

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
