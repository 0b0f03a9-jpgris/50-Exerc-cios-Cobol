      *****************************************************
      *  CHQPAR.CPY                                       *
      *  Layout do registro de parametros do cheque       *
      *  especial do arquivo CHEQUEPARAM, no molde de     *
      *  TAXASPARAM (vale o registro de maior vigencia ja *
      *  alcancada): taxa mensal de juros sobre o saldo   *
      *  devedor medio, cobrada pelo batch exerc-44-che,  *
      *  e dias seguidos no negativo a partir dos quais o *
      *  relatorio exerc-44-neg aponta a conta. Mantido   *
      *  pelo exerc-44-lim.                               *
      *  2026-10: alteracao entra pendente (P), com o     *
      *  operador, data e hora do lancamento; outro       *
      *  operador com a funcao AP do OPERAUTH aprova (A)  *
      *  ou rejeita (R), gravando copia do registro com   *
      *  a decisao. So vale registro aprovado (A, ou      *
      *  branco nos antigos); as pendentes saem no        *
      *  relatorio UTIL-PENDREL.                          *
      *****************************************************
       01  CHEQUEPAR-REG.
           05  CHQ-TAXAMENSAL      PIC 9(2)V99.
           05  CHQ-DIASALERTA      PIC 9(3).
           05  CHQ-VIGENCIA        PIC 9(8).
           05  CHQ-LANCADOR        PIC 9(3).
           05  CHQ-LANCDATA        PIC 9(8).
           05  CHQ-LANCHORA        PIC 9(6).
           05  CHQ-SITUACAO        PIC X(01).
               88  CHQ-PENDENTE        VALUE "P".
               88  CHQ-APROVADA        VALUE "A" " ".
               88  CHQ-REJEITADA       VALUE "R".
           05  CHQ-APROVADOR       PIC 9(3).
           05  CHQ-APRDATA         PIC 9(8).
