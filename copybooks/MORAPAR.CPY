      *****************************************************
      *  MORAPAR.CPY                                      *
      *  Layout do registro de encargos por atraso das    *
      *  parcelas de emprestimo do arquivo MORAPARAM, no  *
      *  molde de TAXASPARAM (vale o registro de maior    *
      *  vigencia ja alcancada na data do calculo): multa *
      *  unica em % sobre o valor da parcela e juros de   *
      *  mora em % ao dia de atraso. Cobrados pelo        *
      *  exerc-44-par na parcela vencida e pela quitacao  *
      *  do exerc-44-emp, que tambem mantem o arquivo.    *
      *  2026-10: alteracao entra pendente (P), com o     *
      *  operador, data e hora do lancamento; outro       *
      *  operador com a funcao AP do OPERAUTH aprova (A)  *
      *  ou rejeita (R), gravando copia do registro com   *
      *  a decisao. So vale registro aprovado (A, ou      *
      *  branco nos antigos); as pendentes saem no        *
      *  relatorio UTIL-PENDREL.                          *
      *****************************************************
       01  MORAPAR-REG.
           05  MRP-MULTA           PIC 9(2)V99.
           05  MRP-JUROSDIA        PIC 9(1)V9(4).
           05  MRP-VIGENCIA        PIC 9(8).
           05  MRP-LANCADOR        PIC 9(3).
           05  MRP-LANCDATA        PIC 9(8).
           05  MRP-LANCHORA        PIC 9(6).
           05  MRP-SITUACAO        PIC X(01).
               88  MRP-PENDENTE        VALUE "P".
               88  MRP-APROVADA        VALUE "A" " ".
               88  MRP-REJEITADA       VALUE "R".
           05  MRP-APROVADOR       PIC 9(3).
           05  MRP-APRDATA         PIC 9(8).
