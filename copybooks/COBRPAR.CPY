      *****************************************************
      *  COBRPAR.CPY                                      *
      *  Layout do registro de parametros de cobranca do  *
      *  arquivo COBRANCAPARAM, no molde de TARIFAPARAM   *
      *  (vale o registro de maior vigencia ja            *
      *  alcancada): dias de atraso para o lembrete, para *
      *  o aviso final e para o bloqueio automatico do    *
      *  cliente, multa (% sobre o titulo) e mora (% ao   *
      *  dia de atraso). Mantido pelo exerc-7-par; usado  *
      *  pela cobranca (exerc-7-cob) e pelo recebimento   *
      *  (exerc-7-ctr). Dias zerados desligam a etapa.    *
      *  2026-10: alteracao entra pendente (P), com o     *
      *  operador, data e hora do lancamento; outro       *
      *  operador com a funcao AP do OPERAUTH aprova (A)  *
      *  ou rejeita (R), gravando copia do registro com   *
      *  a decisao. So vale registro aprovado (A, ou      *
      *  branco nos antigos); as pendentes saem no        *
      *  relatorio UTIL-PENDREL.                          *
      *****************************************************
       01  COBRPAR-REG.
           05  CBP-DIASLEMBRETE    PIC 9(3).
           05  CBP-DIASAVISO       PIC 9(3).
           05  CBP-DIASBLOQUEIO    PIC 9(3).
           05  CBP-MULTA           PIC 9(2)V99.
           05  CBP-MORADIA         PIC 9V9999.
           05  CBP-VIGENCIA        PIC 9(8).
           05  CBP-LANCADOR        PIC 9(3).
           05  CBP-LANCDATA        PIC 9(8).
           05  CBP-LANCHORA        PIC 9(6).
           05  CBP-SITUACAO        PIC X(01).
               88  CBP-PENDENTE        VALUE "P".
               88  CBP-APROVADA        VALUE "A" " ".
               88  CBP-REJEITADA       VALUE "R".
           05  CBP-APROVADOR       PIC 9(3).
           05  CBP-APRDATA         PIC 9(8).
