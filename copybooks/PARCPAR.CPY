      *****************************************************
      *  PARCPAR.CPY                                      *
      *  Layout do registro de planos de parcelamento do  *
      *  arquivo PARCELAPARAM, no molde de TARIFAPARAM:   *
      *  um registro por quantidade de parcelas e         *
      *  vigencia, valendo para cada plano o de maior     *
      *  vigencia ja alcancada. Taxa de juros ao mes      *
      *  aplicada pela tabela Price (CALCPRICE, a mesma   *
      *  conta do EXERC-22). Plano com situacao I sai do  *
      *  recibo a partir da vigencia. Mantido pelo        *
      *  exerc-7-par; usado pelo recibo (Exerc-7) na      *
      *  venda a prazo.                                   *
      *  2026-10: alteracao entra pendente (P), com o     *
      *  operador, data e hora do lancamento; outro       *
      *  operador com a funcao AP do OPERAUTH aprova (A)  *
      *  ou rejeita (R), gravando copia do registro com   *
      *  a decisao. So vale registro aprovado (A, ou      *
      *  branco nos antigos); as pendentes saem no        *
      *  relatorio UTIL-PENDREL. A aprovacao fica em      *
      *  PCP-APROVACAO, a parte da situacao A/I do        *
      *  plano.                                           *
      *****************************************************
       01  PARCPAR-REG.
           05  PCP-PARCELAS        PIC 9(2).
           05  PCP-TAXAMENSAL      PIC 9(2)V99.
           05  PCP-SITUACAO        PIC X(01).
               88  PCP-ATIVO           VALUE "A".
               88  PCP-INATIVO         VALUE "I".
           05  PCP-VIGENCIA        PIC 9(8).
           05  PCP-LANCADOR        PIC 9(3).
           05  PCP-LANCDATA        PIC 9(8).
           05  PCP-LANCHORA        PIC 9(6).
           05  PCP-APROVACAO       PIC X(01).
               88  PCP-PENDENTE        VALUE "P".
               88  PCP-APROVADA        VALUE "A" " ".
               88  PCP-REJEITADA       VALUE "R".
           05  PCP-APROVADOR       PIC 9(3).
           05  PCP-APRDATA         PIC 9(8).
