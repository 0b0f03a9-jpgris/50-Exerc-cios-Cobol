      *  categoria: preco promocional quando informado    *
      *  (> 0), senao percentual de desconto sobre o      *
      *  preco normal de venda.                           *
      *  2026-10: alteracao entra pendente (P), com o     *
      *  operador, data e hora do lancamento; outro       *
      *  operador com a funcao AP do OPERAUTH aprova (A)  *
      *  ou rejeita (R), gravando copia do registro com a *
      *  decisao. So vale registro aprovado (A, ou branco *
      *  nos antigos); as pendentes saem no relatorio     *
      *  UTIL-PENDREL.                                    *
      *****************************************************
       01  PROMO-REG.
           05  PRM-PRODUTO         PIC 9(5).
           05  PRM-FIM             PIC 9(8).
           05  PRM-PRECO           PIC 9(6)V99.
           05  PRM-PERCDESC        PIC 9(2)V99.
           05  PRM-LANCADOR        PIC 9(3).
           05  PRM-LANCDATA        PIC 9(8).
           05  PRM-LANCHORA        PIC 9(6).
           05  PRM-SITUACAO        PIC X(01).
               88  PRM-PENDENTE        VALUE "P".
               88  PRM-APROVADA        VALUE "A" " ".
               88  PRM-REJEITADA       VALUE "R".
           05  PRM-APROVADOR       PIC 9(3).
           05  PRM-APRDATA         PIC 9(8).
