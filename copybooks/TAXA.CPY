      *  de taxas (exerc-44-tax). Vale, para cada tipo, o *
      *  registro de maior data de vigencia ja alcancada  *
      *  na data do movimento.                            *
      *  2026-10: alteracao entra pendente (P), com o     *
      *  operador, data e hora do lancamento; outro       *
      *  operador com a funcao AP do OPERAUTH aprova (A)  *
      *  ou rejeita (R), gravando copia do registro com a *
      *  decisao. So vale registro aprovado (A, ou branco *
      *  nos antigos); as pendentes saem no relatorio     *
      *  UTIL-PENDREL.                                    *
      *****************************************************
       01  TAXA-REG.
           05  TAX-TIPOCONTA       PIC 9(1).
           05  TAX-PERCENTUAL      PIC 9(3)V99.
           05  TAX-VIGENCIA        PIC 9(8).
           05  TAX-LANCADOR        PIC 9(3).
           05  TAX-LANCDATA        PIC 9(8).
           05  TAX-LANCHORA        PIC 9(6).
           05  TAX-SITUACAO        PIC X(01).
               88  TAX-PENDENTE        VALUE "P".
               88  TAX-APROVADA        VALUE "A" " ".
               88  TAX-REJEITADA       VALUE "R".
           05  TAX-APROVADOR       PIC 9(3).
           05  TAX-APRDATA         PIC 9(8).
