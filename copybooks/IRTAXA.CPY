      *  alcancada. Mantido pelo exerc-44-irt e aplicado  *
      *  pelo credito mensal (Exerc-44-Jur) sobre o juro  *
      *  bruto antes de creditar o liquido.               *
      *  2026-10: alteracao entra pendente (P), com o     *
      *  operador, data e hora do lancamento; outro       *
      *  operador com a funcao AP do OPERAUTH aprova (A)  *
      *  ou rejeita (R), gravando copia do registro com a *
      *  decisao. So vale registro aprovado (A, ou branco *
      *  nos antigos); as pendentes saem no relatorio     *
      *  UTIL-PENDREL.                                    *
      *****************************************************
       01  IRTAXA-REG.
           05  IRT-TIPOCONTA       PIC 9(1).
           05  IRT-PERCENTUAL      PIC 9(2)V99.
           05  IRT-VIGENCIA        PIC 9(8).
           05  IRT-LANCADOR        PIC 9(3).
           05  IRT-LANCDATA        PIC 9(8).
           05  IRT-LANCHORA        PIC 9(6).
           05  IRT-SITUACAO        PIC X(01).
               88  IRT-PENDENTE        VALUE "P".
               88  IRT-APROVADA        VALUE "A" " ".
               88  IRT-REJEITADA       VALUE "R".
           05  IRT-APROVADOR       PIC 9(3).
           05  IRT-APRDATA         PIC 9(8).
