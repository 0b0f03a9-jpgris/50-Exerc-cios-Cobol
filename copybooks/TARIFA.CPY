      *  minima da conta em meses abaixo da qual nao se   *
      *  cobra. Mantido pelo exerc-44-tar e debitado das  *
      *  contas pelo batch mensal exerc-44-cob.           *
      *  2026-10: alteracao entra pendente (P), com o     *
      *  operador, data e hora do lancamento; outro       *
      *  operador com a funcao AP do OPERAUTH aprova (A)  *
      *  ou rejeita (R), gravando copia do registro com a *
      *  decisao. So vale registro aprovado (A, ou branco *
      *  nos antigos); as pendentes saem no relatorio     *
      *  UTIL-PENDREL.                                    *
      *****************************************************
       01  TARIFA-REG.
           05  TAR-TIPOCONTA       PIC 9(1).
           05  TAR-SALDOMIN        PIC 9(7)V99.
           05  TAR-MESESISEN       PIC 9(2).
           05  TAR-VIGENCIA        PIC 9(8).
           05  TAR-LANCADOR        PIC 9(3).
           05  TAR-LANCDATA        PIC 9(8).
           05  TAR-LANCHORA        PIC 9(6).
           05  TAR-SITUACAO        PIC X(01).
               88  TAR-PENDENTE        VALUE "P".
               88  TAR-APROVADA        VALUE "A" " ".
               88  TAR-REJEITADA       VALUE "R".
           05  TAR-APROVADOR       PIC 9(3).
           05  TAR-APRDATA         PIC 9(8).
