      *  manutencao de categorias (exerc-35-cat).         *
      *  Vale, para cada codigo, o registro de maior data *
      *  de vigencia ja alcancada.                        *
      *  2026-10: alteracao entra pendente (P), com o     *
      *  operador, data e hora do lancamento; outro       *
      *  operador com a funcao AP do OPERAUTH aprova (A)  *
      *  ou rejeita (R), gravando copia do registro com a *
      *  decisao. So vale registro aprovado (A, ou branco *
      *  nos antigos); as pendentes saem no relatorio     *
      *  UTIL-PENDREL.                                    *
      *****************************************************
       01  CATEG-REG.
           05  CAT-CODIGO          PIC X(01).
           05  CAT-DESCRICAO       PIC X(15).
           05  CAT-PERCENTUAL      PIC 9V99.
           05  CAT-VIGENCIA        PIC 9(8).
           05  CAT-LANCADOR        PIC 9(3).
           05  CAT-LANCDATA        PIC 9(8).
           05  CAT-LANCHORA        PIC 9(6).
           05  CAT-SITUACAO        PIC X(01).
               88  CAT-PENDENTE        VALUE "P".
               88  CAT-APROVADA        VALUE "A" " ".
               88  CAT-REJEITADA       VALUE "R".
           05  CAT-APROVADOR       PIC 9(3).
           05  CAT-APRDATA         PIC 9(8).
