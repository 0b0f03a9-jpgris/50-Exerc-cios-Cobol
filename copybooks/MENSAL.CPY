      *****************************************************
      *  MENSAL.CPY                                       *
      *  Layout da mensalidade escolar do arquivo         *
      *  MENSALIDADES, indexado por matricula +           *
      *  competencia (AAAAMM). Gerada pelo faturamento    *
      *  mensal (exerc-29-men) pelo plano da turma,       *
      *  ja com o desconto de irmao e a multa e a mora    *
      *  do plano vigente; baixada pelo exerc-29-pag,     *
      *  que grava a data, a multa, a mora e o valor      *
      *  pago. Mensalidade vencida em aberto conta para   *
      *  a inadimplencia (servico INADIMPL).              *
      *****************************************************
       01  MENSAL-REG.
           05  MEN-CHAVE.
               10  MEN-ALUNO       PIC 9(5).
               10  MEN-COMPETENCIA PIC 9(6).
           05  MEN-TURMA           PIC X(01).
           05  MEN-VALOR           PIC 9(5)V99.
           05  MEN-DESCONTO        PIC 9(5)V99.
           05  MEN-VENCIMENTO      PIC 9(8).
           05  MEN-PERCMULTA       PIC 9(2)V99.
           05  MEN-PERCMORA        PIC 9(2)V99.
           05  MEN-SITUACAO        PIC X(01).
               88  MEN-ABERTA          VALUE "A".
               88  MEN-PAGA            VALUE "P".
           05  MEN-DTPAGTO         PIC 9(8).
           05  MEN-MULTA           PIC 9(5)V99.
           05  MEN-MORA            PIC 9(5)V99.
           05  MEN-VALORPAGO       PIC 9(6)V99.
