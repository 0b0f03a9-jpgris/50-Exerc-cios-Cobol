      *  decidir dia util, primeiro e ultimo dia util do  *
      *  mes - e com isso executar ou pular cada passo    *
      *  do BATCHSEQ conforme o codigo de frequencia.     *
      *  2026-10: tambem lido pelo servico DIAUTIL, que   *
      *  leva vencimentos e datas de pagamento ao dia     *
      *  util seguinte (ou anterior).                     *
      *****************************************************
       01  CALENDARIO-REG.
           05  CAL-DATA            PIC 9(8).
