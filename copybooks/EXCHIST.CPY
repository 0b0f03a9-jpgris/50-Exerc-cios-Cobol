      *****************************************************
      *  EXCHIST.CPY                                      *
      *  Historico diario das excecoes de negocio         *
      *  (arquivo EXCHIST): uma linha por categoria a     *
      *  cada execucao do relatorio da manha UTIL-EXCREL, *
      *  com a data e a quantidade apurada, para a        *
      *  comparacao com o dia anterior. O arquivo so      *
      *  cresce; vale a ultima data anterior a de hoje.   *
      *****************************************************
       01  EXCHIST-REG.
           05  EXH-DATA            PIC 9(8).
           05  EXH-CATEGORIA       PIC X(2).
           05  EXH-QTD             PIC 9(7).
