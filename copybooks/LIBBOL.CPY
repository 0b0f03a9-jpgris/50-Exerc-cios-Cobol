      *****************************************************
      *  LIBBOL.CPY                                       *
      *  Layout da liberacao do boletim com notas         *
      *  pendentes (arquivo LIBBOLETIM): a coordenacao    *
      *  (exerc-29-prf, funcao CO) libera para a data a   *
      *  geracao do boletim mesmo com lancamentos em      *
      *  falta apontados pela conferencia de notas        *
      *  (exerc-29-cnf), que entao devolve OK na janela   *
      *  noturna. Sem liberacao do dia, a conferencia     *
      *  com nota em falta para a corrente antes do       *
      *  EXERC-29.                                        *
      *****************************************************
       01  LIBBOL-REG.
           05  LBB-DATA            PIC 9(8).
           05  LBB-OPERADOR        PIC 9(3).
           05  LBB-MOTIVO          PIC X(40).
