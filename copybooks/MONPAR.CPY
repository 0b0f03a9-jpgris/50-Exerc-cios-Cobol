      *****************************************************
      *  MONPAR.CPY                                       *
      *  Layout do registro de parametros do monitoramento*
      *  de movimentos do arquivo MONITPARAM, no molde de *
      *  TAXASPARAM (vale o registro de maior vigencia ja *
      *  alcancada): valor a partir do qual o movimento e *
      *  comunicado, faixa percentual logo abaixo dele que*
      *  conta como fracionamento, janela em dias e       *
      *  quantidade minima de movimentos na janela para o *
      *  mesmo titular. Mantido pelo exerc-44-alr e lido  *
      *  pelo batch exerc-44-mon.                         *
      *****************************************************
       01  MONITPAR-REG.
           05  MON-LIMITE          PIC 9(7)V99.
           05  MON-FAIXA           PIC 9(2).
           05  MON-JANELA          PIC 9(2).
           05  MON-QTDMIN          PIC 9(2).
           05  MON-VIGENCIA        PIC 9(8).
