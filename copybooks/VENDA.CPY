      *  exerc-15-cxa) carimbado em cada linha para o      *
      *  fechamento por operador; registros antigos leem   *
      *  a sessao zerada.                                  *
      *  2026-10: VEN-RECIBO passa a ser numerado pelo    *
      *  sistema, na faixa da loja em RECIBOCTL; a         *
      *  sequencia do dia e auditada no exerc-7-aud.       *
      *****************************************************
       01  VENDA-REG.
           05  VEN-DATA            PIC 9(8).
