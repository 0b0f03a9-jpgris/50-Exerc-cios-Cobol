      *****************************************************
      *  PROVFOL.CPY                                      *
      *  Layout do registro de provisoes trabalhistas     *
      *  PROVFOLHA, indexado por matricula: saldo         *
      *  provisionado de ferias (1/12 do bruto do mes     *
      *  mais o terco constitucional) e de decimo         *
      *  terceiro (1/12), acumulado mes a mes pelo        *
      *  exerc-43-fgt, que grava aqui a ultima            *
      *  competencia provisionada para nao provisionar    *
      *  duas vezes. O pagamento de ferias (FE) ou de     *
      *  decimo terceiro (DT) no exerc-43 e a rescisao do *
      *  exerc-43-des estornam o saldo ate o valor pago;  *
      *  o estornado fica nos campos de estorno ate a     *
      *  proxima provisao, que o mostra no relatorio.     *
      *****************************************************
       01  PROVFOL-REG.
           05  PRV-MATRICULA       PIC 9(5).
           05  PRV-COMPETENCIA     PIC 9(6).
           05  PRV-SALDO-FERIAS    PIC 9(7)V99.
           05  PRV-SALDO-DECIMO    PIC 9(7)V99.
           05  PRV-ESTORNO-FERIAS  PIC 9(7)V99.
           05  PRV-ESTORNO-DECIMO  PIC 9(7)V99.
