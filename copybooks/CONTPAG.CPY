      *****************************************************
      *  CONTPAG.CPY                                      *
      *  Layout do titulo de contas a pagar do arquivo    *
      *  CONTASPAG, indexado por fornecedor + pedido +    *
      *  produto + sequencia da entrega. Gravado pelo     *
      *  recebimento de mercadoria (exerc-35-rcb), com    *
      *  vencimento pela condicao de pagamento do         *
      *  fornecedor (FOR-PRAZOPAGTO), e baixado pelo      *
      *  pagamento (exerc-35-pag), que tambem emite a     *
      *  proposta semanal de pagamento e o aging.         *
      *****************************************************
       01  CONTPAG-REG.
           05  CPG-CHAVE.
               10  CPG-FORNECEDOR  PIC 9(3).
               10  CPG-PEDIDO      PIC 9(6).
               10  CPG-PRODUTO     PIC 9(5).
               10  CPG-SEQ         PIC 9(2).
           05  CPG-EMISSAO         PIC 9(8).
           05  CPG-VENCIMENTO      PIC 9(8).
           05  CPG-QTD             PIC 9(5).
           05  CPG-VALOR           PIC 9(7)V99.
           05  CPG-SITUACAO        PIC X(01).
               88  CPG-ABERTO          VALUE "A".
               88  CPG-PAGO            VALUE "P".
           05  CPG-DTPAGTO         PIC 9(8).
           05  CPG-OPERADOR        PIC 9(3).
