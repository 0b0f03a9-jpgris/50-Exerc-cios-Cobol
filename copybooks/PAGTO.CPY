      *****************************************************
      *  PAGTO.CPY                                        *
      *  Layout da forma de pagamento do recibo (arquivo  *
      *  PAGAMENTOS), indexado por recibo + sequencia:    *
      *  uma linha por forma usada na venda a vista do    *
      *  Exerc-7 - DI dinheiro, CD cartao de debito, CC   *
      *  cartao de credito, PX PIX - com o valor aplicado *
      *  na venda, o troco devolvido (so dinheiro) e o    *
      *  codigo de autorizacao (NSU do cartao ou ID da    *
      *  transacao PIX). A conferencia do caixa           *
      *  (exerc-15-cxa) espera na gaveta so o dinheiro;   *
      *  cartao e PIX sao confrontados com o arquivo de   *
      *  liquidacao da adquirente pela conciliacao        *
      *  exerc-15-cnc, que marca a situacao: espaco       *
      *  pendente, C conciliada, M liquidada a menor,     *
      *  F sem liquidacao.                                *
      *****************************************************
       01  PAGTO-REG.
           05  PAG-CHAVE.
               10  PAG-RECIBO      PIC 9(6).
               10  PAG-SEQ         PIC 9(2).
           05  PAG-DATA            PIC 9(8).
           05  PAG-SESSAO          PIC 9(6).
           05  PAG-FORMA           PIC X(02).
               88  PAG-DINHEIRO        VALUE "DI".
               88  PAG-DEBITO          VALUE "CD".
               88  PAG-CREDITO         VALUE "CC".
               88  PAG-PIX             VALUE "PX".
               88  PAG-ELETRONICO      VALUES "CD" "CC" "PX".
           05  PAG-VALOR           PIC 9(7)V99.
           05  PAG-TROCO           PIC 9(5)V99.
           05  PAG-AUTORIZACAO     PIC X(12).
           05  PAG-CONCILIACAO     PIC X(01).
               88  PAG-PENDENTE        VALUE SPACE.
               88  PAG-CONCILIADO      VALUE "C".
               88  PAG-LIQ-MENOR       VALUE "M".
               88  PAG-SEM-LIQUIDACAO  VALUE "F".
           05  PAG-VALORLIQUIDADO  PIC 9(7)V99.
           05  PAG-DATACONC        PIC 9(8).
