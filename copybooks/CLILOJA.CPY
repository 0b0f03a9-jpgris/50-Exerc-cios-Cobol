      *  nas vendas a prazo. O limite de credito e        *
      *  confrontado com os titulos em aberto em          *
      *  CONTASREC antes de aceitar a venda.              *
      *  2026-10: a cobranca (exerc-7-cob) bloqueia       *
      *  sozinha o cliente com titulo vencido alem do     *
      *  limite de COBRANCAPARAM; o motivo vai para o     *
      *  diario MUDANCAS.                                 *
      *  2026-10: documento (CPF/CNPJ) conferido pelo     *
      *  VALIDOC e gravado so com digitos.                *
      *****************************************************
       01  CLILOJA-REG.
           05  CLJ-CODIGO          PIC 9(5).
