      *  VENDASDIA e fechada no conferencia do caixa, que *
      *  grava o dinheiro contado e a sobra/falta do      *
      *  operador. Situacao: A aberta, F fechada.         *
      *  2026-10: SES-VENDAS segue com o total a vista;   *
      *  o dinheiro esperado desconta as formas cartao e  *
      *  PIX da sessao gravadas em PAGAMENTOS.            *
      *****************************************************
       01  SESSAO-REG.
           05  SES-NUMERO          PIC 9(6).
