      *  e aprovado pelo exerc-35-inv; a aprovacao lanca  *
      *  a diferenca no saldo de ESTOQUE como ajuste de   *
      *  inventario. Situacao: C contada, A ajustada.     *
      *  2026-10: contagem por loja - chave data + loja + *
      *  produto.                                         *
      *****************************************************
       01  CONTAGEM-REG.
           05  CON-CHAVE.
               10  CON-DATA        PIC 9(8).
               10  CON-LOJA        PIC X(01).
               10  CON-PRODUTO     PIC 9(5).
           05  CON-QTDCONTADA      PIC 9(5).
           05  CON-OPERADOR        PIC 9(3).
