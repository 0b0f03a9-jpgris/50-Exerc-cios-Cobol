      *  lote mais antigo (vence primeiro, sai primeiro). *
      *  Mantido pelo movimento de estoque (exerc-35-est) *
      *  e varrido pelo alerta de validade (exerc-35-val).*
      *  2026-10: lote por loja - a loja abre a chave.    *
      *****************************************************
       01  LOTE-REG.
           05  LOT-CHAVE.
               10  LOT-LOJA        PIC X(01).
               10  LOT-PRODUTO     PIC 9(5).
               10  LOT-VALIDADE    PIC 9(8).
               10  LOT-LOTE        PIC X(10).
