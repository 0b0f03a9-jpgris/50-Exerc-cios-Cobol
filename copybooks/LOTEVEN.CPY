      *****************************************************
      *  LOTEVEN.CPY                                      *
      *  Layout do lote consumido pela venda (arquivo     *
      *  LOTESVENDA): uma linha por lote de LOTESVAL que  *
      *  o recibo (Exerc-7) baixou para um item, com a    *
      *  posicao do item no recibo e a quantidade tirada  *
      *  do lote. O cancelamento do recibo (exerc-7-can)  *
      *  retira as linhas do recibo e devolve cada        *
      *  quantidade ao mesmo lote.                        *
      *****************************************************
       01  LOTEVEN-REG.
           05  LVE-DATA            PIC 9(8).
           05  LVE-RECIBO          PIC 9(6).
           05  LVE-ITEM            PIC 9(2).
           05  LVE-LOJA            PIC X(01).
           05  LVE-PRODUTO         PIC 9(5).
           05  LVE-VALIDADE        PIC 9(8).
           05  LVE-LOTE            PIC X(10).
           05  LVE-QTD             PIC 9(5).
