      *****************************************************
      *  TRANSF.CPY                                       *
      *  Layout do registro de transferencia de estoque   *
      *  entre lojas (arquivo TRANSFEST), indexado pelo   *
      *  numero da transferencia. O envio (exerc-35-trf)  *
      *  baixa o saldo da loja de origem e deixa a        *
      *  mercadoria em transito; o recebimento lanca o    *
      *  saldo na loja de destino. Cada lote consumido na *
      *  origem vai na tabela de lotes com a validade e a *
      *  quantidade tirada dele (ate 20; zero lotes se o  *
      *  produto nao controla validade) e e lancado no    *
      *  destino lote a lote.                             *
      *  Situacao: T em transito, R recebida.             *
      *****************************************************
       01  TRANSF-REG.
           05  TRF-NUMERO          PIC 9(6).
           05  TRF-PRODUTO         PIC 9(5).
           05  TRF-ORIGEM          PIC X(01).
           05  TRF-DESTINO         PIC X(01).
           05  TRF-QTD             PIC 9(5).
           05  TRF-DATAENVIO       PIC 9(8).
           05  TRF-OPERENVIO       PIC 9(3).
           05  TRF-DATARECEB       PIC 9(8).
           05  TRF-OPERRECEB       PIC 9(3).
           05  TRF-SITUACAO        PIC X(01).
               88  TRF-EM-TRANSITO     VALUE "T".
               88  TRF-RECEBIDA        VALUE "R".
           05  TRF-QTDLOTES        PIC 9(2).
           05  TRF-LOTES-ENVIADOS.
               10  TRF-LOTE-ENVIADO OCCURS 20 TIMES.
                   15  TRF-LOTE        PIC X(10).
                   15  TRF-VALIDADE    PIC 9(8).
                   15  TRF-QTDLOTE     PIC 9(5).
