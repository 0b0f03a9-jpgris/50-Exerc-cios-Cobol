      *****************************************************
      *  LIQUID.CPY                                       *
      *  Layout do registro do arquivo de liquidacao da   *
      *  adquirente (LIQUIDACOES), recebido todo dia com  *
      *  as transacoes de cartao e PIX liquidadas: data   *
      *  da venda, codigo de autorizacao, forma, valor    *
      *  bruto, taxa descontada, valor liquido creditado  *
      *  e data do credito. Confrontado com as formas de  *
      *  pagamento de PAGAMENTOS pela conciliacao         *
      *  exerc-15-cnc.                                    *
      *****************************************************
       01  LIQUIDACAO-REG.
           05  LIQ-DATAVENDA       PIC 9(8).
           05  LIQ-AUTORIZACAO     PIC X(12).
           05  LIQ-FORMA           PIC X(02).
           05  LIQ-VALORBRUTO      PIC 9(7)V99.
           05  LIQ-TAXA            PIC 9(5)V99.
           05  LIQ-VALORLIQUIDO    PIC 9(7)V99.
           05  LIQ-DATACREDITO     PIC 9(8).
