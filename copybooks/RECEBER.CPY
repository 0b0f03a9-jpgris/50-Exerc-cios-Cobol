      *****************************************************
      *  RECEBER.CPY                                      *
      *  Layout do titulo de contas a receber do arquivo  *
      *  CONTASREC, indexado por cliente + recibo +       *
      *  parcela.                                         *
      *  Gravado pelo recibo (Exerc-7) nas vendas a       *
      *  prazo e baixado pelo recebimento (exerc-7-ctr),  *
      *  que tambem emite o relatorio de aging dos        *
      *  titulos em aberto.                               *
      *  2026-10: ultima carta de cobranca enviada (L     *
      *  lembrete, F aviso final) e sua data, gravadas    *
      *  pela cobranca (exerc-7-cob), e a multa e a mora  *
      *  cobradas no recebimento em atraso.               *
      *  2026-10: venda parcelada - a chave passa a ter o *
      *  numero da parcela (01 na venda a prazo simples), *
      *  com a quantidade de parcelas do plano e os juros *
      *  da tabela Price embutidos no valor da parcela.   *
      *****************************************************
       01  RECEBER-REG.
           05  REC-CHAVE.
               10  REC-CLIENTE     PIC 9(5).
               10  REC-RECIBO      PIC 9(6).
               10  REC-PARCELA     PIC 9(2).
           05  REC-EMISSAO         PIC 9(8).
           05  REC-VENCIMENTO      PIC 9(8).
           05  REC-VALOR           PIC 9(7)V99.
               88  REC-ABERTO          VALUE "A".
               88  REC-PAGO            VALUE "P".
           05  REC-DTPAGTO         PIC 9(8).
           05  REC-AVISO           PIC X(01).
               88  REC-LEMBRETE-ENVIADO  VALUE "L".
               88  REC-AVISOFINAL-ENVIADO VALUE "F".
           05  REC-DTAVISO         PIC 9(8).
           05  REC-MULTA           PIC 9(7)V99.
           05  REC-MORA            PIC 9(7)V99.
           05  REC-QTDPARCELAS     PIC 9(2).
           05  REC-JUROS           PIC 9(7)V99.
