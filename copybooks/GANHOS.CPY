      *  RE rescisao (exerc-43-des), HE horas extras e    *
      *  adicionais precificados pela folha sobre os      *
      *  lancamentos de HORASMES (exerc-43-hor).          *
      *  2026-10: tipo CO, comissao de vendas do mes paga *
      *  pela folha a partir do fechamento COMISSOESMES.  *
      *  2026-10: tipo EC, parcela de emprestimo          *
      *  consignado descontada na folha ou na rescisao:   *
      *  bruto e liquido zerados, valor no GAN-DESCONTO;  *
      *  nao e rendimento nem deducao do informe anual.   *
      *  2026-10: INSS e IRRF do lancamento destacados;   *
      *  GAN-DESCONTO continua sendo a soma dos dois      *
      *  (no EC, o consignado, com INSS e IRRF zerados).  *
      *****************************************************
       01  GANHOS-REG.
           05  GAN-MATRICULA       PIC 9(5).
           05  GAN-BRUTO           PIC 9(7)V99.
           05  GAN-DESCONTO        PIC 9(7)V99.
           05  GAN-LIQUIDO         PIC 9(7)V99.
           05  GAN-INSS            PIC 9(7)V99.
           05  GAN-IRRF            PIC 9(7)V99.
