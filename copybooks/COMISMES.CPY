      *****************************************************
      *  COMISMES.CPY                                     *
      *  Layout da linha de vendedor do demonstrativo     *
      *  mensal de comissoes COMISSOESMES, gravada pelo   *
      *  fechamento (exerc-15-com) e lida pelo ranking de *
      *  atingimento de metas (exerc-15-rnk). Traz a meta *
      *  do mes, o atingimento (percentual da meta) e a   *
      *  faixa aplicada (zero: sem meta ou abaixo da      *
      *  primeira faixa, vale o percentual fixo do        *
      *  cadastro VENDEDORES).                            *
      *****************************************************
       01  LINHA-COMISSAO.
           05  FILLER                PIC X(10) VALUE "VENDEDOR: ".
           05  CMS-CODIGO            PIC 9(3).
           05  FILLER                PIC X(07) VALUE " COMP: ".
           05  CMS-COMPETENCIA       PIC 9(6).
           05  FILLER                PIC X(07) VALUE " BASE: ".
           05  CMS-BASE              PIC 9(9)V99.
           05  FILLER                PIC X(07) VALUE " PERC: ".
           05  CMS-PERCENTUAL        PIC 9(2)V99.
           05  FILLER                PIC X(11)
               VALUE " COMISSAO: ".
           05  CMS-COMISSAO          PIC 9(7)V99.
           05  FILLER                PIC X(07) VALUE " META: ".
           05  CMS-META              PIC 9(9)V99.
           05  FILLER                PIC X(08) VALUE " ATING: ".
           05  CMS-ATINGIMENTO       PIC 9(3)V99.
           05  FILLER                PIC X(08) VALUE " FAIXA: ".
           05  CMS-FAIXA             PIC 9(1).
