      *****************************************************
      *  LANCCTB.CPY                                      *
      *  Layout da partida do diario contabil DIARIOCTB,  *
      *  gravado pela contabilizacao diaria exerc-45-lan. *
      *  Cada lancamento tem uma partida a debito (D) e   *
      *  uma a credito (C) com o mesmo numero e valor,    *
      *  a origem, o tipo de movimento e a referencia do  *
      *  registro de origem (recibo, titulo, conta...).   *
      *  Base do balancete (exerc-45-bal) e do razao      *
      *  (exerc-45-raz).                                  *
      *****************************************************
       01  LANCCTB-REG.
           05  LCT-DATA            PIC 9(8).
           05  LCT-NUMERO          PIC 9(6).
           05  LCT-CONTA           PIC 9(6).
           05  LCT-DC              PIC X(01).
               88  LCT-DEBITO          VALUE "D".
               88  LCT-CREDITO         VALUE "C".
           05  LCT-VALOR           PIC 9(9)V99.
           05  LCT-ORIGEM          PIC X(12).
           05  LCT-TIPO            PIC X(02).
           05  LCT-REFERENCIA      PIC X(20).
           05  LCT-HISTORICO       PIC X(20).
