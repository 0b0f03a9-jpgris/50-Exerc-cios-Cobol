      *****************************************************
      *  CCUSTO.CPY                                       *
      *  Layout do registro do cadastro de centros de     *
      *  custo CENTROCUSTO, indexado por codigo, mantido  *
      *  pelo exerc-43-ccu. Cada funcionario aponta o seu *
      *  centro em FUN-CCUSTO (exerc-43-man). Centro de   *
      *  loja (tipo L) leva a letra da loja do ORCAPARAM  *
      *  e do FATURALEDG; departamento (tipo D) fica com  *
      *  a loja em branco. O orcamento e o teto mensal de *
      *  custo de pessoal (bruto mais encargos) que o     *
      *  rateio da folha (exerc-43-rat) confronta.        *
      *****************************************************
       01  CCUSTO-REG.
           05  CCU-CODIGO          PIC X(04).
           05  CCU-DESCRICAO       PIC X(30).
           05  CCU-TIPO            PIC X(01).
               88  CCU-DE-LOJA         VALUE "L".
               88  CCU-DEPARTAMENTO    VALUE "D".
               88  CCU-TIPO-VALIDO     VALUES "L" "D".
           05  CCU-LOJA            PIC X(01).
           05  CCU-ORCAMENTO       PIC 9(7)V99.
