      *  FORNECEDORES, indexado por codigo, mantido pelo  *
      *  exerc-35-for e referenciado pelos pedidos de     *
      *  compra PEDIDOSCOMP (exerc-35-ped).               *
      *  2026-10: FOR-PRAZOENTREGA, prazo de entrega      *
      *  combinado em dias, base da pontualidade do       *
      *  desempenho de fornecedores (exerc-35-dsp).       *
      *  Registro antigo sem o campo vale como sem prazo. *
      *  2026-10: FOR-PRAZOPAGTO, condicao de pagamento   *
      *  em dias apos o recebimento, que da o vencimento  *
      *  do titulo de CONTASPAG (exerc-35-rcb).           *
      *  2026-10: documento (CPF/CNPJ) conferido pelo     *
      *  VALIDOC e gravado so com digitos.                *
      *****************************************************
       01  FORNEC-REG.
           05  FOR-CODIGO          PIC 9(3).
           05  FOR-SITUACAO        PIC X(01).
               88  FOR-ATIVO           VALUE "A".
               88  FOR-BLOQUEADO       VALUE "B".
           05  FOR-PRAZOENTREGA    PIC 9(3).
           05  FOR-PRAZOPAGTO      PIC 9(3).
