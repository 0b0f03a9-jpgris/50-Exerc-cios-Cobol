      *****************************************************
      *  TRIBFOL.CPY                                      *
      *  Layout do registro de faixa das tabelas de INSS  *
      *  e IRRF da folha no arquivo de parametros         *
      *  TRIBPARAM, no mesmo molde de TAXASPARAM: cada    *
      *  tabela vale com todas as faixas lancadas na sua  *
      *  maior vigencia ja alcancada na data de calculo.  *
      *  Tabela I (INSS): progressiva por faixa de        *
      *  salario, o limite da ultima faixa e o teto de    *
      *  contribuicao. Tabela R (IRRF): faixa da base     *
      *  (bruto - INSS - dependentes) com aliquota e      *
      *  parcela a deduzir. Tabela D: deducao por         *
      *  dependente no TRB-DEDUZIR (faixa 1). Mantido     *
      *  pelo exerc-43-trb e aplicado pelo servico        *
      *  CALCTRIB.                                        *
      *****************************************************
       01  TRIBFOL-REG.
           05  TRB-TABELA          PIC X(01).
               88  TRB-TAB-INSS        VALUE "I".
               88  TRB-TAB-IRRF        VALUE "R".
               88  TRB-TAB-DEPENDENTE  VALUE "D".
           05  TRB-FAIXA           PIC 9(1).
           05  TRB-LIMITE          PIC 9(7)V99.
           05  TRB-ALIQUOTA        PIC 9(2)V99.
           05  TRB-DEDUZIR         PIC 9(7)V99.
           05  TRB-VIGENCIA        PIC 9(8).
