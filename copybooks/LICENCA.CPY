      *****************************************************
      *  LICENCA.CPY                                      *
      *  Layout do registro de licenca do funcionario     *
      *  (arquivo LICENCAS, indexado por matricula e data *
      *  de inicio), mantido pelo exerc-43-lic. Tipos: M  *
      *  medica e A acidente (a empresa paga os primeiros *
      *  15 dias, o restante e da previdencia), G         *
      *  maternidade (paga pela previdencia) e N nao      *
      *  remunerada. Fim zerado = sem previsao de         *
      *  retorno. A licenca nao remunerada suspende a     *
      *  aquisicao de ferias: os dias ja levados ao       *
      *  FERIASCTL ficam em LIC-DIASSUSPENSOS. A folha em *
      *  lote (exerc-43-fol) nao paga os dias de licenca  *
      *  fora do encargo da empresa e a apuracao do ponto *
      *  (exerc-43-pon) nao conta falta nesses dias.      *
      *****************************************************
       01  LICENCA-REG.
           05  LIC-CHAVE.
               10  LIC-MATRICULA   PIC 9(5).
               10  LIC-INICIO      PIC 9(8).
           05  LIC-TIPO            PIC X(01).
               88  LIC-MEDICA          VALUE "M".
               88  LIC-ACIDENTE        VALUE "A".
               88  LIC-MATERNIDADE     VALUE "G".
               88  LIC-NAO-REMUNERADA  VALUE "N".
               88  LIC-TIPO-VALIDO     VALUES "M" "A" "G" "N".
               88  LIC-15-DIAS-EMPRESA VALUES "M" "A".
               88  LIC-SUSPENDE-FERIAS VALUE "N".
           05  LIC-FIM             PIC 9(8).
           05  LIC-DIASSUSPENSOS   PIC 9(3).
           05  LIC-OPERADOR        PIC 9(3).
           05  LIC-DATAGRAV        PIC 9(8).
