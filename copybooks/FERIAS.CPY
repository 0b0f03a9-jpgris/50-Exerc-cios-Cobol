      *  registro FE em GANHOSANO. O prazo para gozo e o  *
      *  fim do periodo aquisitivo mais 12 meses; vencido *
      *  o prazo, paga-se em dobro.                       *
      *  2026-10: dias de licenca nao remunerada          *
      *  (LICENCAS do exerc-43-lic) que suspenderam a     *
      *  aquisicao, somados desde a admissao: o           *
      *  aniversario que fecha os periodos aquisitivos    *
      *  anda esses dias.                                 *
      *****************************************************
       01  FERIASCTL-REG.
           05  FER-MATRICULA       PIC 9(5).
           05  FER-DIAS-GOZADOS    PIC 9(2).
           05  FER-AGENDA-INI      PIC 9(8).
           05  FER-AGENDA-DIAS     PIC 9(2).
           05  FER-DIAS-SUSPENSOS  PIC 9(3).
