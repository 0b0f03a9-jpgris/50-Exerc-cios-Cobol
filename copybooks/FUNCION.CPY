      *  2026-09: dados bancarios do funcionario para a   *
      *  remessa de credito da folha (exerc-43-rem);      *
      *  banco zerado = sem conta, fica fora da remessa.  *
      *  2026-10: grupo de escala de trabalho (ESCALAPARAM*
      *  do exerc-43-esc) para a apuracao do ponto        *
      *  (exerc-43-pon); branco = sem controle de ponto.  *
      *  2026-10: centro de custo (CENTROCUSTO do         *
      *  exerc-43-ccu) para o rateio da folha             *
      *  (exerc-43-rat); branco = sem centro.             *
      *  2026-10: CPF do funcionario, conferido pelo      *
      *  VALIDOC e gravado so com digitos; chave da       *
      *  consulta cruzada util-doccon.                    *
      *****************************************************
       01  FUNCIONARIO-REG.
           05  FUN-MATRICULA       PIC 9(5).
           05  FUN-BANCO           PIC 9(3).
           05  FUN-AGENCIA         PIC 9(4).
           05  FUN-CONTABANCO      PIC 9(10).
           05  FUN-ESCALA          PIC X(02).
           05  FUN-CCUSTO          PIC X(04).
           05  FUN-DOCUMENTO       PIC X(14).
