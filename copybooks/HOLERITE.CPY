      *  remessa bancaria (exerc-43-rem) e pela baixa do  *
      *  retorno (exerc-43-ret); espaco = ainda nao       *
      *  remetido ao banco.                               *
      *  2026-10: comissao de vendas do mes (COMISSOESMES)*
      *  ja incluida no bruto, destacada no contracheque. *
      *  2026-10: parcela de emprestimo consignado        *
      *  descontada (EMPRESTIMOS do exerc-44-emp), fora   *
      *  do HOL-DESCONTO e ja abatida do HOL-LIQUIDO.     *
      *  2026-10: INSS e IRRF destacados (CALCTRIB pelas  *
      *  tabelas do TRIBPARAM); HOL-DESCONTO continua     *
      *  sendo a soma dos dois.                           *
      *  2026-10: dias de falta da competencia            *
      *  (AUSENCIAS do exerc-43-pon) e o valor descontado *
      *  do salario, ja abatido do HOL-BRUTO.             *
      *  2026-10: licenca na competencia (LICENCAS do     *
      *  exerc-43-lic): tipo, dias nao pagos pela empresa *
      *  e o valor, ja abatido do HOL-BRUTO.              *
      *  2026-10: tipo do pagamento: FO folha do mes      *
      *  (branco nos registros antigos), RE rescisao      *
      *  (exerc-43-des), D1 e D2 primeira e segunda       *
      *  parcela do decimo terceiro em lote (exerc-43-dec);*
      *  a remessa (exerc-43-rem) e feita por tipo.       *
      *****************************************************
       01  HOLERITE-REG.
           05  HOL-MATRICULA       PIC 9(5).
               88  HOL-REMETIDO        VALUE "R".
               88  HOL-PAGO            VALUE "P".
               88  HOL-REJEITADO       VALUE "J".
           05  HOL-COMISSAO        PIC 9(7)V99.
           05  HOL-CONSIGNADO      PIC 9(7)V99.
           05  HOL-INSS            PIC 9(7)V99.
           05  HOL-IRRF            PIC 9(7)V99.
           05  HOL-DIASFALTA       PIC 9(2).
           05  HOL-FALTAS          PIC 9(7)V99.
           05  HOL-TIPOLICENCA     PIC X(01).
           05  HOL-DIASLICENCA     PIC 9(2).
           05  HOL-LICENCA         PIC 9(7)V99.
           05  HOL-TIPO            PIC X(02).
               88  HOL-DA-FOLHA        VALUES SPACES "FO" "RE".
               88  HOL-13-PRIMEIRA     VALUE "D1".
               88  HOL-13-SEGUNDA      VALUE "D2".
