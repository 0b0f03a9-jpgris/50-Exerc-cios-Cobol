      *****************************************************
      *  PLANOCTA.CPY                                     *
      *  Layout do plano de contas contabil PLANOCONTAS,  *
      *  indexado pelo codigo da conta, mantido pelo      *
      *  exerc-45-pct. Natureza A ativo, P passivo, L     *
      *  patrimonio liquido, R receita, D despesa. Conta  *
      *  inativa (situacao I) nao recebe lancamento novo; *
      *  o historico continua no balancete e no razao.    *
      *****************************************************
       01  PLANOCTA-REG.
           05  PCT-CONTA           PIC 9(6).
           05  PCT-NOME            PIC X(30).
           05  PCT-NATUREZA        PIC X(01).
               88  PCT-NATUREZA-VALIDA VALUES "A" "P" "L" "R" "D".
               88  PCT-DEVEDORA        VALUES "A" "D".
           05  PCT-SITUACAO        PIC X(01).
               88  PCT-ATIVA           VALUE "A".
               88  PCT-INATIVA         VALUE "I".
