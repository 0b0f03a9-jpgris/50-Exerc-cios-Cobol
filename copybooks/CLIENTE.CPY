      *  pelo exerc-44-dor quando a conta fica sem         *
      *  movimento na trilha AUDITORIA44; o exerc-44       *
      *  avisa antes de aceitar movimento nela.            *
      *  2026-10: CLI-SALDO com sinal - com limite de      *
      *  cheque especial (LIMITESCHQ) a conta pode ficar   *
      *  negativa. Mesmo tamanho; saldos positivos ja      *
      *  gravados leem sem conversao.                      *
      *  2026-10: documento (CPF/CNPJ) conferido pelo     *
      *  VALIDOC e gravado so com digitos.                *
      *****************************************************
       01  CLIENTE-REG.
           05  CLI-CODIGO          PIC 9(6).
               88  CLI-BLOQUEADA       VALUE "B".
               88  CLI-DORMENTE        VALUE "D".
           05  CLI-TIPOCONTA       PIC 9(1).
           05  CLI-SALDO           PIC S9(9)V99.
