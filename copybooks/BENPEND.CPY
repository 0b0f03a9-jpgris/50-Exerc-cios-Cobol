      *****************************************************
      *  BENPEND.CPY                                      *
      *  Layout do credito de beneficio pendente do       *
      *  arquivo BENEFPEND, no molde de DEPOSPEND: quando *
      *  a rodada mensal (exerc-10-pag) nao consegue      *
      *  creditar o beneficio na conta CLIENTES do chefe  *
      *  do domicilio (sem chefe vinculado, chefe sem     *
      *  conta, conta inexistente ou bloqueada), o valor  *
      *  fica aqui com o motivo para o acerto do          *
      *  cadastro. Situacao: P pendente, R resolvido.     *
      *****************************************************
       01  BENPEND-REG.
           05  BNP-DOM-ID          PIC 9(5).
           05  BNP-PESSOA          PIC 9(4).
           05  BNP-CONTA           PIC 9(6).
           05  BNP-VALOR           PIC 9(7)V99.
           05  BNP-COMPETENCIA     PIC 9(6).
           05  BNP-MOTIVO          PIC X(20).
           05  BNP-SITUACAO        PIC X(01).
               88  BNP-PENDENTE        VALUE "P".
               88  BNP-RESOLVIDO       VALUE "R".
           05  BNP-DATAGRAV        PIC 9(8).
