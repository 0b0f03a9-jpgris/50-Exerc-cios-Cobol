      *****************************************************
      *  ESTEXC.CPY                                       *
      *  Layout do registro de excecao de baixa de        *
      *  estoque (arquivo ESTOQUEEXC): item vendido pelo  *
      *  recibo (Exerc-7) que nao pode sair do saldo de   *
      *  ESTOQUE - produto sem registro de saldo (SE) ou  *
      *  quantidade maior que o saldo atual, que deixaria *
      *  EST-QTDATUAL negativo (SN). O item fica fora do  *
      *  saldo e do diario MOVESTOQUE ate o acerto, e sai *
      *  no relatorio de excecoes (exerc-35-exc).         *
      *  2026-10: loja do caixa que vendeu (EXE-LOJA).    *
      *****************************************************
       01  ESTEXC-REG.
           05  EXE-DATA            PIC 9(8).
           05  EXE-RECIBO          PIC 9(6).
           05  EXE-PRODUTO         PIC 9(5).
           05  EXE-QTD             PIC 9(5).
           05  EXE-SALDO           PIC S9(5).
           05  EXE-MOTIVO          PIC X(02).
               88  EXE-SEM-ESTOQUE     VALUE "SE".
               88  EXE-SALDO-NEGATIVO  VALUE "SN".
           05  EXE-OPERADOR        PIC 9(3).
           05  EXE-SESSAO          PIC 9(6).
           05  EXE-LOJA            PIC X(01).
