      *  a partir do salario mensal (base 220 horas).     *
      *  Tipos: H5 hora extra 50%, H1 hora extra 100%,    *
      *  AN adicional noturno 20%.                        *
      *  2026-10: origem do lancamento - R gerado pela    *
      *  apuracao do ponto (exerc-43-pon), branco         *
      *  lancado a mao no exerc-43-hor.                   *
      *  2026-10: J ajuste - horas de competencia de      *
      *  folha ja fechada (PERIODOS) lancadas na          *
      *  competencia corrente, com a data original em     *
      *  HOR-DATAREF.                                     *
      *****************************************************
       01  HORAS-REG.
           05  HOR-MATRICULA       PIC 9(5).
           05  HOR-HORAS           PIC 9(2)V99.
           05  HOR-TIPO            PIC X(02).
           05  HOR-OPERADOR        PIC 9(3).
           05  HOR-ORIGEM          PIC X(01).
               88  HOR-DO-RELOGIO      VALUE "R".
               88  HOR-AJUSTE          VALUE "J".
           05  HOR-DATAREF         PIC 9(8).
