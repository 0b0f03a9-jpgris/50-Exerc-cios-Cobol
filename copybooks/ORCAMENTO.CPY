      *  competencia (AAAAMM). Mantido pelo exerc-6-orc   *
      *  e confrontado com o realizado no fechamento      *
      *  mensal do livro (Exerc-6-Mes).                   *
      *  2026-10: origem do valor - R rascunho proposto   *
      *  pela previsao de faturamento (exerc-6-prv), M    *
      *  digitado no exerc-6-orc; registros antigos leem  *
      *  em branco (digitado). Vale sempre o ultimo       *
      *  registro da loja e competencia.                  *
      *****************************************************
       01  ORCAMENTO-REG.
           05  ORC-LOJA            PIC X(01).
           05  ORC-COMPETENCIA     PIC 9(6).
           05  ORC-VALOR           PIC 9(9).
           05  ORC-ORIGEM          PIC X(01).
               88  ORC-RASCUNHO        VALUE "R".
