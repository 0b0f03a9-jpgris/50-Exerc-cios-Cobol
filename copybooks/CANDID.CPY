      *  CANDIDATOS (eleicao, numero e nome), mantido     *
      *  pelo exerc-39-can e usado na apuracao de votos   *
      *  (exerc-39) para validar e nomear candidatos.     *
      *  2026-10: eleicao proporcional por chapas. TIPO C *
      *  e o registro da propria chapa (numero e nome da  *
      *  chapa, votavel como legenda); os candidatos      *
      *  apontam a CHAPA e a ORDEM de precedencia na      *
      *  lista. TIPO branco = candidato; CHAPA zero ou    *
      *  branco = candidato avulso (eleicao majoritaria). *
      *****************************************************
       01  CANDIDATO-REG.
           05  CAN-ELEICAO         PIC 9(2).
           05  CAN-NUMERO          PIC 9(2).
           05  CAN-NOME            PIC X(20).
           05  CAN-TIPO            PIC X(1).
               88  CAN-EH-CHAPA        VALUE "C".
           05  CAN-CHAPA           PIC 9(2).
           05  CAN-ORDEM           PIC 9(2).
