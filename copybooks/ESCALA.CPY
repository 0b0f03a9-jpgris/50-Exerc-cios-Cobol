      *****************************************************
      *  ESCALA.CPY                                       *
      *  Layout do registro de parametros de escala de    *
      *  trabalho (arquivo ESCALAPARAM), mantido pelo     *
      *  exerc-43-esc: um registro por grupo de escala e  *
      *  dia da semana (1 segunda ... 7 domingo), com os  *
      *  horarios de entrada e saida (HHMM), o intervalo  *
      *  e a tolerancia de atraso em minutos. Cada grupo  *
      *  vale com os dias da sua maior vigencia ja        *
      *  alcancada; dia sem registro (ou com entrada e    *
      *  saida zeradas) e descanso. Lido pela apuracao    *
      *  mensal do ponto (exerc-43-pon).                  *
      *****************************************************
       01  ESCALA-REG.
           05  ESC-GRUPO           PIC X(02).
           05  ESC-DIASEMANA       PIC 9(1).
           05  ESC-ENTRADA         PIC 9(4).
           05  ESC-SAIDA           PIC 9(4).
           05  ESC-INTERVALO       PIC 9(3).
           05  ESC-TOLERANCIA      PIC 9(2).
           05  ESC-VIGENCIA        PIC 9(8).
