      *****************************************************
      *  AUSENCIA.CPY                                     *
      *  Layout do registro de ausencia (arquivo          *
      *  AUSENCIAS): um registro por matricula e dia      *
      *  ausente, gravado pela apuracao mensal do ponto   *
      *  (exerc-43-pon) para o dia de escala sem          *
      *  marcacao. A folha em lote (exerc-43-fol)         *
      *  desconta do salario 1/30 por dia de falta da     *
      *  competencia.                                     *
      *****************************************************
       01  AUSENCIA-REG.
           05  AUS-MATRICULA       PIC 9(5).
           05  AUS-DATA            PIC 9(8).
           05  AUS-TIPO            PIC X(01).
               88  AUS-FALTA           VALUE "F".
