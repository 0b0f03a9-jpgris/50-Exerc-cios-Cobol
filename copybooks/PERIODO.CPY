      *****************************************************
      *  PERIODO.CPY                                      *
      *  Registro de fechamento de competencia por        *
      *  subsistema (arquivo PERIODOS): VD vendas, IN     *
      *  investimento, FO folha, ES escola. F fecha a     *
      *  competencia, A reabre; o arquivo so cresce e     *
      *  vale o ultimo registro de cada subsistema e      *
      *  competencia. Gravado so pelo servico PERFECH     *
      *  (util-perfech), chamado pelo fechamento mensal   *
      *  do faturamento (Exerc-6-Mes), pela manutencao    *
      *  UTIL-PERIODO e pelos programas que gravam        *
      *  movimento com data de negocio.                   *
      *****************************************************
       01  PERIODO-REG.
           05  PER-SUBSISTEMA      PIC X(2).
               88  PER-VENDAS          VALUE "VD".
               88  PER-INVESTIMENTO    VALUE "IN".
               88  PER-FOLHA           VALUE "FO".
               88  PER-ESCOLA          VALUE "ES".
           05  PER-COMPETENCIA     PIC 9(6).
           05  PER-SITUACAO        PIC X(1).
               88  PER-FECHADA         VALUE "F".
               88  PER-REABERTA        VALUE "A".
           05  PER-OPERADOR        PIC 9(3).
           05  PER-PROGRAMA        PIC X(12).
           05  PER-DATA            PIC 9(8).
           05  PER-HORA            PIC 9(6).
