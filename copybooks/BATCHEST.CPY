      *****************************************************
      *  BATCHEST.CPY                                     *
      *  Estado da janela noturna: um registro por passo  *
      *  executado, pulado ou bloqueado pelo              *
      *  BATCH-NOTURNO, com a janela (data e hora de      *
      *  inicio), a cadeia do BATCHSEQ e a situacao: OK   *
      *  concluido, ER falha, CL fora da agenda do        *
      *  calendario, BL nao executado por cadeia parada   *
      *  ou dependencia quebrada. O arquivo so cresce; no *
      *  reinicio vale o ultimo registro de cada passo da *
      *  ultima janela. Lido tambem pelo relatorio da     *
      *  manha (util-logrel).                             *
      *****************************************************
       01  BATCHEST-REG.
           05  BES-JANELA.
               10  BES-JANELA-DATA     PIC 9(8).
               10  BES-JANELA-HORA     PIC 9(6).
           05  BES-PROGRAMA        PIC X(12).
           05  BES-CADEIA          PIC X(8).
           05  BES-SITUACAO        PIC X(2).
               88  BES-CONCLUIDO       VALUE "OK".
               88  BES-FALHOU          VALUE "ER".
               88  BES-CALENDARIO      VALUE "CL".
               88  BES-BLOQUEADO       VALUE "BL".
           05  BES-DATA            PIC 9(8).
           05  BES-HORA            PIC 9(6).
