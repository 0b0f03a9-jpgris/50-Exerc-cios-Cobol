      *  recebimento de mercadoria (exerc-35-rcb), que    *
      *  lanca a entrada no saldo de estoque. Situacao:   *
      *  A aberto, P recebido parcial, E encerrado.       *
      *  2026-10: cada recebimento e encerramento com     *
      *  falta fica tambem no historico ENTREGAS.         *
      *  2026-10: loja que pediu e recebe (PED-LOJA).     *
      *****************************************************
       01  PEDCOMP-REG.
           05  PED-CHAVE.
               88  PED-ABERTO          VALUE "A".
               88  PED-PARCIAL         VALUE "P".
               88  PED-ENCERRADO       VALUE "E".
           05  PED-LOJA            PIC X(01).
