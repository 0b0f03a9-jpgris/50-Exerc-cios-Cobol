      *  Layout do registro de historico de precos        *
      *  gravado a cada rodada de reajuste do exerc-35 e  *
      *  lido pelo relatorio de evolucao (exerc-35-his).  *
      *  2026-10: PHI-ORIGEM separa o reajuste (R; branco *
      *  nos registros antigos) da mudanca de custo medio *
      *  no recebimento de mercadoria (C, exerc-35-rcb),  *
      *  que grava o custo novo em PHI-CUSTO, o anterior  *
      *  em PHI-CUSTOANT e o preco unitario da nota em    *
      *  PHI-PRECOCOMPRA, com PHI-PRECONOVO zerado.       *
      *****************************************************
       01  PRECHIST-REG.
           05  PHI-CODIGO          PIC 9(5).
           05  PHI-CUSTO           PIC 9(5)V99.
           05  PHI-PRECONOVO       PIC 9(5)V99.
           05  PHI-PERCENTUAL      PIC 9V99.
           05  PHI-ORIGEM          PIC X(01).
               88  PHI-REAJUSTE        VALUE "R" " ".
               88  PHI-CUSTO-COMPRA    VALUE "C".
           05  PHI-CUSTOANT        PIC 9(5)V99.
           05  PHI-PRECOCOMPRA     PIC 9(5)V99.
