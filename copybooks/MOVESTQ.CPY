      *  por produto (exerc-35-kdx). Tipos: E entrada,    *
      *  S saida, A ajuste manual, C ajuste de contagem,  *
      *  D devolucao de venda.                            *
      *  2026-10: a venda do recibo (Exerc-7) grava a     *
      *  saida S de cada item vendido; o item sem saldo   *
      *  vai para ESTOQUEEXC e nao entra no diario.       *
      *  2026-10: tipo X, estorno da saida de recibo      *
      *  cancelado no mesmo dia (exerc-7-can).            *
      *  2026-10: loja do saldo movimentado (MOV-LOJA) e  *
      *  tipo T, transferencia entre lojas (exerc-35-trf):*
      *  negativo no envio pela origem, positivo no       *
      *  recebimento pelo destino.                        *
      *  2026-10: tipo P, baixa por perda (exerc-35-bxa), *
      *  negativo, com o motivo em MOV-MOTIVO; os demais  *
      *  tipos gravam o motivo em branco.                 *
      *****************************************************
       01  MOVESTQ-REG.
           05  MOV-DATA            PIC 9(8).
           05  MOV-QTD             PIC S9(5).
           05  MOV-SALDO           PIC S9(5).
           05  MOV-OPERADOR        PIC 9(3).
           05  MOV-LOJA            PIC X(01).
           05  MOV-MOTIVO          PIC X(02).
               88  MOV-MOT-QUEBRA         VALUE "QB".
               88  MOV-MOT-FURTO          VALUE "FR".
               88  MOV-MOT-VENCIDO        VALUE "VV".
               88  MOV-MOT-CONSUMO        VALUE "CI".
               88  MOV-MOT-VALIDO         VALUE "QB" "FR" "VV" "CI".
