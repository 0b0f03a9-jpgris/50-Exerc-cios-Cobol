      * contagem, devolucao), com data, hora, quantidade, saldo
      * resultante e operador. O kardex por produto
      * (exerc-35-kdx) reconstitui o saldo a partir deste
      * arquivo; e a trilha que a auditoria pede. O saldo e por
      * loja: o chamador informa a loja do registro de ESTOQUE
      * movimentado. A baixa por perda informa tambem o motivo;
      * os demais movimentos passam o motivo em branco.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       77  WSS-Hora8            PIC 9(8).

       LINKAGE SECTION.
       01  LNK-LOJA             PIC X(1).
       01  LNK-PRODUTO          PIC 9(5).
       01  LNK-TIPO             PIC X(1).
       01  LNK-QTD              PIC S9(5).
       01  LNK-SALDO            PIC S9(5).
       01  LNK-OPERADOR         PIC 9(3).
       01  LNK-MOTIVO           PIC X(2).

       PROCEDURE DIVISION USING LNK-LOJA LNK-PRODUTO LNK-TIPO
                                LNK-QTD LNK-SALDO LNK-OPERADOR
                                LNK-MOTIVO.
       Inicio.
           OPEN EXTEND MOVESTQ-FILE
           IF WSS-FS-MOVESTQ NOT = "00"
               MOVE LNK-QTD TO MOV-QTD
               MOVE LNK-SALDO TO MOV-SALDO
               MOVE LNK-OPERADOR TO MOV-OPERADOR
               MOVE LNK-LOJA TO MOV-LOJA
               MOVE LNK-MOTIVO TO MOV-MOTIVO
               WRITE MOVESTQ-REG
               CLOSE MOVESTQ-FILE
           END-IF
