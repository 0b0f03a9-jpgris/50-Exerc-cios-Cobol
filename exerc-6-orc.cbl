      * fechamento mensal (Exerc-6-Mes) confronta o realizado do
      * livro FATURALEDG com o orcado daqui. Vale, para cada loja
      * e competencia, o ultimo registro gravado.
      * A previsao de faturamento (exerc-6-prv) grava a proposta
      * do ano como rascunho (origem R); o valor digitado aqui
      * entra depois e prevalece, mes a mes.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           05  NOV-LOJA         PIC X(01).
           05  NOV-COMPETENCIA  PIC 9(6).
           05  NOV-VALOR        PIC 9(9).
           05  NOV-ORIGEM       PIC X(01) VALUE "M".

       PROCEDURE DIVISION.
       Inicio.
                   AT END SET WSS-NAO-HA-MAIS-ORCAMENTOS TO TRUE
               END-READ
               PERFORM UNTIL WSS-NAO-HA-MAIS-ORCAMENTOS
                   IF ORC-RASCUNHO
                       DISPLAY "Loja " ORC-LOJA " competencia "
                               ORC-COMPETENCIA " orcado " ORC-VALOR
                               " (rascunho)"
                   ELSE
                       DISPLAY "Loja " ORC-LOJA " competencia "
                               ORC-COMPETENCIA " orcado " ORC-VALOR
                   END-IF
                   ADD 1 TO WSS-QtdListados
                   READ ORCA-FILE
                       AT END
