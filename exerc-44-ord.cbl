      * transferencia mensal (origem, destino, valor, dia do mes,
      * data de fim), lista as ordens e remove as canceladas ou ja
      * expiradas regravando o arquivo. A execucao e do batch
      * noturno exerc-44-trf, no dia util seguinte quando o dia
      * cai em fim de semana ou feriado (DIAUTIL).

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               WRITE ORDEMPERM-REG
               CLOSE ORDENS-FILE
               DISPLAY "Ordem gravada: dia " NOV-DIAMES
                       " de cada mes (ou o dia util seguinte)."
           END-IF.
       IncluirOrdem-Fim.
           EXIT.
