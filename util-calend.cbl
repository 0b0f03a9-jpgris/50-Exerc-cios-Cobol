      * lanca e lista os feriados que o BATCH-NOTURNO usa para
      * saber o que e dia util e deslocar corretamente os passos
      * mensais e de ultimo dia util quando o dia 1 cai em
      * feriado, e que o servico DIAUTIL usa para levar
      * vencimentos e datas de pagamento ao dia util. Fins de
      * semana nao precisam de registro: o orquestrador e o
      * DIAUTIL ja os conhecem.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
