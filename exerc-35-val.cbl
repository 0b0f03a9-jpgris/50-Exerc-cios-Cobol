       AUTHOR. JOAO_PAULO.

      * Alerta de validade: varre o arquivo de lotes LOTESVAL
      * (mantido pelo exerc-35-est, por loja) e lista os lotes ja
      * vencidos e os que vencem dentro do horizonte de dias
      * informado, com a loja e a descricao do cadastro PRODUTOS -
      * a tempo de empurrar o produto pela tabela de promocoes
      * (exerc-35-pro) antes de virar perda.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           MOVE WSS-DiasParaVencer TO WSS-DiasEd
           IF LOT-VALIDADE < WSS-DataHoje
               ADD 1 TO WSS-QtdVencidos
               DISPLAY "VENCIDO  loja " LOT-LOJA
                       " produto " LOT-PRODUTO " "
                       WSS-DescricaoProd " lote " LOT-LOTE
                       " validade " LOT-VALIDADE
                       " qtd " LOT-QTD
           ELSE
               ADD 1 TO WSS-QtdVencendo
               DISPLAY "VENCENDO loja " LOT-LOJA
                       " produto " LOT-PRODUTO " "
                       WSS-DescricaoProd " lote " LOT-LOTE
                       " validade " LOT-VALIDADE
                       " qtd " LOT-QTD
