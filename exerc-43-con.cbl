      * aponta o que so existe de um lado ou diverge em bruto,
      * desconto ou liquido, alem dos totais das duas pontas por
      * competencia. Do GANHOSANO entram so os tipos de origem da
      * folha (FO, HE, CO e RE), que devem espelhar os HOLERITES,
      * e o consignado EC, que casa com o desconto consignado do
      * contracheque (entra no desconto e sai do liquido);
      * FE e DT sao lancados direto pelo exerc-43 e nao geram
      * contracheque; os contracheques D1/D2 do decimo terceiro
      * em lote (exerc-43-dec) tambem ficam fora. Rodada
      * interrompida ou repetida do exerc-43-fol aparece aqui
      * antes de aparecer na contestacao de um funcionario.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           END-READ
           PERFORM UNTIL WSS-NAO-HA-MAIS-HOLERITES
               ADD 1 TO WSS-LogLidos
               IF HOL-DA-FOLHA
                   PERFORM AcumulaHolerite
               END-IF
               READ HOLERITES-FILE
                   AT END SET WSS-NAO-HA-MAIS-HOLERITES TO TRUE
               END-READ
           PERFORM UNTIL WSS-NAO-HA-MAIS-GANHOS
               ADD 1 TO WSS-LogLidos
               IF GAN-TIPO = "FO" OR GAN-TIPO = "HE"
                  OR GAN-TIPO = "CO" OR GAN-TIPO = "RE"
                  OR GAN-TIPO = "EC"
                   PERFORM AcumulaGanho
               END-IF
               READ GANHOS-FILE
               MOVE "S" TO par-tem-hol (WSS-IndPar)
               ADD HOL-BRUTO TO par-hol-bruto (WSS-IndPar)
               ADD HOL-DESCONTO TO par-hol-desconto (WSS-IndPar)
               ADD HOL-CONSIGNADO TO par-hol-desconto (WSS-IndPar)
               ADD HOL-LIQUIDO TO par-hol-liquido (WSS-IndPar)
           END-IF
           PERFORM LocalizarCompetencia
               MOVE "S" TO par-tem-gan (WSS-IndPar)
               ADD GAN-BRUTO TO par-gan-bruto (WSS-IndPar)
               ADD GAN-DESCONTO TO par-gan-desconto (WSS-IndPar)
               IF GAN-TIPO = "EC"
                   SUBTRACT GAN-DESCONTO
                       FROM par-gan-liquido (WSS-IndPar)
               ELSE
                   ADD GAN-LIQUIDO TO par-gan-liquido (WSS-IndPar)
               END-IF
           END-IF
           PERFORM LocalizarCompetencia
           IF WSS-AchouCompet = "S"
               IF GAN-TIPO = "EC"
                   SUBTRACT GAN-DESCONTO
                       FROM cmp-gan-liquido (WSS-IndCmp)
               ELSE
                   ADD GAN-LIQUIDO TO cmp-gan-liquido (WSS-IndCmp)
               END-IF
           END-IF.

       LocalizarCompetencia.
