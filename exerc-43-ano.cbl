      * Informe anual de rendimentos: le o acumulado GANHOSANO e
      * produz, por matricula, os totais de bruto, desconto e
      * liquido do ano escolhido, abrindo folha, ferias, decimo
      * terceiro, horas extras e comissoes de vendas em linhas
      * separadas, com a contribuicao previdenciaria (INSS) e o
      * imposto retido (IRRF) destacados. O desconto de emprestimo
      * consignado (tipo EC) nao e rendimento nem deducao e fica
      * fora do informe.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               10  ano-bruto-ferias   PIC 9(9)V99.
               10  ano-bruto-decimo   PIC 9(9)V99.
               10  ano-bruto-extras   PIC 9(9)V99.
               10  ano-bruto-comissao PIC 9(9)V99.
               10  ano-total-bruto    PIC 9(9)V99.
               10  ano-total-desconto PIC 9(9)V99.
               10  ano-total-liquido  PIC 9(9)V99.
               10  ano-total-inss     PIC 9(9)V99.
               10  ano-total-irrf     PIC 9(9)V99.

       PROCEDURE DIVISION.
       Inicio.
           PERFORM UNTIL WSS-NAO-HA-MAIS-GANHOS
               COMPUTE WSS-AnoRegistro = GAN-COMPETENCIA / 100
               IF WSS-AnoRegistro = WSS-AnoInforme
                  AND GAN-TIPO NOT = "EC"
                   PERFORM AcumulaGanho
               END-IF
               READ GANHOS-FILE
                   MOVE ZEROS TO ano-bruto-ferias (WSS-IndFun)
                   MOVE ZEROS TO ano-bruto-decimo (WSS-IndFun)
                   MOVE ZEROS TO ano-bruto-extras (WSS-IndFun)
                   MOVE ZEROS TO ano-bruto-comissao (WSS-IndFun)
                   MOVE ZEROS TO ano-total-bruto (WSS-IndFun)
                   MOVE ZEROS TO ano-total-desconto (WSS-IndFun)
                   MOVE ZEROS TO ano-total-liquido (WSS-IndFun)
                   MOVE ZEROS TO ano-total-inss (WSS-IndFun)
                   MOVE ZEROS TO ano-total-irrf (WSS-IndFun)
                   MOVE "S" TO WSS-AchouFuncionario
               END-IF
           END-IF
                   WHEN "HE"
                       ADD GAN-BRUTO
                           TO ano-bruto-extras (WSS-IndFun)
                   WHEN "CO"
                       ADD GAN-BRUTO
                           TO ano-bruto-comissao (WSS-IndFun)
                   WHEN OTHER
                       ADD GAN-BRUTO
                           TO ano-bruto-folha (WSS-IndFun)
               ADD GAN-BRUTO TO ano-total-bruto (WSS-IndFun)
               ADD GAN-DESCONTO TO ano-total-desconto (WSS-IndFun)
               ADD GAN-LIQUIDO TO ano-total-liquido (WSS-IndFun)
               IF GAN-INSS IS NUMERIC AND GAN-IRRF IS NUMERIC
                   ADD GAN-INSS TO ano-total-inss (WSS-IndFun)
                   ADD GAN-IRRF TO ano-total-irrf (WSS-IndFun)
               END-IF
               ADD 1 TO WSS-QtdLancamentos
           END-IF.

           DISPLAY "  13o salario (bruto): R$ " WSS-ValorEd
           MOVE ano-bruto-extras (WSS-IndFun) TO WSS-ValorEd
           DISPLAY "  Horas/adic. (bruto): R$ " WSS-ValorEd
           MOVE ano-bruto-comissao (WSS-IndFun) TO WSS-ValorEd
           DISPLAY "  Comissoes (bruto).: R$ " WSS-ValorEd
           MOVE ano-total-bruto (WSS-IndFun) TO WSS-ValorEd
           DISPLAY "  Total bruto.......: R$ " WSS-ValorEd
           MOVE ano-total-desconto (WSS-IndFun) TO WSS-ValorEd
           DISPLAY "  Total descontos...: R$ " WSS-ValorEd
           MOVE ano-total-inss (WSS-IndFun) TO WSS-ValorEd
           DISPLAY "    INSS (prev.)....: R$ " WSS-ValorEd
           MOVE ano-total-irrf (WSS-IndFun) TO WSS-ValorEd
           DISPLAY "    IRRF retido.....: R$ " WSS-ValorEd
           MOVE ano-total-liquido (WSS-IndFun) TO WSS-ValorEd
           DISPLAY "  Total liquido.....: R$ " WSS-ValorEd.
      *wrun32 exerc-43-ano
