       IDENTIFICATION DIVISION.
       PROGRAM-ID. CALCPRICE.
       AUTHOR. JOAO_PAULO.

      * Servico chamavel de calculo da prestacao pela tabela Price:
      * recebe o valor financiado, a quantidade de parcelas e a
      * taxa de juros ao mes (em %, ex. 1.50) e devolve a prestacao
      * fixa arredondada. Taxa zero divide o valor em parcelas
      * iguais. A conta usa a forma V * i / (1 - 1 / (1 + i) ** n),
      * que nao perde a precisao nos resultados intermediarios.
      * Usado pelo simulador de financiamento (EXERC-22) e
      * pela venda parcelada do recibo (Exerc-7), para que o
      * cliente pague na loja o mesmo que o simulador mostrou.

       DATA DIVISION.
       WORKING-STORAGE SECTION.
       01  TaxaFator       PIC 9V9(6).
       01  FatorComposto   PIC 9(7)V9(6).

       LINKAGE SECTION.
       01  LNK-VALORFINANCIADO    PIC 9(7)V99.
       01  LNK-QTDPARCELAS        PIC 99.
       01  LNK-TAXAMENSAL         PIC 99V99.
       01  LNK-PRESTACAO          PIC 9(7)V99.

       PROCEDURE DIVISION USING LNK-VALORFINANCIADO LNK-QTDPARCELAS
                                LNK-TAXAMENSAL LNK-PRESTACAO.
       Inicio.
           MOVE ZEROS TO LNK-PRESTACAO
           IF LNK-QTDPARCELAS = 0
               GO TO Devolver
           END-IF

           IF LNK-TAXAMENSAL = 0
               COMPUTE LNK-PRESTACAO ROUNDED =
                       LNK-VALORFINANCIADO / LNK-QTDPARCELAS
           ELSE
               COMPUTE TaxaFator = LNK-TAXAMENSAL / 100
               COMPUTE FatorComposto =
                       (1 + TaxaFator) ** LNK-QTDPARCELAS
               COMPUTE LNK-PRESTACAO ROUNDED =
                       LNK-VALORFINANCIADO * TaxaFator /
                       (1 - 1 / FatorComposto)
           END-IF.

       Devolver.
           GOBACK.
