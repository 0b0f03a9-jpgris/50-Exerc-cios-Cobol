       IDENTIFICATION DIVISION.
       PROGRAM-ID. CALCTRIB.
       AUTHOR. JOAO_PAULO.

      * Servico chamavel de calculo dos descontos legais da folha:
      * recebe a data de referencia, o bruto e a quantidade de
      * dependentes e devolve o INSS e o IRRF pelas tabelas do
      * TRIBPARAM (exerc-43-trb) vigentes na data. O INSS e
      * progressivo: cada faixa contribui com a sua aliquota
      * sobre a parte do bruto que cai nela, e nada passa do
      * limite da ultima faixa (teto). O IRRF incide sobre o bruto
      * menos o INSS menos a deducao por dependente, pela
      * aliquota da faixa da base menos a parcela a deduzir. As
      * tabelas sao lidas de novo so quando a data muda, para a
      * folha em lote nao reler o arquivo a cada funcionario.
      * Devolve N (e descontos zerados) quando nao ha tabela de
      * INSS ou de IRRF vigente na data. Usado pelo exerc-43,
      * pela folha em lote (exerc-43-fol), pela rescisao
      * (exerc-43-des), pela margem consignavel (exerc-44-emp) e
      * pela escada de liquidez (exerc-44-liq).

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TRIB-FILE ASSIGN TO "TRIBPARAM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WSS-FS-TRIB.

       DATA DIVISION.
       FILE SECTION.
       FD  TRIB-FILE.
           COPY "TRIBFOL.CPY".

       WORKING-STORAGE SECTION.
       77  WSS-FS-TRIB          PIC X(02).
       77  WSS-fim-arquivo      PIC X(01).
           88 WSS-NAO-HA-MAIS-FAIXAS  VALUE "S".
       77  WSS-DataCarga        PIC 9(8) VALUE ZEROS.
       77  WSS-IndTab           PIC 9(1).
       77  WSS-IndFaixa         PIC 9(2).
       77  WSS-LimiteAnterior   PIC 9(7)V99.
       77  WSS-ParteFaixa       PIC 9(7)V99.
       77  WSS-Deducao          PIC 9(7)V99.
       77  WSS-AcumInss         PIC 9(7)V9999.
       77  WSS-BaseIrrf         PIC S9(7)V99.
       77  WSS-AcumIrrf         PIC S9(7)V9999.
       77  WSS-Irrf             PIC S9(7)V99.
       77  WSS-AchouFaixa       PIC X(01).

      * Tabelas vigentes: 1 INSS, 2 IRRF, 3 dependente.
       01  TABELA-TRIBUTOS.
           05  TRIBUTO-VIGENTE OCCURS 3 TIMES.
               10  tvg-vigencia      PIC 9(8).
               10  tvg-qtdfaixas     PIC 9(1).
               10  tvg-faixa OCCURS 9 TIMES.
                   15  tvg-carregada PIC X(01).
                   15  tvg-limite    PIC 9(7)V99.
                   15  tvg-aliquota  PIC 9(2)V99.
                   15  tvg-deduzir   PIC 9(7)V99.

       LINKAGE SECTION.
       01  LNK-DATAREF          PIC 9(8).
       01  LNK-BRUTO            PIC 9(7)V99.
       01  LNK-DEPENDENTES      PIC 9(2).
       01  LNK-INSS             PIC 9(7)V99.
       01  LNK-IRRF             PIC 9(7)V99.
       01  LNK-TABELAOK         PIC X(1).

       PROCEDURE DIVISION USING LNK-DATAREF LNK-BRUTO LNK-DEPENDENTES
                                LNK-INSS LNK-IRRF LNK-TABELAOK.
       Inicio.
           MOVE ZEROS TO LNK-INSS
           MOVE ZEROS TO LNK-IRRF
           MOVE "N" TO LNK-TABELAOK
           IF LNK-DATAREF NOT = WSS-DataCarga
               PERFORM CarregarTabelas THRU CarregarTabelas-Fim
           END-IF
           IF tvg-qtdfaixas (1) = ZEROS
              OR tvg-qtdfaixas (2) = ZEROS
               GO TO Retorno
           END-IF
           MOVE "S" TO LNK-TABELAOK

           MOVE ZEROS TO WSS-AcumInss
           MOVE ZEROS TO WSS-LimiteAnterior
           PERFORM VARYING WSS-IndFaixa FROM 1 BY 1
                   UNTIL WSS-IndFaixa > tvg-qtdfaixas (1)
               IF LNK-BRUTO > WSS-LimiteAnterior
                   IF LNK-BRUTO > tvg-limite (1 WSS-IndFaixa)
                       COMPUTE WSS-ParteFaixa =
                               tvg-limite (1 WSS-IndFaixa)
                               - WSS-LimiteAnterior
                   ELSE
                       COMPUTE WSS-ParteFaixa =
                               LNK-BRUTO - WSS-LimiteAnterior
                   END-IF
                   COMPUTE WSS-AcumInss = WSS-AcumInss +
                           WSS-ParteFaixa *
                           tvg-aliquota (1 WSS-IndFaixa) / 100
               END-IF
               MOVE tvg-limite (1 WSS-IndFaixa) TO WSS-LimiteAnterior
           END-PERFORM
           COMPUTE LNK-INSS ROUNDED = WSS-AcumInss

           MOVE ZEROS TO WSS-Deducao
           IF tvg-qtdfaixas (3) > ZEROS
               COMPUTE WSS-Deducao =
                       LNK-DEPENDENTES * tvg-deduzir (3 1)
           END-IF
           COMPUTE WSS-BaseIrrf = LNK-BRUTO - LNK-INSS - WSS-Deducao
           IF WSS-BaseIrrf NOT > ZEROS
               GO TO Retorno
           END-IF
           MOVE "N" TO WSS-AchouFaixa
           PERFORM VARYING WSS-IndFaixa FROM 1 BY 1
                   UNTIL WSS-IndFaixa > tvg-qtdfaixas (2)
                      OR WSS-AchouFaixa = "S"
               IF WSS-BaseIrrf NOT > tvg-limite (2 WSS-IndFaixa)
                  OR WSS-IndFaixa = tvg-qtdfaixas (2)
                   MOVE "S" TO WSS-AchouFaixa
                   COMPUTE WSS-AcumIrrf = WSS-BaseIrrf *
                           tvg-aliquota (2 WSS-IndFaixa) / 100
                   COMPUTE WSS-Irrf ROUNDED = WSS-AcumIrrf
                           - tvg-deduzir (2 WSS-IndFaixa)
                   IF WSS-Irrf > ZEROS
                       MOVE WSS-Irrf TO LNK-IRRF
                   END-IF
               END-IF
           END-PERFORM.

       Retorno.
           GOBACK.

      * Para cada tabela vale a maior vigencia ate a data; um
      * registro de vigencia maior descarta as faixas ja lidas e
      * a faixa relancada na mesma vigencia substitui a anterior.
      * As faixas contam de 1 ate a primeira que faltar.
       CarregarTabelas.
           MOVE LNK-DATAREF TO WSS-DataCarga
           INITIALIZE TABELA-TRIBUTOS
           OPEN INPUT TRIB-FILE
           IF WSS-FS-TRIB NOT = "00"
               DISPLAY "CALCTRIB: TRIBPARAM indisponivel. Status: "
                       WSS-FS-TRIB
               GO TO CarregarTabelas-Fim
           END-IF
           MOVE "N" TO WSS-fim-arquivo
           READ TRIB-FILE
               AT END SET WSS-NAO-HA-MAIS-FAIXAS TO TRUE
           END-READ
           PERFORM UNTIL WSS-NAO-HA-MAIS-FAIXAS
               EVALUATE TRUE
                   WHEN TRB-TAB-INSS
                       MOVE 1 TO WSS-IndTab
                   WHEN TRB-TAB-IRRF
                       MOVE 2 TO WSS-IndTab
                   WHEN TRB-TAB-DEPENDENTE
                       MOVE 3 TO WSS-IndTab
                   WHEN OTHER
                       MOVE 0 TO WSS-IndTab
               END-EVALUATE
               IF WSS-IndTab > 0 AND TRB-FAIXA > 0
                  AND TRB-VIGENCIA NOT > LNK-DATAREF
                   IF TRB-VIGENCIA > tvg-vigencia (WSS-IndTab)
                       INITIALIZE TRIBUTO-VIGENTE (WSS-IndTab)
                       MOVE TRB-VIGENCIA
                            TO tvg-vigencia (WSS-IndTab)
                   END-IF
                   IF TRB-VIGENCIA = tvg-vigencia (WSS-IndTab)
                       MOVE "S" TO
                            tvg-carregada (WSS-IndTab TRB-FAIXA)
                       MOVE TRB-LIMITE TO
                            tvg-limite (WSS-IndTab TRB-FAIXA)
                       MOVE TRB-ALIQUOTA TO
                            tvg-aliquota (WSS-IndTab TRB-FAIXA)
                       MOVE TRB-DEDUZIR TO
                            tvg-deduzir (WSS-IndTab TRB-FAIXA)
                   END-IF
               END-IF
               READ TRIB-FILE
                   AT END SET WSS-NAO-HA-MAIS-FAIXAS TO TRUE
               END-READ
           END-PERFORM
           CLOSE TRIB-FILE

           PERFORM VARYING WSS-IndTab FROM 1 BY 1
                   UNTIL WSS-IndTab > 3
               MOVE ZEROS TO tvg-qtdfaixas (WSS-IndTab)
               PERFORM VARYING WSS-IndFaixa FROM 1 BY 1
                       UNTIL WSS-IndFaixa > 9
                          OR tvg-carregada (WSS-IndTab WSS-IndFaixa)
                             NOT = "S"
                   MOVE WSS-IndFaixa TO tvg-qtdfaixas (WSS-IndTab)
               END-PERFORM
           END-PERFORM.
       CarregarTabelas-Fim.
           EXIT.
