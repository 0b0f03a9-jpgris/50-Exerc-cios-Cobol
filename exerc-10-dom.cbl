      * sobre o numero real de moradores - nao mais sobre
      * DOM-DEPENDENTES. Domicilios sem vinculo saem apontados
      * para completar a captura; e a base do formato por
      * domicilio que o orgao do censo passa a exigir; o arquivo
      * de remessa em si e gerado pelo exerc-10-exp. Lista a
      * ultima onda da pesquisa, com os moradores vinculados
      * naquela onda.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       77  WSS-QtdDomicilios    PIC 9(5) VALUE ZEROS.
       77  WSS-QtdSemVinculo    PIC 9(5) VALUE ZEROS.
       77  WSS-QtdNoDomicilio   PIC 9(3).
       77  WSS-UltimaOnda       PIC 9(2) VALUE ZEROS.
       77  WSS-OndaRegistro     PIC 9(2).

       77  WSS-IndMor           PIC 9(4).
       77  WSS-QtdMoradoresTab  PIC 9(4) VALUE ZEROS.
               10  mor-tab-dom        PIC 9(5).
               10  mor-tab-pessoa     PIC 9(4).
               10  mor-tab-parent     PIC X(1).
               10  mor-tab-onda       PIC 9(2).

       PROCEDURE DIVISION.
       Inicio.
               DISPLAY "Arquivo DOMICILIOS nao encontrado."
               GO TO Encerramento
           END-IF
           PERFORM LevantarUltimaOnda
           CLOSE DOMICILIOS-FILE

           OPEN INPUT DOMICILIOS-FILE
           MOVE "N" TO WSS-fim-domicilios
           DISPLAY "------ COMPOSICAO DOS DOMICILIOS - ONDA "
                   WSS-UltimaOnda " ------"
           READ DOMICILIOS-FILE
               AT END SET WSS-NAO-HA-MAIS-DOMICILIOS TO TRUE
           END-READ
           PERFORM UNTIL WSS-NAO-HA-MAIS-DOMICILIOS
               PERFORM ApurarOnda
               IF WSS-OndaRegistro = WSS-UltimaOnda
                   PERFORM MostrarDomicilio
               END-IF
               READ DOMICILIOS-FILE
                   AT END SET WSS-NAO-HA-MAIS-DOMICILIOS TO TRUE
               END-READ
           PERFORM VARYING WSS-IndMor FROM 1 BY 1
                   UNTIL WSS-IndMor > WSS-QtdMoradoresTab
               IF mor-tab-dom (WSS-IndMor) = DOM-ID
                  AND mor-tab-onda (WSS-IndMor) = WSS-UltimaOnda
                   ADD 1 TO WSS-QtdNoDomicilio
                   PERFORM MostrarMorador
               END-IF
                            TO mor-tab-pessoa (WSS-QtdMoradoresTab)
                       MOVE MOR-PARENTESCO
                            TO mor-tab-parent (WSS-QtdMoradoresTab)
                       IF MOR-ONDA IS NUMERIC AND MOR-ONDA > ZEROS
                           MOVE MOR-ONDA
                                TO mor-tab-onda (WSS-QtdMoradoresTab)
                       ELSE
                           MOVE 1
                                TO mor-tab-onda (WSS-QtdMoradoresTab)
                       END-IF
                   ELSE
                       DISPLAY "Limite de 1000 vinculos atingido."
                   END-IF
               END-PERFORM
               CLOSE MORADORES-FILE
           END-IF.
       LevantarUltimaOnda.
           READ DOMICILIOS-FILE
               AT END SET WSS-NAO-HA-MAIS-DOMICILIOS TO TRUE
           END-READ
           PERFORM UNTIL WSS-NAO-HA-MAIS-DOMICILIOS
               PERFORM ApurarOnda
               IF WSS-OndaRegistro > WSS-UltimaOnda
                   MOVE WSS-OndaRegistro TO WSS-UltimaOnda
               END-IF
               READ DOMICILIOS-FILE
                   AT END SET WSS-NAO-HA-MAIS-DOMICILIOS TO TRUE
               END-READ
           END-PERFORM.

      * Registro antigo, sem onda, pertence a onda 01.
       ApurarOnda.
           IF DOM-ONDA IS NUMERIC AND DOM-ONDA > ZEROS
               MOVE DOM-ONDA TO WSS-OndaRegistro
           ELSE
               MOVE 1 TO WSS-OndaRegistro
           END-IF.
      *wrun32 exerc-10-dom
