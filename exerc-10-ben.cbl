      * o menos, as cartas de notificacao no spool paginado
      * (IMPRIME) e, havendo arquivo da rodada anterior, as
      * entradas e saidas do programa. Era a conta que o
      * estagiario fazia a mao da listagem. Vale a ultima onda
      * da pesquisa gravada em DOMICILIOS, com os moradores
      * vinculados naquela onda. O pagamento do mes sai do
      * ELEGIVEIS pela rodada exerc-10-pag.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       77  WSS-Tamanho          PIC 9(2).
       77  WSS-PerCapita        PIC 9(5)V99.
       77  WSS-PerCapitaEd      PIC zzzz9.99.
       77  WSS-UltimaOnda       PIC 9(2) VALUE ZEROS.
       77  WSS-OndaRegistro     PIC 9(2).

       77  WSS-IndMor           PIC 9(4).
       77  WSS-QtdVinculos      PIC 9(4) VALUE ZEROS.
       01  TABELA-VINCULOS.
           05  VINCULO-LIDO OCCURS 1000 TIMES.
               10  vin-dom-id         PIC 9(5).
               10  vin-onda           PIC 9(2).

       77  WSS-IndAnt           PIC 9(3).
       77  WSS-QtdAnteriores    PIC 9(3) VALUE ZEROS.
                    WSS-LogRetorno
               GO TO Encerramento
           END-IF
           PERFORM LevantarUltimaOnda
           CLOSE DOMICILIOS-FILE
           DISPLAY "Rodada sobre a onda " WSS-UltimaOnda
                   " da pesquisa."

           OPEN INPUT DOMICILIOS-FILE
           MOVE "N" TO WSS-fim-domicilios
           READ DOMICILIOS-FILE
               AT END SET WSS-NAO-HA-MAIS-DOMICILIOS TO TRUE
           END-READ
           PERFORM UNTIL WSS-NAO-HA-MAIS-DOMICILIOS
               PERFORM ApurarOnda
               IF WSS-OndaRegistro = WSS-UltimaOnda
                   ADD 1 TO WSS-LogLidos
                   PERFORM AvaliarDomicilio
               END-IF
               READ DOMICILIOS-FILE
                   AT END SET WSS-NAO-HA-MAIS-DOMICILIOS TO TRUE
               END-READ
           PERFORM VARYING WSS-IndMor FROM 1 BY 1
                   UNTIL WSS-IndMor > WSS-QtdVinculos
               IF vin-dom-id (WSS-IndMor) = DOM-ID
                  AND vin-onda (WSS-IndMor) = WSS-UltimaOnda
                   ADD 1 TO WSS-Tamanho
               END-IF
           END-PERFORM
           CLOSE ELEGIVEIS-FILE.

       EmitirRelatorioECartas.
           MOVE "P" TO WSS-ImpComando
           MOVE "EXERC-10-BEN" TO WSS-ImpTexto
           CALL "IMPRIME" USING WSS-ImpComando WSS-ImpTexto
                WSS-ImpColunas
           MOVE "A" TO WSS-ImpComando
           MOVE "NOTIFICACOES DO BENEFICIO MUNICIPAL"
                TO WSS-ImpTexto
                       ADD 1 TO WSS-QtdVinculos
                       MOVE MOR-DOM-ID
                            TO vin-dom-id (WSS-QtdVinculos)
                       IF MOR-ONDA IS NUMERIC AND MOR-ONDA > ZEROS
                           MOVE MOR-ONDA
                                TO vin-onda (WSS-QtdVinculos)
                       ELSE
                           MOVE 1 TO vin-onda (WSS-QtdVinculos)
                       END-IF
                   END-IF
                   READ MORADORES-FILE
                       AT END SET WSS-NAO-HA-MAIS-MORADORES TO TRUE
               END-PERFORM
               CLOSE ELEGIVEIS-FILE
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
      *wrun32 exerc-10-ben
