      * duas vezes: contagens brutas da amostra e estimativas
      * populacionais ponderadas pelo DOM-PESO (registro sem peso
      * vale 1,00), cada uma com o seu rotulo - para a prefeitura
      * parar de citar a amostra como se fosse o total. Com a
      * pesquisa em ondas, os quadros saem da ultima onda gravada
      * - o domicilio reentrevistado nao conta duas vezes.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       77  WSS-FS-DOMICILIOS    PIC X(02).
       77  WSS-fim-arquivo      PIC X(01) VALUE "N".
           88 WSS-NAO-HA-MAIS-REGISTROS  VALUE "S".
       77  WSS-UltimaOnda       PIC 9(2) VALUE ZEROS.
       77  WSS-OndaRegistro     PIC 9(2).

       01  TABELA-FAIXAS-RENDA-INICIAL.
           05  FILLER              PIC X(20) VALUE "ate R$ 150,00".
                       "os respondentes pelo exerc-10-cap."
               GO TO Encerramento
           END-IF
           PERFORM LevantarUltimaOnda
           CLOSE DOMICILIOS-FILE
           DISPLAY "Quadros da onda " WSS-UltimaOnda " da pesquisa."

           OPEN INPUT DOMICILIOS-FILE
           MOVE "N" TO WSS-fim-arquivo
           READ DOMICILIOS-FILE
               AT END SET WSS-NAO-HA-MAIS-REGISTROS TO TRUE
           END-READ

           PERFORM UNTIL WSS-NAO-HA-MAIS-REGISTROS
               PERFORM ApurarOnda
               IF WSS-OndaRegistro = WSS-UltimaOnda
                   PERFORM ClassificarRespondente
               END-IF
               READ DOMICILIOS-FILE
                   AT END SET WSS-NAO-HA-MAIS-REGISTROS TO TRUE
               END-READ
           ADD PesoRegistro TO PesoFaixaRenda (FaixaRendaAtual)
           ADD PesoRegistro
               TO PesoCruzado (FaixaIdadeAtual FaixaRendaAtual).
       LevantarUltimaOnda.
           READ DOMICILIOS-FILE
               AT END SET WSS-NAO-HA-MAIS-REGISTROS TO TRUE
           END-READ
           PERFORM UNTIL WSS-NAO-HA-MAIS-REGISTROS
               PERFORM ApurarOnda
               IF WSS-OndaRegistro > WSS-UltimaOnda
                   MOVE WSS-OndaRegistro TO WSS-UltimaOnda
               END-IF
               READ DOMICILIOS-FILE
                   AT END SET WSS-NAO-HA-MAIS-REGISTROS TO TRUE
               END-READ
           END-PERFORM.

      * Registro antigo, sem onda, pertence a onda 01.
       ApurarOnda.
           IF DOM-ONDA IS NUMERIC AND DOM-ONDA > ZEROS
               MOVE DOM-ONDA TO WSS-OndaRegistro
           ELSE
               MOVE 1 TO WSS-OndaRegistro
           END-IF.
      *wrun32 exerc-10-rel
