       IDENTIFICATION DIVISION.
       PROGRAM-ID. Exerc-10-Pan.
       AUTHOR. JOAO_PAULO.

      * Painel longitudinal da pesquisa domiciliar: compara duas
      * ondas de DOMICILIOS domicilio a domicilio pelo DOM-ID,
      * que o exerc-10-cap mantem entre as ondas. Para cada
      * domicilio entrevistado nas duas ondas mostra a renda, a
      * renda per capita e o numero de moradores (vinculos da
      * onda em MORADORES ou, sem vinculo, DOM-DEPENDENTES + 1,
      * como no exerc-10-ben) e a mudanca de faixa de renda do
      * exerc-10-rel, com o quadro de movimentos entre faixas.
      * Lista a parte os domicilios entrevistados em uma onda so.
      * Havendo o cartao ELEGPARAM, conta quem saiu e quem entrou
      * abaixo do corte do beneficio municipal.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PARAM-FILE ASSIGN TO "ELEGPARAM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WSS-FS-PARAM.
           SELECT DOMICILIOS-FILE ASSIGN TO "DOMICILIOS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WSS-FS-DOMICILIOS.
           SELECT MORADORES-FILE ASSIGN TO "MORADORES"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WSS-FS-MORADORES.

       DATA DIVISION.
       FILE SECTION.
       FD  PARAM-FILE.
       01  PARAM-REG.
           05  ELG-SALMINIMO       PIC 9(5)V99.
           05  ELG-FRACAO          PIC 9(1)V99.

       FD  DOMICILIOS-FILE.
           COPY "DOMICIL.CPY".

       FD  MORADORES-FILE.
           COPY "MORADOR.CPY".

       WORKING-STORAGE SECTION.
       77  WSS-FS-PARAM         PIC X(02).
       77  WSS-FS-DOMICILIOS    PIC X(02).
       77  WSS-FS-MORADORES     PIC X(02).
       77  WSS-fim-domicilios   PIC X(01).
           88 WSS-NAO-HA-MAIS-DOMICILIOS  VALUE "S".
       77  WSS-fim-moradores    PIC X(01).
           88 WSS-NAO-HA-MAIS-MORADORES  VALUE "S".
       77  WSS-OndaA            PIC 9(2).
       77  WSS-OndaB            PIC 9(2).
       77  WSS-UltimaOnda       PIC 9(2) VALUE ZEROS.
       77  WSS-OndaRegistro     PIC 9(2).
       77  WSS-TemCorte         PIC X(01) VALUE "N".
       77  WSS-Corte            PIC 9(5)V99.
       77  WSS-CorteEd          PIC zzzz9.99.
       77  WSS-Tamanho          PIC 9(2).
       77  WSS-PerCapita        PIC 9(5)V99.
       77  WSS-Faixa            PIC 9.
       77  WSS-Renda            PIC 9(5)V99.
       77  WSS-RendaEdA         PIC zzzz9.99.
       77  WSS-RendaEdB         PIC zzzz9.99.
       77  WSS-PerCapEdA        PIC zzzz9.99.
       77  WSS-PerCapEdB        PIC zzzz9.99.
       77  WSS-Sentido          PIC X(06).
       77  WSS-Achou            PIC X(01).
       77  WSS-QtdNasDuas       PIC 9(4) VALUE ZEROS.
       77  WSS-QtdSoA           PIC 9(4) VALUE ZEROS.
       77  WSS-QtdSoB           PIC 9(4) VALUE ZEROS.
       77  WSS-QtdSubiu         PIC 9(4) VALUE ZEROS.
       77  WSS-QtdDesceu        PIC 9(4) VALUE ZEROS.
       77  WSS-QtdIgual         PIC 9(4) VALUE ZEROS.
       77  WSS-QtdSubiuFaixa    PIC 9(4) VALUE ZEROS.
       77  WSS-QtdDesceuFaixa   PIC 9(4) VALUE ZEROS.
       77  WSS-QtdSairamCorte   PIC 9(4) VALUE ZEROS.
       77  WSS-QtdEntraramCorte PIC 9(4) VALUE ZEROS.
       77  WSS-QtdSeguemCorte   PIC 9(4) VALUE ZEROS.

       01  TABELA-FAIXAS-RENDA-INICIAL.
           05  FILLER              PIC X(20) VALUE "ate R$ 150,00".
           05  FILLER              PIC 9(5)V99 VALUE 0.
           05  FILLER              PIC 9(5)V99 VALUE 150.
           05  FILLER              PIC X(20) VALUE "R$ 150,01 a 300,00".
           05  FILLER              PIC 9(5)V99 VALUE 150.
           05  FILLER              PIC 9(5)V99 VALUE 300.
           05  FILLER              PIC X(20) VALUE "R$ 300,01 a 600,00".
           05  FILLER              PIC 9(5)V99 VALUE 300.
           05  FILLER              PIC 9(5)V99 VALUE 600.
           05  FILLER              PIC X(20) VALUE
                   "R$ 600,01 a 1200,00".
           05  FILLER              PIC 9(5)V99 VALUE 600.
           05  FILLER              PIC 9(5)V99 VALUE 1200.
           05  FILLER              PIC X(20) VALUE
                   "acima de R$ 1200,00".
           05  FILLER              PIC 9(5)V99 VALUE 1200.
           05  FILLER              PIC 9(5)V99 VALUE 99999.99.
       01  TABELA-FAIXAS-RENDA REDEFINES TABELA-FAIXAS-RENDA-INICIAL.
           05  FAIXA-RENDA OCCURS 5 TIMES.
               10  FAIXA-RENDA-DESCRICAO   PIC X(20).
               10  FAIXA-RENDA-MINIMA      PIC 9(5)V99.
               10  FAIXA-RENDA-MAXIMA      PIC 9(5)V99.

       77  IndiceRenda          PIC 9.
       77  IndiceRendaB         PIC 9.
       01  TABELA-MOVIMENTOS.
           05  LINHA-FAIXA-A OCCURS 5 TIMES.
               10  QtdMovimento PIC 9(4) OCCURS 5 TIMES.

       77  WSS-IndMor           PIC 9(4).
       77  WSS-QtdVinculos      PIC 9(4) VALUE ZEROS.
       01  TABELA-VINCULOS.
           05  VINCULO-LIDO OCCURS 2000 TIMES.
               10  vin-dom-id         PIC 9(5).
               10  vin-onda           PIC 9(2).

       77  WSS-IndA             PIC 9(3).
       77  WSS-QtdA             PIC 9(3) VALUE ZEROS.
       01  TABELA-ONDA-A.
           05  DOMICILIO-ONDA-A OCCURS 500 TIMES.
               10  pan-a-id           PIC 9(5).
               10  pan-a-data         PIC 9(8).
               10  pan-a-renda        PIC 9(5)V99.
               10  pan-a-percap       PIC 9(5)V99.
               10  pan-a-tamanho      PIC 9(2).
               10  pan-a-faixa        PIC 9.

       77  WSS-IndB             PIC 9(3).
       77  WSS-QtdB             PIC 9(3) VALUE ZEROS.
       01  TABELA-ONDA-B.
           05  DOMICILIO-ONDA-B OCCURS 500 TIMES.
               10  pan-b-id           PIC 9(5).
               10  pan-b-data         PIC 9(8).
               10  pan-b-renda        PIC 9(5)V99.
               10  pan-b-percap       PIC 9(5)V99.
               10  pan-b-tamanho      PIC 9(2).
               10  pan-b-faixa        PIC 9.
               10  pan-b-pareado      PIC X(01).

       PROCEDURE DIVISION.
       Inicio.
           PERFORM VARYING IndiceRenda FROM 1 BY 1
                   UNTIL IndiceRenda > 5
               PERFORM VARYING IndiceRendaB FROM 1 BY 1
                       UNTIL IndiceRendaB > 5
                   MOVE ZEROS
                        TO QtdMovimento (IndiceRenda IndiceRendaB)
               END-PERFORM
           END-PERFORM

           PERFORM LerParametros
           PERFORM CarregarVinculos

           OPEN INPUT DOMICILIOS-FILE
           IF WSS-FS-DOMICILIOS = "35"
               DISPLAY "Arquivo DOMICILIOS nao encontrado. Capture "
                       "os respondentes pelo exerc-10-cap."
               GO TO Encerramento
           END-IF
           PERFORM LevantarUltimaOnda
           CLOSE DOMICILIOS-FILE
           IF WSS-UltimaOnda < 2
               DISPLAY "DOMICILIOS tem uma onda so. Sem painel "
                       "para comparar."
               GO TO Encerramento
           END-IF

           DISPLAY "Onda de comparacao (0 = ultima, "
                   WSS-UltimaOnda "): "
           ACCEPT WSS-OndaB
           IF WSS-OndaB = ZEROS
               MOVE WSS-UltimaOnda TO WSS-OndaB
           END-IF
           DISPLAY "Onda de base (0 = a anterior): "
           ACCEPT WSS-OndaA
           IF WSS-OndaA = ZEROS
               COMPUTE WSS-OndaA = WSS-OndaB - 1
           END-IF
           IF WSS-OndaA = WSS-OndaB OR WSS-OndaA = ZEROS
               DISPLAY "Informe duas ondas diferentes."
               GO TO Encerramento
           END-IF

           OPEN INPUT DOMICILIOS-FILE
           MOVE "N" TO WSS-fim-domicilios
           READ DOMICILIOS-FILE
               AT END SET WSS-NAO-HA-MAIS-DOMICILIOS TO TRUE
           END-READ
           PERFORM UNTIL WSS-NAO-HA-MAIS-DOMICILIOS
               PERFORM GuardarEntrevista
               READ DOMICILIOS-FILE
                   AT END SET WSS-NAO-HA-MAIS-DOMICILIOS TO TRUE
               END-READ
           END-PERFORM
           CLOSE DOMICILIOS-FILE

           IF WSS-QtdA = ZEROS OR WSS-QtdB = ZEROS
               DISPLAY "Onda " WSS-OndaA " com " WSS-QtdA
                       " e onda " WSS-OndaB " com " WSS-QtdB
                       " entrevistas. Sem painel para comparar."
               GO TO Encerramento
           END-IF

           DISPLAY "------ PAINEL DA ONDA " WSS-OndaA
                   " PARA A ONDA " WSS-OndaB " ------"
           DISPLAY "DOMICILIO  RENDA A -> B        PER CAPITA A -> B"
                   "     MORADORES  FAIXA"
           PERFORM VARYING WSS-IndA FROM 1 BY 1
                   UNTIL WSS-IndA > WSS-QtdA
               PERFORM CompararDomicilio
           END-PERFORM

           DISPLAY "--- Entrevistados so na onda " WSS-OndaA
                   " (nao reencontrados) ---"
           PERFORM VARYING WSS-IndA FROM 1 BY 1
                   UNTIL WSS-IndA > WSS-QtdA
               PERFORM ProcurarNaOndaB
               IF WSS-Achou = "N"
                   ADD 1 TO WSS-QtdSoA
                   MOVE pan-a-renda (WSS-IndA) TO WSS-RendaEdA
                   DISPLAY "Domicilio " pan-a-id (WSS-IndA)
                           " entrevistado em " pan-a-data (WSS-IndA)
                           " renda R$ " WSS-RendaEdA
               END-IF
           END-PERFORM
           DISPLAY "--- Entrevistados so na onda " WSS-OndaB
                   " (novos no painel) ---"
           PERFORM VARYING WSS-IndB FROM 1 BY 1
                   UNTIL WSS-IndB > WSS-QtdB
               IF pan-b-pareado (WSS-IndB) = "N"
                   ADD 1 TO WSS-QtdSoB
                   MOVE pan-b-renda (WSS-IndB) TO WSS-RendaEdB
                   DISPLAY "Domicilio " pan-b-id (WSS-IndB)
                           " entrevistado em " pan-b-data (WSS-IndB)
                           " renda R$ " WSS-RendaEdB
               END-IF
           END-PERFORM

           DISPLAY "--- Movimentos entre faixas de renda ---"
           PERFORM VARYING IndiceRenda FROM 1 BY 1
                   UNTIL IndiceRenda > 5
               DISPLAY "Na onda " WSS-OndaA " "
                       FAIXA-RENDA-DESCRICAO (IndiceRenda) ":"
               PERFORM VARYING IndiceRendaB FROM 1 BY 1
                       UNTIL IndiceRendaB > 5
                   IF QtdMovimento (IndiceRenda IndiceRendaB) > 0
                       DISPLAY "   para "
                           FAIXA-RENDA-DESCRICAO (IndiceRendaB)
                           ": "
                           QtdMovimento (IndiceRenda IndiceRendaB)
                   END-IF
               END-PERFORM
           END-PERFORM

           DISPLAY "Domicilios nas duas ondas.....: " WSS-QtdNasDuas
           DISPLAY "So na onda " WSS-OndaA "...............: "
                   WSS-QtdSoA
           DISPLAY "So na onda " WSS-OndaB "...............: "
                   WSS-QtdSoB
           DISPLAY "Per capita subiu / desceu / igual: "
                   WSS-QtdSubiu " / " WSS-QtdDesceu " / "
                   WSS-QtdIgual
           DISPLAY "Subiram de faixa: " WSS-QtdSubiuFaixa
                   "  Desceram de faixa: " WSS-QtdDesceuFaixa
           IF WSS-TemCorte = "S"
               MOVE WSS-Corte TO WSS-CorteEd
               DISPLAY "Corte do beneficio (per capita): R$ "
                       WSS-CorteEd
               DISPLAY "Sairam de baixo do corte.....: "
                       WSS-QtdSairamCorte
               DISPLAY "Entraram abaixo do corte.....: "
                       WSS-QtdEntraramCorte
               DISPLAY "Seguem abaixo do corte.......: "
                       WSS-QtdSeguemCorte
           END-IF.

       Encerramento.
           DISPLAY SPACE
           display "Obrigado volte sempre!!! "
           DISPLAY SPACE

           ACCEPT OMITTED.
           EXIT PROGRAM.
           STOP RUN.

       CompararDomicilio.
           PERFORM ProcurarNaOndaB
           IF WSS-Achou = "S"
               ADD 1 TO WSS-QtdNasDuas
               MOVE "S" TO pan-b-pareado (WSS-IndB)
               EVALUATE TRUE
                   WHEN pan-b-percap (WSS-IndB) >
                        pan-a-percap (WSS-IndA)
                       MOVE "SUBIU" TO WSS-Sentido
                       ADD 1 TO WSS-QtdSubiu
                   WHEN pan-b-percap (WSS-IndB) <
                        pan-a-percap (WSS-IndA)
                       MOVE "DESCEU" TO WSS-Sentido
                       ADD 1 TO WSS-QtdDesceu
                   WHEN OTHER
                       MOVE "IGUAL" TO WSS-Sentido
                       ADD 1 TO WSS-QtdIgual
               END-EVALUATE
               MOVE pan-a-faixa (WSS-IndA) TO IndiceRenda
               MOVE pan-b-faixa (WSS-IndB) TO IndiceRendaB
               ADD 1 TO QtdMovimento (IndiceRenda IndiceRendaB)
               IF IndiceRendaB > IndiceRenda
                   ADD 1 TO WSS-QtdSubiuFaixa
               END-IF
               IF IndiceRendaB < IndiceRenda
                   ADD 1 TO WSS-QtdDesceuFaixa
               END-IF
               IF WSS-TemCorte = "S"
                   IF pan-a-percap (WSS-IndA) NOT > WSS-Corte
                       IF pan-b-percap (WSS-IndB) > WSS-Corte
                           ADD 1 TO WSS-QtdSairamCorte
                       ELSE
                           ADD 1 TO WSS-QtdSeguemCorte
                       END-IF
                   ELSE
                       IF pan-b-percap (WSS-IndB) NOT > WSS-Corte
                           ADD 1 TO WSS-QtdEntraramCorte
                       END-IF
                   END-IF
               END-IF
               MOVE pan-a-renda (WSS-IndA) TO WSS-RendaEdA
               MOVE pan-b-renda (WSS-IndB) TO WSS-RendaEdB
               MOVE pan-a-percap (WSS-IndA) TO WSS-PerCapEdA
               MOVE pan-b-percap (WSS-IndB) TO WSS-PerCapEdB
               DISPLAY pan-a-id (WSS-IndA) "  " WSS-RendaEdA
                       " -> " WSS-RendaEdB "  " WSS-PerCapEdA
                       " -> " WSS-PerCapEdB " " WSS-Sentido "  "
                       pan-a-tamanho (WSS-IndA) " -> "
                       pan-b-tamanho (WSS-IndB) "   "
                       IndiceRenda " -> " IndiceRendaB
           END-IF.

       ProcurarNaOndaB.
           MOVE "N" TO WSS-Achou
           PERFORM VARYING WSS-IndB FROM 1 BY 1
                   UNTIL WSS-IndB > WSS-QtdB OR WSS-Achou = "S"
               IF pan-b-id (WSS-IndB) = pan-a-id (WSS-IndA)
                   MOVE "S" TO WSS-Achou
               END-IF
           END-PERFORM
           IF WSS-Achou = "S"
               SUBTRACT 1 FROM WSS-IndB
           END-IF.

      * Entrevista de uma das duas ondas: tamanho pelos vinculos
      * da mesma onda, per capita e faixa de renda do domicilio.
       GuardarEntrevista.
           IF DOM-ONDA IS NUMERIC AND DOM-ONDA > ZEROS
               MOVE DOM-ONDA TO WSS-OndaRegistro
           ELSE
               MOVE 1 TO WSS-OndaRegistro
           END-IF
           IF WSS-OndaRegistro = WSS-OndaA
              OR WSS-OndaRegistro = WSS-OndaB
               MOVE ZEROS TO WSS-Tamanho
               PERFORM VARYING WSS-IndMor FROM 1 BY 1
                       UNTIL WSS-IndMor > WSS-QtdVinculos
                   IF vin-dom-id (WSS-IndMor) = DOM-ID
                      AND vin-onda (WSS-IndMor) = WSS-OndaRegistro
                       ADD 1 TO WSS-Tamanho
                   END-IF
               END-PERFORM
               IF WSS-Tamanho = ZEROS
                   COMPUTE WSS-Tamanho = DOM-DEPENDENTES + 1
               END-IF
               COMPUTE WSS-PerCapita ROUNDED =
                       DOM-SALARIO / WSS-Tamanho
               MOVE DOM-SALARIO TO WSS-Renda
               PERFORM ClassificarRenda
           END-IF
           IF WSS-OndaRegistro = WSS-OndaA
               IF WSS-QtdA < 500
                   ADD 1 TO WSS-QtdA
                   MOVE DOM-ID TO pan-a-id (WSS-QtdA)
                   MOVE DOM-DATAENTREV TO pan-a-data (WSS-QtdA)
                   MOVE DOM-SALARIO TO pan-a-renda (WSS-QtdA)
                   MOVE WSS-PerCapita TO pan-a-percap (WSS-QtdA)
                   MOVE WSS-Tamanho TO pan-a-tamanho (WSS-QtdA)
                   MOVE WSS-Faixa TO pan-a-faixa (WSS-QtdA)
               ELSE
                   DISPLAY "Limite de 500 domicilios por onda. "
                           "Domicilio " DOM-ID " ignorado."
               END-IF
           END-IF
           IF WSS-OndaRegistro = WSS-OndaB
               IF WSS-QtdB < 500
                   ADD 1 TO WSS-QtdB
                   MOVE DOM-ID TO pan-b-id (WSS-QtdB)
                   MOVE DOM-DATAENTREV TO pan-b-data (WSS-QtdB)
                   MOVE DOM-SALARIO TO pan-b-renda (WSS-QtdB)
                   MOVE WSS-PerCapita TO pan-b-percap (WSS-QtdB)
                   MOVE WSS-Tamanho TO pan-b-tamanho (WSS-QtdB)
                   MOVE WSS-Faixa TO pan-b-faixa (WSS-QtdB)
                   MOVE "N" TO pan-b-pareado (WSS-QtdB)
               ELSE
                   DISPLAY "Limite de 500 domicilios por onda. "
                           "Domicilio " DOM-ID " ignorado."
               END-IF
           END-IF.

       ClassificarRenda.
           MOVE 1 TO WSS-Faixa
           IF WSS-Renda > FAIXA-RENDA-MAXIMA (1)
               PERFORM VARYING IndiceRenda FROM 2 BY 1
                       UNTIL IndiceRenda > 5
                   IF WSS-Renda >
                      FAIXA-RENDA-MINIMA (IndiceRenda)
                      AND WSS-Renda <=
                          FAIXA-RENDA-MAXIMA (IndiceRenda)
                       MOVE IndiceRenda TO WSS-Faixa
                   END-IF
               END-PERFORM
           END-IF.

       LevantarUltimaOnda.
           MOVE "N" TO WSS-fim-domicilios
           READ DOMICILIOS-FILE
               AT END SET WSS-NAO-HA-MAIS-DOMICILIOS TO TRUE
           END-READ
           PERFORM UNTIL WSS-NAO-HA-MAIS-DOMICILIOS
               IF DOM-ONDA IS NUMERIC AND DOM-ONDA > ZEROS
                   MOVE DOM-ONDA TO WSS-OndaRegistro
               ELSE
                   MOVE 1 TO WSS-OndaRegistro
               END-IF
               IF WSS-OndaRegistro > WSS-UltimaOnda
                   MOVE WSS-OndaRegistro TO WSS-UltimaOnda
               END-IF
               READ DOMICILIOS-FILE
                   AT END SET WSS-NAO-HA-MAIS-DOMICILIOS TO TRUE
               END-READ
           END-PERFORM.

       LerParametros.
           OPEN INPUT PARAM-FILE
           IF WSS-FS-PARAM = "35"
               DISPLAY "Cartao ELEGPARAM ausente: painel sai sem a "
                       "contagem do corte do beneficio."
           ELSE
               READ PARAM-FILE
                   AT END
                       MOVE ZEROS TO ELG-SALMINIMO
               END-READ
               IF ELG-SALMINIMO > ZEROS
                   COMPUTE WSS-Corte ROUNDED =
                           ELG-SALMINIMO * ELG-FRACAO
                   MOVE "S" TO WSS-TemCorte
               END-IF
               CLOSE PARAM-FILE
           END-IF.

       CarregarVinculos.
           OPEN INPUT MORADORES-FILE
           IF WSS-FS-MORADORES = "35"
               CONTINUE
           ELSE
               MOVE "N" TO WSS-fim-moradores
               READ MORADORES-FILE
                   AT END SET WSS-NAO-HA-MAIS-MORADORES TO TRUE
               END-READ
               PERFORM UNTIL WSS-NAO-HA-MAIS-MORADORES
                   IF WSS-QtdVinculos < 2000
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
                   END-READ
               END-PERFORM
               CLOSE MORADORES-FILE
           END-IF.
      *wrun32 exerc-10-pan
