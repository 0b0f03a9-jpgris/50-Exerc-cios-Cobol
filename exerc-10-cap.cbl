      * moradores do domicilio podem ser vinculados as pessoas
      * do cadastro PESSOAS (arquivo MORADORES), base do
      * relatorio de composicao do exerc-10-dom e do formato
      * por domicilio exigido pelo orgao do censo. Cada sessao
      * trabalha numa onda da pesquisa: o domicilio reentrevistado
      * mantem o DOM-ID da onda anterior, com a data da
      * entrevista, e os moradores sao vinculados de novo na
      * onda - base do painel longitudinal do exerc-10-pan.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       77  WSS-PessoaInformada  PIC 9(4).
       77  WSS-Parentesco       PIC X(1).
       77  WSS-QtdMoradores     PIC 9(5) VALUE ZEROS.
       77  WSS-DataHoje         PIC 9(8).
       77  WSS-Onda             PIC 9(2).
       77  WSS-UltimaOnda       PIC 9(2) VALUE ZEROS.
       77  WSS-OndaRegistro     PIC 9(2).
       77  WSS-DomicilioInformado PIC 9(5).
       77  WSS-DomicilioAceito  PIC X(01).
       77  WSS-DomicilioNovo    PIC X(01).
       77  WSS-JaPesquisado     PIC X(01).
       77  WSS-NaOnda           PIC X(01).
       77  WSS-DataEntrevista   PIC 9(8).
       77  WSS-DataValida       PIC X(01).
       77  WSS-MotivoData       PIC X(30).

       77  WSS-IndDom           PIC 9(4).
       77  WSS-QtdEntrevistas   PIC 9(4) VALUE ZEROS.
       01  TABELA-ENTREVISTAS.
           05  ENTREVISTA-LIDA OCCURS 2000 TIMES.
               10  ent-dom-id         PIC 9(5).
               10  ent-onda           PIC 9(2).

       PROCEDURE DIVISION.
       Inicio.
           ACCEPT WSS-DataHoje FROM DATE YYYYMMDD
           PERFORM ContinuarNumeracao
           IF WSS-UltimaOnda = ZEROS
               MOVE 1 TO WSS-UltimaOnda
           END-IF
           DISPLAY "Onda da pesquisa (0 = onda " WSS-UltimaOnda
                   " em andamento): "
           ACCEPT WSS-Onda
           IF WSS-Onda = ZEROS
               MOVE WSS-UltimaOnda TO WSS-Onda
           END-IF
           DISPLAY "Capturando a onda " WSS-Onda "."

           OPEN EXTEND DOMICILIOS-FILE
           IF WSS-FS-DOMICILIOS NOT = "00"
           DISPLAY "Idade do respondente: "
           ACCEPT WSS-IdadeInformada
           PERFORM UNTIL WSS-IdadeInformada < 0
               PERFORM IdentificarDomicilio
               DISPLAY "Salario (ex: 1200.00): "
               ACCEPT WSS-SalarioInformado
               MOVE WSS-IdadeInformada TO DOM-IDADE
               MOVE WSS-SalarioInformado TO DOM-SALARIO
               DISPLAY "Numero de dependentes: "
               IF DOM-PESO = ZEROS
                   MOVE 1.00 TO DOM-PESO
               END-IF
               DISPLAY "Data da entrevista (AAAAMMDD, 0 = hoje): "
               ACCEPT WSS-DataEntrevista
               PERFORM ConferirDataEntrevista
               PERFORM UNTIL WSS-DataValida = "S"
                   DISPLAY "Data invalida (" WSS-MotivoData
                           "). Informe de novo: "
                   ACCEPT WSS-DataEntrevista
                   PERFORM ConferirDataEntrevista
               END-PERFORM
               MOVE WSS-Onda TO DOM-ONDA
               MOVE WSS-DataEntrevista TO DOM-DATAENTREV
               WRITE DOMICILIO-REG
               ADD 1 TO WSS-QtdGravados
               PERFORM GuardarEntrevista
               DISPLAY "Respondente " DOM-ID " gravado na onda "
                       WSS-Onda "."
               PERFORM VincularMoradores
               IF WSS-DomicilioNovo = "S"
                   ADD 1 TO WSS-ProximoId
               END-IF
               DISPLAY "Idade do respondente: "
               ACCEPT WSS-IdadeInformada
           END-PERFORM
           MOVE DOM-ID TO MOR-DOM-ID
           MOVE WSS-PessoaInformada TO MOR-PES-CODIGO
           MOVE WSS-Parentesco TO MOR-PARENTESCO
           MOVE WSS-Onda TO MOR-ONDA
           WRITE MORADOR-REG
           ADD 1 TO WSS-QtdMoradores
           DISPLAY "Morador vinculado ao domicilio " DOM-ID ".".
                   AT END SET WSS-NAO-HA-MAIS-REGISTROS TO TRUE
               END-READ
               PERFORM UNTIL WSS-NAO-HA-MAIS-REGISTROS
                   IF DOM-ID NOT < WSS-ProximoId
                       COMPUTE WSS-ProximoId = DOM-ID + 1
                   END-IF
                   IF DOM-ONDA IS NUMERIC AND DOM-ONDA > ZEROS
                       MOVE DOM-ONDA TO WSS-OndaRegistro
                   ELSE
                       MOVE 1 TO WSS-OndaRegistro
                   END-IF
                   IF WSS-OndaRegistro > WSS-UltimaOnda
                       MOVE WSS-OndaRegistro TO WSS-UltimaOnda
                   END-IF
                   PERFORM GuardarEntrevista
                   READ DOMICILIOS-FILE
                       AT END SET WSS-NAO-HA-MAIS-REGISTROS TO TRUE
                   END-READ
               END-PERFORM
               CLOSE DOMICILIOS-FILE
           END-IF.

      * O domicilio reentrevistado precisa existir em onda
      * anterior e nao pode ter duas entrevistas na mesma onda.
       IdentificarDomicilio.
           MOVE "N" TO WSS-DomicilioAceito
           PERFORM UNTIL WSS-DomicilioAceito = "S"
               DISPLAY "Domicilio ja pesquisado (DOM-ID; 0 = "
                       "domicilio novo): "
               ACCEPT WSS-DomicilioInformado
               PERFORM ConferirDomicilio THRU ConferirDomicilio-Fim
           END-PERFORM.

       ConferirDomicilio.
           IF WSS-DomicilioInformado = ZEROS
               MOVE WSS-ProximoId TO DOM-ID
               MOVE "S" TO WSS-DomicilioNovo
               MOVE "S" TO WSS-DomicilioAceito
               GO TO ConferirDomicilio-Fim
           END-IF
           MOVE "N" TO WSS-JaPesquisado
           MOVE "N" TO WSS-NaOnda
           PERFORM VARYING WSS-IndDom FROM 1 BY 1
                   UNTIL WSS-IndDom > WSS-QtdEntrevistas
               IF ent-dom-id (WSS-IndDom) = WSS-DomicilioInformado
                   MOVE "S" TO WSS-JaPesquisado
                   IF ent-onda (WSS-IndDom) = WSS-Onda
                       MOVE "S" TO WSS-NaOnda
                   END-IF
               END-IF
           END-PERFORM
           IF WSS-JaPesquisado = "N"
               DISPLAY "Domicilio " WSS-DomicilioInformado
                       " nao consta de onda anterior."
               GO TO ConferirDomicilio-Fim
           END-IF
           IF WSS-NaOnda = "S"
               DISPLAY "Domicilio " WSS-DomicilioInformado
                       " ja entrevistado na onda " WSS-Onda "."
               GO TO ConferirDomicilio-Fim
           END-IF
           MOVE WSS-DomicilioInformado TO DOM-ID
           MOVE "N" TO WSS-DomicilioNovo
           MOVE "S" TO WSS-DomicilioAceito.
       ConferirDomicilio-Fim.
           EXIT.

       ConferirDataEntrevista.
           IF WSS-DataEntrevista = ZEROS
               MOVE WSS-DataHoje TO WSS-DataEntrevista
           END-IF
           CALL "VALIDATA" USING WSS-DataEntrevista WSS-DataValida
                                 WSS-MotivoData
           IF WSS-DataValida = "S"
              AND WSS-DataEntrevista > WSS-DataHoje
               MOVE "N" TO WSS-DataValida
               MOVE "DATA FUTURA" TO WSS-MotivoData
           END-IF.

       GuardarEntrevista.
           IF WSS-QtdEntrevistas < 2000
               ADD 1 TO WSS-QtdEntrevistas
               MOVE DOM-ID TO ent-dom-id (WSS-QtdEntrevistas)
               IF DOM-ONDA IS NUMERIC AND DOM-ONDA > ZEROS
                   MOVE DOM-ONDA TO ent-onda (WSS-QtdEntrevistas)
               ELSE
                   MOVE 1 TO ent-onda (WSS-QtdEntrevistas)
               END-IF
           END-IF.
      *wrun32 exerc-10-cap
