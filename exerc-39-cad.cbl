       IDENTIFICATION DIVISION.
       PROGRAM-ID. Exerc-39-Cad.
       AUTHOR. JOAO_PAULO.

      * Distribuicao de cadeiras da eleicao proporcional por
      * chapas, rodada depois da consolidacao oficial
      * (exerc-39-con). Le a contagem de VOTACAOOFICIAL, soma a
      * cada chapa os votos de legenda e os dados aos seus
      * candidatos, e reparte as cadeiras de ELEICAOPARAM pelo
      * metodo D'Hondt: cada cadeira vai a chapa de maior
      * quociente votos / (cadeiras ja obtidas + 1); empate vai a
      * chapa mais votada e depois a de menor numero, e chapa sem
      * candidatos suficientes nao recebe mais cadeiras. Os eleitos
      * de cada chapa saem na ordem de precedencia da lista, com
      * os primeiros suplentes, na tela, no spool IMPRESSAO e no
      * CADEIRASCSV, ao lado do VOTACAOCSV.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OFICIAL-FILE ASSIGN TO "VOTACAOOFICIAL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WSS-FS-OFICIAL.
           SELECT CANDIDATOS-FILE ASSIGN TO "CANDIDATOS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WSS-FS-CANDIDATOS.
           SELECT ELEPARAM-FILE ASSIGN TO "ELEICAOPARAM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WSS-FS-ELEPARAM.
           SELECT CADEIRAS-FILE ASSIGN TO "CADEIRASCSV"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WSS-FS-CADEIRAS.

       DATA DIVISION.
       FILE SECTION.
       FD  OFICIAL-FILE.
       01  WSS-REG-OFICIAL      PIC X(60).

       FD  CANDIDATOS-FILE.
           COPY "CANDID.CPY".

       FD  ELEPARAM-FILE.
           COPY "ELEPAR.CPY".

       FD  CADEIRAS-FILE.
       01  WSS-REG-CADEIRAS     PIC X(80).

       WORKING-STORAGE SECTION.
       77  WSS-FS-OFICIAL       PIC X(02).
       77  WSS-FS-CANDIDATOS    PIC X(02).
       77  WSS-FS-ELEPARAM      PIC X(02).
       77  WSS-FS-CADEIRAS      PIC X(02).
       77  WSS-fim-arquivo      PIC X(01).
           88 WSS-NAO-HA-MAIS-LINHAS  VALUE "S".

       77  WSS-Eleicao          PIC 9(2).
       77  WSS-Proporcional     PIC X(01).
       77  WSS-Cadeiras         PIC 9(2).
       77  WSS-Suplentes        PIC 9(2).
       77  WSS-LidoChapa        PIC 9(2).

       01  WSS-CAMPOS-LINHA.
           05  LIN-CAMPO1       PIC X(20).
           05  LIN-CAMPO2       PIC X(20).
           05  LIN-CAMPO3       PIC X(10).
       77  WSS-VotosLinha       PIC 9(6).
       77  WSS-TotalValidos     PIC 9(7) VALUE ZEROS.
       77  WSS-QtdSemCadastro   PIC 9(3) VALUE ZEROS.

       77  WSS-IndChp           PIC 9(2).
       77  WSS-QtdChapas        PIC 9(2) VALUE ZEROS.
       77  WSS-AchouChapa       PIC X(01).
       01  TABELA-CHAPAS.
           05  CHAPA-APUR OCCURS 30 TIMES.
               10  chp-numero         PIC 9(2).
               10  chp-nome           PIC X(20).
               10  chp-legenda        PIC 9(6).
               10  chp-nominal        PIC 9(6).
               10  chp-total          PIC 9(6).
               10  chp-cadeiras       PIC 9(2).
               10  chp-qtdcand        PIC 9(3).

       77  WSS-IndCnd           PIC 9(3).
       77  WSS-QtdCandidatos    PIC 9(3) VALUE ZEROS.
       77  WSS-AchouCandidato   PIC X(01).
       01  TABELA-CANDIDATOS.
           05  CANDIDATO-APUR OCCURS 200 TIMES.
               10  cnd-numero         PIC 9(2).
               10  cnd-nome           PIC X(20).
               10  cnd-chapa          PIC 9(2).
               10  cnd-ordem          PIC 9(2).
               10  cnd-votos          PIC 9(6).

       77  WSS-Cadeira          PIC 9(2).
       77  WSS-CadeirasDadas    PIC 9(2) VALUE ZEROS.
       77  WSS-IndMelhor        PIC 9(2).
       77  WSS-ProdutoChapa     PIC 9(9).
       77  WSS-ProdutoMelhor    PIC 9(9).
       77  WSS-Quociente        PIC 9(6)V99.
       77  WSS-QuocienteEd      PIC zzzzz9.99.

       77  WSS-UltimaOrdem      PIC 9(2).
       77  WSS-IndProximo       PIC 9(3).
       77  WSS-Posicao          PIC 9(3).
       77  WSS-Situacao         PIC X(8).
       77  WSS-VotosEd          PIC zzzzz9.

       77  WSS-ImpComando       PIC X(1).
       77  WSS-ImpTexto         PIC X(80).
       77  WSS-ImpColunas       PIC X(80).

       PROCEDURE DIVISION.
       Inicio.
           DISPLAY "Numero da eleicao proporcional: "
           ACCEPT WSS-Eleicao

           PERFORM CarregarParametros
           IF WSS-Proporcional NOT = "S"
               DISPLAY "Eleicao " WSS-Eleicao " nao e proporcional "
                       "em ELEICAOPARAM. Defina no exerc-39-can."
               GO TO Encerramento
           END-IF

           PERFORM CarregarCandidatos
           IF WSS-QtdChapas = 0
               DISPLAY "Nenhuma chapa cadastrada para a eleicao "
                       WSS-Eleicao ". Cadastre no exerc-39-can."
               GO TO Encerramento
           END-IF

           OPEN INPUT OFICIAL-FILE
           IF WSS-FS-OFICIAL NOT = "00"
               DISPLAY "Arquivo VOTACAOOFICIAL nao encontrado. "
                       "Rode antes a consolidacao (exerc-39-con)."
               GO TO Encerramento
           END-IF
           MOVE "N" TO WSS-fim-arquivo
           READ OFICIAL-FILE
               AT END SET WSS-NAO-HA-MAIS-LINHAS TO TRUE
           END-READ
           PERFORM UNTIL WSS-NAO-HA-MAIS-LINHAS
               PERFORM TratarLinhaOficial
               READ OFICIAL-FILE
                   AT END SET WSS-NAO-HA-MAIS-LINHAS TO TRUE
               END-READ
           END-PERFORM
           CLOSE OFICIAL-FILE

           IF WSS-TotalValidos = 0
               DISPLAY "Nenhum voto valido da eleicao " WSS-Eleicao
                       " em VOTACAOOFICIAL."
               GO TO Encerramento
           END-IF
           IF WSS-QtdSemCadastro > 0
               DISPLAY "ATENCAO: " WSS-QtdSemCadastro " linhas da "
                       "contagem oficial sem candidato ou chapa "
                       "no CANDIDATOS. Votos nao considerados."
           END-IF

           PERFORM DistribuirCadeiras
           PERFORM EmitirResultado.

       Encerramento.
           DISPLAY SPACE
           display "Obrigado volte sempre!!! "
           DISPLAY SPACE

           ACCEPT OMITTED.
           EXIT PROGRAM.
           STOP RUN.

      * Vale o ultimo registro gravado da eleicao.
       CarregarParametros.
           MOVE "N" TO WSS-Proporcional
           OPEN INPUT ELEPARAM-FILE
           IF WSS-FS-ELEPARAM = "00"
               MOVE "N" TO WSS-fim-arquivo
               READ ELEPARAM-FILE
                   AT END SET WSS-NAO-HA-MAIS-LINHAS TO TRUE
               END-READ
               PERFORM UNTIL WSS-NAO-HA-MAIS-LINHAS
                   IF EPA-ELEICAO = WSS-Eleicao
                       IF EPA-PROPORCIONAL
                           MOVE "S" TO WSS-Proporcional
                           MOVE EPA-CADEIRAS TO WSS-Cadeiras
                           MOVE EPA-SUPLENTES TO WSS-Suplentes
                       ELSE
                           MOVE "N" TO WSS-Proporcional
                       END-IF
                   END-IF
                   READ ELEPARAM-FILE
                       AT END SET WSS-NAO-HA-MAIS-LINHAS TO TRUE
                   END-READ
               END-PERFORM
               CLOSE ELEPARAM-FILE
           END-IF.

       CarregarCandidatos.
           OPEN INPUT CANDIDATOS-FILE
           IF WSS-FS-CANDIDATOS NOT = "00"
               DISPLAY "Arquivo CANDIDATOS nao encontrado."
           ELSE
               MOVE "N" TO WSS-fim-arquivo
               READ CANDIDATOS-FILE
                   AT END SET WSS-NAO-HA-MAIS-LINHAS TO TRUE
               END-READ
               PERFORM UNTIL WSS-NAO-HA-MAIS-LINHAS
                   IF CAN-ELEICAO = WSS-Eleicao
                       PERFORM GuardarCandidato
                   END-IF
                   READ CANDIDATOS-FILE
                       AT END SET WSS-NAO-HA-MAIS-LINHAS TO TRUE
                   END-READ
               END-PERFORM
               CLOSE CANDIDATOS-FILE
           END-IF
      * A quantidade de candidatos de cada chapa limita as
      * cadeiras que ela pode receber.
           PERFORM VARYING WSS-IndCnd FROM 1 BY 1
                   UNTIL WSS-IndCnd > WSS-QtdCandidatos
               MOVE cnd-chapa (WSS-IndCnd) TO WSS-LidoChapa
               PERFORM AcharChapa
               IF WSS-AchouChapa = "S"
                   ADD 1 TO chp-qtdcand (WSS-IndChp)
               END-IF
           END-PERFORM.

       GuardarCandidato.
           IF CAN-EH-CHAPA
               IF WSS-QtdChapas < 30
                   ADD 1 TO WSS-QtdChapas
                   MOVE CAN-NUMERO TO chp-numero (WSS-QtdChapas)
                   MOVE CAN-NOME TO chp-nome (WSS-QtdChapas)
                   MOVE ZEROS TO chp-legenda (WSS-QtdChapas)
                   MOVE ZEROS TO chp-nominal (WSS-QtdChapas)
                   MOVE ZEROS TO chp-total (WSS-QtdChapas)
                   MOVE ZEROS TO chp-cadeiras (WSS-QtdChapas)
                   MOVE ZEROS TO chp-qtdcand (WSS-QtdChapas)
               ELSE
                   DISPLAY "Limite de 30 chapas atingido. Chapa "
                           CAN-NUMERO " ignorada."
               END-IF
           ELSE
               IF WSS-QtdCandidatos < 200
                   ADD 1 TO WSS-QtdCandidatos
                   MOVE CAN-NUMERO TO cnd-numero (WSS-QtdCandidatos)
                   MOVE CAN-NOME TO cnd-nome (WSS-QtdCandidatos)
                   MOVE ZEROS TO cnd-chapa (WSS-QtdCandidatos)
                   MOVE ZEROS TO cnd-ordem (WSS-QtdCandidatos)
                   IF CAN-CHAPA IS NUMERIC
                       MOVE CAN-CHAPA TO cnd-chapa (WSS-QtdCandidatos)
                       MOVE CAN-ORDEM TO cnd-ordem (WSS-QtdCandidatos)
                   END-IF
                   MOVE ZEROS TO cnd-votos (WSS-QtdCandidatos)
               ELSE
                   DISPLAY "Limite de 200 candidatos atingido. "
                           "Candidato " CAN-NUMERO " ignorado."
               END-IF
           END-IF.

       AcharChapa.
           MOVE "N" TO WSS-AchouChapa
           PERFORM VARYING WSS-IndChp FROM 1 BY 1
                   UNTIL WSS-IndChp > WSS-QtdChapas
                      OR WSS-AchouChapa = "S"
               IF chp-numero (WSS-IndChp) = WSS-LidoChapa
                   MOVE "S" TO WSS-AchouChapa
                   SUBTRACT 1 FROM WSS-IndChp
               END-IF
           END-PERFORM.

      * Linhas de votos da eleicao: "EE,nome,votos". Nulo, Branco
      * e os subtotais por estacao ficam de fora.
       TratarLinhaOficial.
           MOVE SPACES TO LIN-CAMPO1
           MOVE SPACES TO LIN-CAMPO2
           MOVE SPACES TO LIN-CAMPO3
           UNSTRING WSS-REG-OFICIAL DELIMITED BY ","
               INTO LIN-CAMPO1 LIN-CAMPO2 LIN-CAMPO3
           END-UNSTRING
           IF LIN-CAMPO1 (1:2) IS NUMERIC
              AND LIN-CAMPO1 (3:18) = SPACES
              AND LIN-CAMPO1 (1:2) = WSS-Eleicao
              AND LIN-CAMPO3 (1:6) IS NUMERIC
              AND LIN-CAMPO2 NOT = "Nulo"
              AND LIN-CAMPO2 NOT = "Branco"
               MOVE LIN-CAMPO3 (1:6) TO WSS-VotosLinha
               PERFORM AcumularVotos
           END-IF.

       AcumularVotos.
           MOVE "N" TO WSS-AchouChapa
           PERFORM VARYING WSS-IndChp FROM 1 BY 1
                   UNTIL WSS-IndChp > WSS-QtdChapas
                      OR WSS-AchouChapa = "S"
               IF chp-nome (WSS-IndChp) = LIN-CAMPO2
                   MOVE "S" TO WSS-AchouChapa
                   ADD WSS-VotosLinha TO chp-legenda (WSS-IndChp)
                   ADD WSS-VotosLinha TO chp-total (WSS-IndChp)
                   ADD WSS-VotosLinha TO WSS-TotalValidos
               END-IF
           END-PERFORM
           IF WSS-AchouChapa = "N"
               MOVE "N" TO WSS-AchouCandidato
               PERFORM VARYING WSS-IndCnd FROM 1 BY 1
                       UNTIL WSS-IndCnd > WSS-QtdCandidatos
                          OR WSS-AchouCandidato = "S"
                   IF cnd-nome (WSS-IndCnd) = LIN-CAMPO2
                       MOVE "S" TO WSS-AchouCandidato
                       SUBTRACT 1 FROM WSS-IndCnd
                   END-IF
               END-PERFORM
               IF WSS-AchouCandidato = "S"
                   ADD WSS-VotosLinha TO cnd-votos (WSS-IndCnd)
                   MOVE cnd-chapa (WSS-IndCnd) TO WSS-LidoChapa
                   PERFORM AcharChapa
               END-IF
               IF WSS-AchouCandidato = "S" AND WSS-AchouChapa = "S"
                   ADD WSS-VotosLinha TO chp-nominal (WSS-IndChp)
                   ADD WSS-VotosLinha TO chp-total (WSS-IndChp)
                   ADD WSS-VotosLinha TO WSS-TotalValidos
               ELSE
                   ADD 1 TO WSS-QtdSemCadastro
               END-IF
           END-IF.

      * D'Hondt: compara os quocientes em produto cruzado, sem
      * arredondar - total(i) x (cadeiras(m) + 1) contra
      * total(m) x (cadeiras(i) + 1).
       DistribuirCadeiras.
           DISPLAY "------ DISTRIBUICAO DAS " WSS-Cadeiras
                   " CADEIRAS (D'HONDT) ------"
           PERFORM VARYING WSS-Cadeira FROM 1 BY 1
                   UNTIL WSS-Cadeira > WSS-Cadeiras
               MOVE ZEROS TO WSS-IndMelhor
               PERFORM VARYING WSS-IndChp FROM 1 BY 1
                       UNTIL WSS-IndChp > WSS-QtdChapas
                   IF chp-total (WSS-IndChp) > 0
                      AND chp-cadeiras (WSS-IndChp) <
                          chp-qtdcand (WSS-IndChp)
                       PERFORM CompararQuociente
                   END-IF
               END-PERFORM
               IF WSS-IndMelhor = 0
                   DISPLAY "Cadeira " WSS-Cadeira " sem chapa com "
                           "votos e candidatos disponiveis."
               ELSE
                   COMPUTE WSS-Quociente ROUNDED =
                           chp-total (WSS-IndMelhor)
                           / (chp-cadeiras (WSS-IndMelhor) + 1)
                   MOVE WSS-Quociente TO WSS-QuocienteEd
                   ADD 1 TO chp-cadeiras (WSS-IndMelhor)
                   ADD 1 TO WSS-CadeirasDadas
                   DISPLAY "Cadeira " WSS-Cadeira ": chapa "
                           chp-numero (WSS-IndMelhor) " "
                           chp-nome (WSS-IndMelhor)
                           " quociente " WSS-QuocienteEd
               END-IF
           END-PERFORM.

       CompararQuociente.
           IF WSS-IndMelhor = 0
               MOVE WSS-IndChp TO WSS-IndMelhor
           ELSE
               COMPUTE WSS-ProdutoChapa = chp-total (WSS-IndChp)
                       * (chp-cadeiras (WSS-IndMelhor) + 1)
               COMPUTE WSS-ProdutoMelhor = chp-total (WSS-IndMelhor)
                       * (chp-cadeiras (WSS-IndChp) + 1)
               EVALUATE TRUE
                   WHEN WSS-ProdutoChapa > WSS-ProdutoMelhor
                       MOVE WSS-IndChp TO WSS-IndMelhor
                   WHEN WSS-ProdutoChapa = WSS-ProdutoMelhor
                        AND chp-total (WSS-IndChp) >
                            chp-total (WSS-IndMelhor)
                       MOVE WSS-IndChp TO WSS-IndMelhor
                   WHEN WSS-ProdutoChapa = WSS-ProdutoMelhor
                        AND chp-total (WSS-IndChp) =
                            chp-total (WSS-IndMelhor)
                        AND chp-numero (WSS-IndChp) <
                            chp-numero (WSS-IndMelhor)
                       MOVE WSS-IndChp TO WSS-IndMelhor
               END-EVALUATE
           END-IF.

       EmitirResultado.
           OPEN OUTPUT CADEIRAS-FILE
           MOVE "ELEICAO,CHAPA,LEGENDA,NOMINAIS,VOTOS,CADEIRAS"
                TO WSS-REG-CADEIRAS
           WRITE WSS-REG-CADEIRAS

           MOVE "P" TO WSS-ImpComando
           MOVE "EXERC-39-CAD" TO WSS-ImpTexto
           CALL "IMPRIME" USING WSS-ImpComando WSS-ImpTexto
                WSS-ImpColunas
           MOVE "A" TO WSS-ImpComando
           MOVE SPACES TO WSS-ImpTexto
           STRING "ELEICAO " WSS-Eleicao
                  " - CADEIRAS POR CHAPA (D'HONDT)"
                  DELIMITED BY SIZE INTO WSS-ImpTexto
           END-STRING
           MOVE "CHAPA / ORDEM / CANDIDATO / VOTOS / SITUACAO"
                TO WSS-ImpColunas
           CALL "IMPRIME" USING WSS-ImpComando WSS-ImpTexto
                WSS-ImpColunas

           DISPLAY "------ RESULTADO OFICIAL DA ELEICAO "
                   WSS-Eleicao " ------"
           PERFORM VARYING WSS-IndChp FROM 1 BY 1
                   UNTIL WSS-IndChp > WSS-QtdChapas
               PERFORM EmitirChapa
           END-PERFORM

           MOVE "ELEICAO,CHAPA,ORDEM,CANDIDATO,VOTOS,SITUACAO"
                TO WSS-REG-CADEIRAS
           WRITE WSS-REG-CADEIRAS
           PERFORM VARYING WSS-IndChp FROM 1 BY 1
                   UNTIL WSS-IndChp > WSS-QtdChapas
               PERFORM ListarEleitosChapa
           END-PERFORM
           CLOSE CADEIRAS-FILE

           MOVE "T" TO WSS-ImpComando
           MOVE SPACES TO WSS-ImpTexto
           STRING "CADEIRAS DISTRIBUIDAS: " WSS-CadeirasDadas
                  " DE " WSS-Cadeiras
                  DELIMITED BY SIZE INTO WSS-ImpTexto
           END-STRING
           CALL "IMPRIME" USING WSS-ImpComando WSS-ImpTexto
                WSS-ImpColunas
           DISPLAY "Cadeiras distribuidas: " WSS-CadeirasDadas
                   " de " WSS-Cadeiras
           DISPLAY "Resultado gravado em CADEIRASCSV e no spool "
                   "IMPRESSAO.".

       EmitirChapa.
           MOVE chp-total (WSS-IndChp) TO WSS-VotosEd
           DISPLAY "Chapa " chp-numero (WSS-IndChp) " "
                   chp-nome (WSS-IndChp) " votos " WSS-VotosEd
                   " cadeiras " chp-cadeiras (WSS-IndChp)
           MOVE SPACES TO WSS-REG-CADEIRAS
           STRING WSS-Eleicao ","
                  chp-nome (WSS-IndChp) ","
                  chp-legenda (WSS-IndChp) ","
                  chp-nominal (WSS-IndChp) ","
                  chp-total (WSS-IndChp) ","
                  chp-cadeiras (WSS-IndChp)
                  DELIMITED BY SIZE INTO WSS-REG-CADEIRAS
           END-STRING
           WRITE WSS-REG-CADEIRAS.

      * Percorre a lista da chapa em ordem de precedencia: as
      * primeiras posicoes ocupam as cadeiras obtidas, as
      * seguintes sao os primeiros suplentes.
       ListarEleitosChapa.
           MOVE ZEROS TO WSS-UltimaOrdem
           MOVE ZEROS TO WSS-Posicao
           MOVE 1 TO WSS-IndProximo
           PERFORM UNTIL WSS-IndProximo = 0
                      OR WSS-Posicao NOT <
                         chp-cadeiras (WSS-IndChp) + WSS-Suplentes
               PERFORM AcharProximoDaLista
               IF WSS-IndProximo NOT = 0
                   ADD 1 TO WSS-Posicao
                   MOVE cnd-ordem (WSS-IndProximo) TO WSS-UltimaOrdem
                   IF WSS-Posicao > chp-cadeiras (WSS-IndChp)
                       MOVE "SUPLENTE" TO WSS-Situacao
                   ELSE
                       MOVE "ELEITO" TO WSS-Situacao
                   END-IF
                   PERFORM EmitirEleito
               END-IF
           END-PERFORM.

       AcharProximoDaLista.
           MOVE ZEROS TO WSS-IndProximo
           PERFORM VARYING WSS-IndCnd FROM 1 BY 1
                   UNTIL WSS-IndCnd > WSS-QtdCandidatos
               IF cnd-chapa (WSS-IndCnd) = chp-numero (WSS-IndChp)
                  AND cnd-ordem (WSS-IndCnd) > WSS-UltimaOrdem
                   IF WSS-IndProximo = 0
                       MOVE WSS-IndCnd TO WSS-IndProximo
                   ELSE
                       IF cnd-ordem (WSS-IndCnd) <
                          cnd-ordem (WSS-IndProximo)
                           MOVE WSS-IndCnd TO WSS-IndProximo
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.

       EmitirEleito.
           MOVE cnd-votos (WSS-IndProximo) TO WSS-VotosEd
           DISPLAY "  " WSS-Situacao " " cnd-ordem (WSS-IndProximo)
                   " " cnd-nome (WSS-IndProximo)
                   " (chapa " chp-numero (WSS-IndChp)
                   ", votos " WSS-VotosEd ")"
           MOVE "D" TO WSS-ImpComando
           MOVE SPACES TO WSS-ImpTexto
           STRING chp-nome (WSS-IndChp) " "
                  cnd-ordem (WSS-IndProximo) " "
                  cnd-nome (WSS-IndProximo) " "
                  WSS-VotosEd " " WSS-Situacao
                  DELIMITED BY SIZE INTO WSS-ImpTexto
           END-STRING
           CALL "IMPRIME" USING WSS-ImpComando WSS-ImpTexto
                WSS-ImpColunas
           MOVE SPACES TO WSS-REG-CADEIRAS
           STRING WSS-Eleicao ","
                  chp-nome (WSS-IndChp) ","
                  cnd-ordem (WSS-IndProximo) ","
                  cnd-nome (WSS-IndProximo) ","
                  cnd-votos (WSS-IndProximo) ","
                  WSS-Situacao
                  DELIMITED BY SIZE INTO WSS-REG-CADEIRAS
           END-STRING
           WRITE WSS-REG-CADEIRAS.
      *wrun32 exerc-39-cad
