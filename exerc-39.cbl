      * eleicao do segundo turno em CANDIDATOS com os dois mais
      * votados, carrega o rol e imprime o resumo oficial do
      * primeiro turno convocando a nova rodada.
      * Eleicao proporcional (ELEICAOPARAM sistema P): o voto
      * vale para o numero da chapa (legenda) ou de um candidato
      * dela; nao ha vencedor nem segundo turno na estacao - as
      * cadeiras saem da exerc-39-cad sobre a contagem oficial.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           SELECT NOVO-FILE ASSIGN TO "ELEITORESNOVO"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WSS-FS-NOVO.
           SELECT ELEPARAM-FILE ASSIGN TO "ELEICAOPARAM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WSS-FS-ELEPARAM.

       DATA DIVISION.
       FILE SECTION.
       FD  NOVO-FILE.
       01  WSS-REG-NOVO         PIC X(29).

       FD  ELEPARAM-FILE.
           COPY "ELEPAR.CPY".

       WORKING-STORAGE SECTION.
       01  WSS-FS-CANDIDATOS    PIC X(02).
       01  WSS-fim-arquivo      PIC X(01).
       01  WSS-QtdCandidatos    PIC 9(2) VALUE 0.
       01  WSS-AchouCandidato   PIC X(01).
       01  TABELA-CANDIDATOS.
           05  CANDIDATO-APUR OCCURS 60 TIMES.
               10  apur-numero        PIC 9(2).
               10  apur-nome          PIC X(20).
               10  apur-votos         PIC 9(3).
               10  apur-tipo          PIC X(1).

       01  WSS-FS-ELEPARAM      PIC X(02).
       01  WSS-fim-param        PIC X(01).
           88 WSS-NAO-HA-MAIS-PARAM  VALUE "S".
       01  WSS-Proporcional     PIC X(01) VALUE "N".

       01  WSS-FS-ELEITORES     PIC X(02).
       01  WSS-FS-NOVO          PIC X(02).
           END-IF

           PERFORM CarregarRol
           PERFORM CarregarParametros
           MOVE ZEROS TO WWS-TN
           MOVE ZEROS TO WWS-TB
           MOVE ZEROS TO WWS-TV
           DISPLAY "--- Candidatos da eleicao " WSS-Eleicao " ---"
           PERFORM VARYING WSS-IndCand FROM 1 BY 1
                   UNTIL WSS-IndCand > WSS-QtdCandidatos
               IF apur-tipo (WSS-IndCand) = "C"
                   DISPLAY apur-numero (WSS-IndCand) " "
                           apur-nome (WSS-IndCand) " (chapa)"
               ELSE
                   DISPLAY apur-numero (WSS-IndCand) " "
                           apur-nome (WSS-IndCand)
               END-IF
           END-PERFORM

      * Com o rol carregado, cada cedula comeca pela identificacao
                PERFORM MostrarResultado
                PERFORM ExportarResultado
                ADD WWS-TV TO WSS-TotalLote
                IF WSS-Proporcional = "N"
                    PERFORM VerificarSegundoTurno
                        THRU VerificarSegundoTurno-Fim
                END-IF
            ELSE
                DISPLAY "Nenhum voto foi registrado."
            END-IF.
           DISPLAY "Percentagem de Votos Nulos: ", PercN-MASK, "%"
           MOVE PercB TO PercB-MASK
           DISPLAY "Percentagem de Votos em Branco: ", PercB-MASK, "%"
           IF WSS-Proporcional = "S"
               DISPLAY "Eleicao proporcional: cadeiras distribuidas "
                       "pela exerc-39-cad sobre a contagem oficial."
           ELSE
               DISPLAY "Vencedor: " WWS-Vencedor
           END-IF.

       ExportarResultado.
           PERFORM VARYING WSS-IndCand FROM 1 BY 1
                  DELIMITED BY SIZE INTO WWS-REG-VOTACAO
           END-STRING
           WRITE WWS-REG-VOTACAO
           IF WSS-Proporcional = "N"
               MOVE SPACES TO WWS-REG-VOTACAO
               STRING WSS-Eleicao ",Vencedor," WWS-Vencedor
                      DELIMITED BY SIZE INTO WWS-REG-VOTACAO
               END-STRING
               WRITE WWS-REG-VOTACAO
           END-IF
      * Linha informativa de comparecimento para a remessa; o
      * terceiro campo nao numerico a mantem fora da soma da
      * consolidacao (exerc-39-con).
               END-READ
               PERFORM UNTIL WSS-NAO-HA-MAIS-CANDIDATOS
                   IF CAN-ELEICAO = WSS-Eleicao
                       IF WSS-QtdCandidatos < 60
                           ADD 1 TO WSS-QtdCandidatos
                           MOVE CAN-NUMERO
                                TO apur-numero (WSS-QtdCandidatos)
                                TO apur-nome (WSS-QtdCandidatos)
                           MOVE ZEROS
                                TO apur-votos (WSS-QtdCandidatos)
                           MOVE CAN-TIPO
                                TO apur-tipo (WSS-QtdCandidatos)
                       ELSE
                           DISPLAY "Limite de 60 candidatos por "
                                   "eleicao atingido. Candidato "
                                   CAN-NUMERO " ignorado."
                       END-IF
               CLOSE CANDIDATOS-FILE
           END-IF.

      * Sem registro em ELEICAOPARAM a eleicao e majoritaria;
      * com varios, vale o ultimo gravado.
       CarregarParametros.
           MOVE "N" TO WSS-Proporcional
           OPEN INPUT ELEPARAM-FILE
           IF WSS-FS-ELEPARAM = "00"
               MOVE "N" TO WSS-fim-param
               READ ELEPARAM-FILE
                   AT END SET WSS-NAO-HA-MAIS-PARAM TO TRUE
               END-READ
               PERFORM UNTIL WSS-NAO-HA-MAIS-PARAM
                   IF EPA-ELEICAO = WSS-Eleicao
                       IF EPA-PROPORCIONAL
                           MOVE "S" TO WSS-Proporcional
                       ELSE
                           MOVE "N" TO WSS-Proporcional
                       END-IF
                   END-IF
                   READ ELEPARAM-FILE
                       AT END SET WSS-NAO-HA-MAIS-PARAM TO TRUE
                   END-READ
               END-PERFORM
               CLOSE ELEPARAM-FILE
           END-IF.

       CarregarRol.
           MOVE "N" TO WSS-RollDisponivel
           MOVE ZEROS TO WSS-QtdRol
           MOVE WSS-NovaEleicao TO CAN-ELEICAO
           MOVE apur-numero (WSS-IndMax1) TO CAN-NUMERO
           MOVE apur-nome (WSS-IndMax1) TO CAN-NOME
           MOVE SPACE TO CAN-TIPO
           MOVE ZEROS TO CAN-CHAPA
           MOVE ZEROS TO CAN-ORDEM
           WRITE CANDIDATO-REG
           MOVE WSS-NovaEleicao TO CAN-ELEICAO
           MOVE apur-numero (WSS-IndMax2) TO CAN-NUMERO
           MOVE apur-nome (WSS-IndMax2) TO CAN-NOME
           MOVE SPACE TO CAN-TIPO
           MOVE ZEROS TO CAN-CHAPA
           MOVE ZEROS TO CAN-ORDEM
           WRITE CANDIDATO-REG
           CLOSE CANDIDATOS-FILE

