       IDENTIFICATION DIVISION.
       PROGRAM-ID. UTIL-DOCREL.
       AUTHOR. JOAO_PAULO.

      * Relatorio de saneamento dos documentos (CPF/CNPJ) dos
      * quatro mestres de pessoas - PESSOAS, FUNCIONARIOS,
      * CLIENTES e CLIENTESLJ - para rodar uma vez depois da
      * implantacao do VALIDOC. Lista os documentos gravados que
      * nao passam no digito verificador e os documentos
      * repetidos em registros com nomes diferentes (mesmo CPF
      * para pessoas distintas ou nome grafado de outro jeito).
      * Documento em branco so e contado. A consulta do dia a
      * dia por documento e a util-doccon.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PESSOAS-FILE ASSIGN TO "PESSOAS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS PES-CODIGO
               FILE STATUS IS WSS-FS-PESSOAS.

           SELECT FUNCIONARIOS-FILE ASSIGN TO "FUNCIONARIOS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS FUN-MATRICULA
               FILE STATUS IS WSS-FS-FUNCIONARIOS.

           SELECT CLIENTES-FILE ASSIGN TO "CLIENTES"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS CLI-CODIGO
               FILE STATUS IS WSS-FS-CLIENTES.

           SELECT CLILOJA-FILE ASSIGN TO "CLIENTESLJ"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS CLJ-CODIGO
               FILE STATUS IS WSS-FS-CLILOJA.

       DATA DIVISION.
       FILE SECTION.
       FD  PESSOAS-FILE.
           COPY "PESSOA.CPY".

       FD  FUNCIONARIOS-FILE.
           COPY "FUNCION.CPY".

       FD  CLIENTES-FILE.
           COPY "CLIENTE.CPY".

       FD  CLILOJA-FILE.
           COPY "CLILOJA.CPY".

       WORKING-STORAGE SECTION.
       77  WSS-FS-PESSOAS       PIC X(02).
       77  WSS-FS-FUNCIONARIOS  PIC X(02).
       77  WSS-FS-CLIENTES      PIC X(02).
       77  WSS-FS-CLILOJA       PIC X(02).
       77  WSS-fim-arquivo      PIC X(01).
           88 WSS-NAO-HA-MAIS-REGISTROS  VALUE "S".

       77  WSS-DocLido          PIC X(14).
       77  WSS-NomeLido         PIC X(30).
       77  WSS-OrigemLida       PIC X(12).
       77  WSS-ChaveLida        PIC X(10).
       77  WSS-DocValido        PIC X(01).
       77  WSS-DocTipo          PIC X(01).
       77  WSS-DocMotivo        PIC X(30).

       77  WSS-QtdLidos         PIC 9(5) VALUE ZEROS.
       77  WSS-QtdEmBranco      PIC 9(5) VALUE ZEROS.
       77  WSS-QtdInvalidos     PIC 9(5) VALUE ZEROS.
       77  WSS-QtdRepetidos     PIC 9(5) VALUE ZEROS.
       77  WSS-QtdForaTabela    PIC 9(5) VALUE ZEROS.

       77  WSS-IndDoc           PIC 9(4).
       77  WSS-IndOutro         PIC 9(4).
       77  WSS-JaListado        PIC X(01).
       77  WSS-NomeDiferente    PIC X(01).
       77  WSS-QtdDocs          PIC 9(4) VALUE ZEROS.
       01  TABELA-DOCUMENTOS.
           05  DOCUMENTO-LIDO OCCURS 3000 TIMES.
               10  doc-numero        PIC X(14).
               10  doc-nome          PIC X(30).
               10  doc-origem        PIC X(12).
               10  doc-chave         PIC X(10).

       PROCEDURE DIVISION.
       Inicio.
           DISPLAY "------ DOCUMENTOS QUE NAO PASSAM NO DIGITO "
                   "VERIFICADOR ------"
           PERFORM LerPessoas
           PERFORM LerFuncionarios
           PERFORM LerClientes
           PERFORM LerClientesLoja
           DISPLAY "Documentos invalidos: " WSS-QtdInvalidos

           DISPLAY SPACE
           DISPLAY "------ DOCUMENTOS EM REGISTROS COM NOMES "
                   "DIFERENTES ------"
           PERFORM VARYING WSS-IndDoc FROM 1 BY 1
                   UNTIL WSS-IndDoc > WSS-QtdDocs
               PERFORM ConferirRepetido
           END-PERFORM
           DISPLAY "Documentos repetidos com nomes diferentes: "
                   WSS-QtdRepetidos

           DISPLAY SPACE
           DISPLAY "Registros lidos.........: " WSS-QtdLidos
           DISPLAY "Sem documento (branco)..: " WSS-QtdEmBranco
           IF WSS-QtdForaTabela > ZEROS
               DISPLAY "ATENCAO: " WSS-QtdForaTabela " documentos "
                       "alem da capacidade da tabela ficaram fora "
                       "da conferencia de repetidos."
           END-IF.

       Encerramento.
           DISPLAY SPACE
           display "Obrigado volte sempre!!! "
           DISPLAY SPACE

           ACCEPT OMITTED.
           EXIT PROGRAM.
           STOP RUN.

       LerPessoas.
           OPEN INPUT PESSOAS-FILE
           IF WSS-FS-PESSOAS NOT = "00"
               DISPLAY "PESSOAS: arquivo indisponivel. Status: "
                       WSS-FS-PESSOAS
           ELSE
               MOVE "N" TO WSS-fim-arquivo
               READ PESSOAS-FILE
                   AT END SET WSS-NAO-HA-MAIS-REGISTROS TO TRUE
               END-READ
               PERFORM UNTIL WSS-NAO-HA-MAIS-REGISTROS
                   MOVE PES-DOCUMENTO TO WSS-DocLido
                   MOVE PES-NOME TO WSS-NomeLido
                   MOVE "PESSOAS" TO WSS-OrigemLida
                   MOVE PES-CODIGO TO WSS-ChaveLida
                   PERFORM ConferirDocumento
                   READ PESSOAS-FILE
                       AT END SET WSS-NAO-HA-MAIS-REGISTROS TO TRUE
                   END-READ
               END-PERFORM
               CLOSE PESSOAS-FILE
           END-IF.

       LerFuncionarios.
           OPEN INPUT FUNCIONARIOS-FILE
           IF WSS-FS-FUNCIONARIOS NOT = "00"
               DISPLAY "FUNCIONARIOS: arquivo indisponivel. Status: "
                       WSS-FS-FUNCIONARIOS
           ELSE
               MOVE "N" TO WSS-fim-arquivo
               READ FUNCIONARIOS-FILE
                   AT END SET WSS-NAO-HA-MAIS-REGISTROS TO TRUE
               END-READ
               PERFORM UNTIL WSS-NAO-HA-MAIS-REGISTROS
                   MOVE FUN-DOCUMENTO TO WSS-DocLido
                   MOVE FUN-NOME TO WSS-NomeLido
                   MOVE "FUNCIONARIOS" TO WSS-OrigemLida
                   MOVE FUN-MATRICULA TO WSS-ChaveLida
                   PERFORM ConferirDocumento
                   READ FUNCIONARIOS-FILE
                       AT END SET WSS-NAO-HA-MAIS-REGISTROS TO TRUE
                   END-READ
               END-PERFORM
               CLOSE FUNCIONARIOS-FILE
           END-IF.

       LerClientes.
           OPEN INPUT CLIENTES-FILE
           IF WSS-FS-CLIENTES NOT = "00"
               DISPLAY "CLIENTES: arquivo indisponivel. Status: "
                       WSS-FS-CLIENTES
           ELSE
               MOVE "N" TO WSS-fim-arquivo
               READ CLIENTES-FILE
                   AT END SET WSS-NAO-HA-MAIS-REGISTROS TO TRUE
               END-READ
               PERFORM UNTIL WSS-NAO-HA-MAIS-REGISTROS
                   MOVE CLI-DOCUMENTO TO WSS-DocLido
                   MOVE CLI-NOME TO WSS-NomeLido
                   MOVE "CLIENTES" TO WSS-OrigemLida
                   MOVE CLI-CODIGO TO WSS-ChaveLida
                   PERFORM ConferirDocumento
                   READ CLIENTES-FILE
                       AT END SET WSS-NAO-HA-MAIS-REGISTROS TO TRUE
                   END-READ
               END-PERFORM
               CLOSE CLIENTES-FILE
           END-IF.

       LerClientesLoja.
           OPEN INPUT CLILOJA-FILE
           IF WSS-FS-CLILOJA NOT = "00"
               DISPLAY "CLIENTESLJ: arquivo indisponivel. Status: "
                       WSS-FS-CLILOJA
           ELSE
               MOVE "N" TO WSS-fim-arquivo
               READ CLILOJA-FILE
                   AT END SET WSS-NAO-HA-MAIS-REGISTROS TO TRUE
               END-READ
               PERFORM UNTIL WSS-NAO-HA-MAIS-REGISTROS
                   MOVE CLJ-DOCUMENTO TO WSS-DocLido
                   MOVE CLJ-NOME TO WSS-NomeLido
                   MOVE "CLIENTESLJ" TO WSS-OrigemLida
                   MOVE CLJ-CODIGO TO WSS-ChaveLida
                   PERFORM ConferirDocumento
                   READ CLILOJA-FILE
                       AT END SET WSS-NAO-HA-MAIS-REGISTROS TO TRUE
                   END-READ
               END-PERFORM
               CLOSE CLILOJA-FILE
           END-IF.

      * Branco so conta; invalido sai na primeira parte do
      * relatorio; valido entra normalizado na tabela que a
      * segunda parte confere.
       ConferirDocumento.
           ADD 1 TO WSS-QtdLidos
           IF WSS-DocLido = SPACES OR WSS-DocLido = LOW-VALUES
               ADD 1 TO WSS-QtdEmBranco
           ELSE
               CALL "VALIDOC" USING WSS-DocLido WSS-DocValido
                                    WSS-DocTipo WSS-DocMotivo
               IF WSS-DocValido NOT = "S"
                   DISPLAY WSS-OrigemLida " " WSS-ChaveLida " "
                           WSS-NomeLido " [" WSS-DocLido "] "
                           WSS-DocMotivo
                   ADD 1 TO WSS-QtdInvalidos
               ELSE
                   IF WSS-QtdDocs < 3000
                       ADD 1 TO WSS-QtdDocs
                       MOVE WSS-DocLido TO doc-numero (WSS-QtdDocs)
                       MOVE WSS-NomeLido TO doc-nome (WSS-QtdDocs)
                       MOVE WSS-OrigemLida
                            TO doc-origem (WSS-QtdDocs)
                       MOVE WSS-ChaveLida TO doc-chave (WSS-QtdDocs)
                   ELSE
                       ADD 1 TO WSS-QtdForaTabela
                   END-IF
               END-IF
           END-IF.

      * Cada documento e tratado na sua primeira ocorrencia: se
      * alguma outra ocorrencia traz nome diferente, lista todos
      * os registros com aquele documento.
       ConferirRepetido.
           MOVE "N" TO WSS-JaListado
           PERFORM VARYING WSS-IndOutro FROM 1 BY 1
                   UNTIL WSS-IndOutro >= WSS-IndDoc
               IF doc-numero (WSS-IndOutro) = doc-numero (WSS-IndDoc)
                   MOVE "S" TO WSS-JaListado
               END-IF
           END-PERFORM
           IF WSS-JaListado = "N"
               MOVE "N" TO WSS-NomeDiferente
               PERFORM VARYING WSS-IndOutro FROM WSS-IndDoc BY 1
                       UNTIL WSS-IndOutro > WSS-QtdDocs
                   IF doc-numero (WSS-IndOutro)
                      = doc-numero (WSS-IndDoc)
                      AND doc-nome (WSS-IndOutro)
                          NOT = doc-nome (WSS-IndDoc)
                       MOVE "S" TO WSS-NomeDiferente
                   END-IF
               END-PERFORM
               IF WSS-NomeDiferente = "S"
                   ADD 1 TO WSS-QtdRepetidos
                   DISPLAY "Documento " doc-numero (WSS-IndDoc) ":"
                   PERFORM VARYING WSS-IndOutro FROM WSS-IndDoc BY 1
                           UNTIL WSS-IndOutro > WSS-QtdDocs
                       IF doc-numero (WSS-IndOutro)
                          = doc-numero (WSS-IndDoc)
                           DISPLAY "   " doc-origem (WSS-IndOutro) " "
                                   doc-chave (WSS-IndOutro) " "
                                   doc-nome (WSS-IndOutro)
                       END-IF
                   END-PERFORM
               END-IF
           END-IF.
      *wrun32 util-docrel
