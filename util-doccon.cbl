       IDENTIFICATION DIVISION.
       PROGRAM-ID. UTIL-DOCCON.
       AUTHOR. JOAO_PAULO.

      * Consulta cruzada por documento (CPF/CNPJ): a mesma pessoa
      * pode estar em PESSOAS, FUNCIONARIOS, CLIENTES
      * (investimento) e CLIENTESLJ (credito da loja) sem nada
      * que ligue os registros. O documento digitado passa pelo
      * VALIDOC; invalido, avisa mas procura assim mesmo. Os
      * quatro mestres sao lidos do inicio ao fim e cada
      * documento gravado tambem e normalizado antes de comparar,
      * para achar os gravados com pontos e traco de antes do
      * VALIDOC. Lista a chave, o nome e a situacao de cada
      * registro encontrado.

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
       77  WSS-DocProcurado     PIC X(14).
       77  WSS-DocLido          PIC X(14).
       77  WSS-DocValido        PIC X(01).
       77  WSS-DocTipo          PIC X(01).
       77  WSS-DocMotivo        PIC X(30).
       77  WSS-LidoValido       PIC X(01).
       77  WSS-LidoTipo         PIC X(01).
       77  WSS-LidoMotivo       PIC X(30).
       77  WSS-QtdEncontrados   PIC 9(4) VALUE ZEROS.

       PROCEDURE DIVISION.
       Inicio.
           DISPLAY "CPF ou CNPJ a consultar: "
           ACCEPT WSS-DocProcurado
           IF WSS-DocProcurado = SPACES
               DISPLAY "Documento nao informado."
               GO TO Encerramento
           END-IF
           CALL "VALIDOC" USING WSS-DocProcurado WSS-DocValido
                                WSS-DocTipo WSS-DocMotivo
           IF WSS-DocValido NOT = "S"
               DISPLAY "Atencao: documento invalido (" WSS-DocMotivo
                       "). Procurando assim mesmo."
           END-IF

           DISPLAY "------ REGISTROS DO DOCUMENTO " WSS-DocProcurado
                   " ------"
           PERFORM ProcurarPessoas
           PERFORM ProcurarFuncionarios
           PERFORM ProcurarClientes
           PERFORM ProcurarClientesLoja

           IF WSS-QtdEncontrados = ZEROS
               DISPLAY "Nenhum registro com este documento."
           ELSE
               DISPLAY "Registros encontrados: " WSS-QtdEncontrados
           END-IF.

       Encerramento.
           DISPLAY SPACE
           display "Obrigado volte sempre!!! "
           DISPLAY SPACE

           ACCEPT OMITTED.
           EXIT PROGRAM.
           STOP RUN.

       ProcurarPessoas.
           OPEN INPUT PESSOAS-FILE
           IF WSS-FS-PESSOAS NOT = "00"
               DISPLAY "PESSOAS........: arquivo indisponivel. "
                       "Status: " WSS-FS-PESSOAS
           ELSE
               MOVE "N" TO WSS-fim-arquivo
               READ PESSOAS-FILE
                   AT END SET WSS-NAO-HA-MAIS-REGISTROS TO TRUE
               END-READ
               PERFORM UNTIL WSS-NAO-HA-MAIS-REGISTROS
                   MOVE PES-DOCUMENTO TO WSS-DocLido
                   PERFORM NormalizarLido
                   IF WSS-DocLido = WSS-DocProcurado
                       DISPLAY "PESSOAS......: codigo " PES-CODIGO
                               " " PES-NOME " cidade " PES-CIDADE
                       ADD 1 TO WSS-QtdEncontrados
                   END-IF
                   READ PESSOAS-FILE
                       AT END SET WSS-NAO-HA-MAIS-REGISTROS TO TRUE
                   END-READ
               END-PERFORM
               CLOSE PESSOAS-FILE
           END-IF.

       ProcurarFuncionarios.
           OPEN INPUT FUNCIONARIOS-FILE
           IF WSS-FS-FUNCIONARIOS NOT = "00"
               DISPLAY "FUNCIONARIOS...: arquivo indisponivel. "
                       "Status: " WSS-FS-FUNCIONARIOS
           ELSE
               MOVE "N" TO WSS-fim-arquivo
               READ FUNCIONARIOS-FILE
                   AT END SET WSS-NAO-HA-MAIS-REGISTROS TO TRUE
               END-READ
               PERFORM UNTIL WSS-NAO-HA-MAIS-REGISTROS
                   MOVE FUN-DOCUMENTO TO WSS-DocLido
                   PERFORM NormalizarLido
                   IF WSS-DocLido = WSS-DocProcurado
                       DISPLAY "FUNCIONARIOS.: matricula "
                               FUN-MATRICULA " " FUN-NOME
                               " situacao " FUN-SITUACAO
                       ADD 1 TO WSS-QtdEncontrados
                   END-IF
                   READ FUNCIONARIOS-FILE
                       AT END SET WSS-NAO-HA-MAIS-REGISTROS TO TRUE
                   END-READ
               END-PERFORM
               CLOSE FUNCIONARIOS-FILE
           END-IF.

       ProcurarClientes.
           OPEN INPUT CLIENTES-FILE
           IF WSS-FS-CLIENTES NOT = "00"
               DISPLAY "CLIENTES.......: arquivo indisponivel. "
                       "Status: " WSS-FS-CLIENTES
           ELSE
               MOVE "N" TO WSS-fim-arquivo
               READ CLIENTES-FILE
                   AT END SET WSS-NAO-HA-MAIS-REGISTROS TO TRUE
               END-READ
               PERFORM UNTIL WSS-NAO-HA-MAIS-REGISTROS
                   MOVE CLI-DOCUMENTO TO WSS-DocLido
                   PERFORM NormalizarLido
                   IF WSS-DocLido = WSS-DocProcurado
                       DISPLAY "CLIENTES.....: conta " CLI-CODIGO
                               " " CLI-NOME " situacao "
                               CLI-SITUACAO
                       ADD 1 TO WSS-QtdEncontrados
                   END-IF
                   READ CLIENTES-FILE
                       AT END SET WSS-NAO-HA-MAIS-REGISTROS TO TRUE
                   END-READ
               END-PERFORM
               CLOSE CLIENTES-FILE
           END-IF.

       ProcurarClientesLoja.
           OPEN INPUT CLILOJA-FILE
           IF WSS-FS-CLILOJA NOT = "00"
               DISPLAY "CLIENTESLJ.....: arquivo indisponivel. "
                       "Status: " WSS-FS-CLILOJA
           ELSE
               MOVE "N" TO WSS-fim-arquivo
               READ CLILOJA-FILE
                   AT END SET WSS-NAO-HA-MAIS-REGISTROS TO TRUE
               END-READ
               PERFORM UNTIL WSS-NAO-HA-MAIS-REGISTROS
                   MOVE CLJ-DOCUMENTO TO WSS-DocLido
                   PERFORM NormalizarLido
                   IF WSS-DocLido = WSS-DocProcurado
                       DISPLAY "CLIENTESLJ...: cliente " CLJ-CODIGO
                               " " CLJ-NOME " situacao "
                               CLJ-SITUACAO
                       ADD 1 TO WSS-QtdEncontrados
                   END-IF
                   READ CLILOJA-FILE
                       AT END SET WSS-NAO-HA-MAIS-REGISTROS TO TRUE
                   END-READ
               END-PERFORM
               CLOSE CLILOJA-FILE
           END-IF.

      * Documento em branco nunca casa; os demais passam pelo
      * VALIDOC so para tirar pontos, barra e traco (o lido
      * invalido fica como esta).
       NormalizarLido.
           IF WSS-DocLido = SPACES OR WSS-DocLido = LOW-VALUES
               MOVE HIGH-VALUES TO WSS-DocLido
           ELSE
               CALL "VALIDOC" USING WSS-DocLido WSS-LidoValido
                                    WSS-LidoTipo WSS-LidoMotivo
           END-IF.
      *wrun32 util-doccon
