       IDENTIFICATION DIVISION.
       PROGRAM-ID. UTIL-TITULAR.
       AUTHOR. JOAO_PAULO.

      * Atendimento ao titular de dados pessoais (LGPD): a partir
      * do documento (CPF/CNPJ) ou do nome com a data de
      * nascimento, procura a pessoa em PESSOAS, MORADORES,
      * DOMICILIOS, FUNCIONARIOS, CLIENTES, CLIENTESLJ,
      * ELEITORES e nas trilhas MUDANCAS e AUDITORIA44, e emite
      * no spool IMPRESSAO o relatorio de divulgacao, uma secao
      * por arquivo com o que guardamos e como foi achado
      * (documento, nome e nascimento, vinculo por codigo ou so
      * pelo nome). O documento achado em PESSOAS vale para os
      * demais arquivos; arquivo sem documento ou sem nascimento
      * casa pelo nome, desde que o documento gravado nao seja
      * de outra pessoa. MORADORES e DOMICILIOS vem pelo codigo
      * da pessoa; CLIENTES tambem pelo PES-CODCLIENTE.
      * Com pedido de eliminacao aprovado (funcao LG no perfil,
      * OPERAUTH, e numero do protocolo) anonimiza os campos
      * pessoais - nome, documento, nascimento, cidade e dados
      * bancarios - e mantem codigos, valores, idade e demais
      * dados de que a contabilidade e as estatisticas precisam.
      * Fica recusado, com o motivo, o que esta sob guarda
      * legal: funcionario ativo ou com folha no ano corrente,
      * emprestimo em aberto (conta ou consignado), conta com
      * saldo e credito da loja em aberto. Registro achado so
      * pelo nome so e anonimizado com confirmacao do operador.
      * Cada anonimizacao vai ao diario MUDANCAS (GRAVAJRN) com o
      * protocolo, sem os dados antigos. ELEITORES e MUDANCAS
      * saem em ELEITORESNOVO e MUDANCASNOVO (valores pessoais do
      * titular trocados) para substituir os originais.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PESSOAS-FILE ASSIGN TO "PESSOAS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PES-CODIGO
               FILE STATUS IS WSS-FS-PESSOAS.

           SELECT MORADORES-FILE ASSIGN TO "MORADORES"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WSS-FS-MORADORES.

           SELECT DOMICILIOS-FILE ASSIGN TO "DOMICILIOS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WSS-FS-DOMICILIOS.

           SELECT FUNCIONARIOS-FILE ASSIGN TO "FUNCIONARIOS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FUN-MATRICULA
               FILE STATUS IS WSS-FS-FUNCIONARIOS.

           SELECT CLIENTES-FILE ASSIGN TO "CLIENTES"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CLI-CODIGO
               FILE STATUS IS WSS-FS-CLIENTES.

           SELECT CLILOJA-FILE ASSIGN TO "CLIENTESLJ"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CLJ-CODIGO
               FILE STATUS IS WSS-FS-CLILOJA.

           SELECT ELEITORES-FILE ASSIGN TO "ELEITORES"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WSS-FS-ELEITORES.

           SELECT ELENOVO-FILE ASSIGN TO "ELEITORESNOVO"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WSS-FS-NOVO.

           SELECT EMPREST-FILE ASSIGN TO "EMPRESTIMOS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS EMP-CHAVE
               FILE STATUS IS WSS-FS-EMPREST.

           SELECT CONTASREC-FILE ASSIGN TO "CONTASREC"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS REC-CHAVE
               FILE STATUS IS WSS-FS-CONTASREC.

           SELECT MUDANCAS-FILE ASSIGN TO "MUDANCAS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WSS-FS-MUDANCAS.

           SELECT MUDNOVO-FILE ASSIGN TO "MUDANCASNOVO"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WSS-FS-NOVO.

           SELECT AUDITORIA-FILE ASSIGN TO "AUDITORIA44"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WSS-FS-AUDITORIA.

       DATA DIVISION.
       FILE SECTION.
       FD  PESSOAS-FILE.
           COPY "PESSOA.CPY".

       FD  MORADORES-FILE.
           COPY "MORADOR.CPY".

       FD  DOMICILIOS-FILE.
           COPY "DOMICIL.CPY".

       FD  FUNCIONARIOS-FILE.
           COPY "FUNCION.CPY".

       FD  CLIENTES-FILE.
           COPY "CLIENTE.CPY".

       FD  CLILOJA-FILE.
           COPY "CLILOJA.CPY".

       FD  ELEITORES-FILE.
           COPY "ELEITOR.CPY".

       FD  ELENOVO-FILE.
       01  WSS-REG-ELENOVO      PIC X(29).

       FD  EMPREST-FILE.
           COPY "EMPREST.CPY".

       FD  CONTASREC-FILE.
           COPY "RECEBER.CPY".

       FD  MUDANCAS-FILE.
       01  MUDANCA-REG.
           05  MUD-DATA            PIC 9(8).
           05  MUD-HORA            PIC 9(6).
           05  MUD-ARQUIVO         PIC X(12).
           05  MUD-CHAVE           PIC X(10).
           05  MUD-CAMPO           PIC X(12).
           05  MUD-ANTIGO          PIC X(30).
           05  MUD-NOVO            PIC X(30).
           05  MUD-OPERADOR        PIC 9(3).

       FD  MUDNOVO-FILE.
       01  WSS-REG-MUDNOVO      PIC X(111).

       FD  AUDITORIA-FILE.
       01  WSS-REG-AUDITORIA    PIC X(120).

       WORKING-STORAGE SECTION.
       77  WSS-FS-PESSOAS       PIC X(02).
       77  WSS-FS-MORADORES     PIC X(02).
       77  WSS-FS-DOMICILIOS    PIC X(02).
       77  WSS-FS-FUNCIONARIOS  PIC X(02).
       77  WSS-FS-CLIENTES      PIC X(02).
       77  WSS-FS-CLILOJA       PIC X(02).
       77  WSS-FS-ELEITORES     PIC X(02).
       77  WSS-FS-EMPREST       PIC X(02).
       77  WSS-FS-CONTASREC     PIC X(02).
       77  WSS-FS-MUDANCAS      PIC X(02).
       77  WSS-FS-AUDITORIA     PIC X(02).
       77  WSS-FS-NOVO          PIC X(02).
       77  WSS-fim-arquivo      PIC X(01).
           88 WSS-NAO-HA-MAIS-REGISTROS  VALUE "S".

       01  WSS-Operador         PIC 9(3).
       01  WSS-OperadorValido   PIC X(01).
       77  WSS-AutPrograma      PIC X(12) VALUE "UTIL-TITULAR".
       77  WSS-AutFuncao        PIC X(02) VALUE "LG".
       77  WSS-AutAutorizado    PIC X(01).

       77  WSS-DocProcurado     PIC X(14) VALUE SPACES.
       77  WSS-NomeProcurado    PIC X(30) VALUE SPACES.
       77  WSS-NascProcurado    PIC 9(8) VALUE ZEROS.
       77  WSS-DocLido          PIC X(14).
       77  WSS-NomeLido         PIC X(30).
       77  WSS-DocValido        PIC X(01).
       77  WSS-DocTipo          PIC X(01).
       77  WSS-DocMotivo        PIC X(30).
       77  WSS-DataValida       PIC X(01).
       77  WSS-MotivoData       PIC X(30).
       77  WSS-DataHoje         PIC 9(8).
       77  WSS-Protocolo        PIC X(10) VALUE SPACES.
       77  WSS-Confirma         PIC X(01).
       77  WSS-Forma            PIC X(01).
       77  WSS-FormaEd          PIC X(18).

      * Registros achados: arquivo, chave no formato do diario
      * MUDANCAS, forma (D documento, N nome e nascimento,
      * V vinculo, S so nome), motivo de guarda legal e o
      * resultado da eliminacao (A anonimizado, R recusado,
      * M mantido).
       77  WSS-IndAch           PIC 9(3).
       77  WSS-QtdAchados       PIC 9(3) VALUE ZEROS.
       77  WSS-AchouAchado      PIC X(01).
       77  WSS-ProcArquivo      PIC X(12).
       77  WSS-ProcChave        PIC X(10).
       01  TABELA-ACHADOS.
           05  ACHADO OCCURS 100 TIMES.
               10  ach-arquivo        PIC X(12).
               10  ach-chave          PIC X(10).
               10  ach-forma          PIC X(01).
               10  ach-nome           PIC X(30).
               10  ach-retencao       PIC X(36).
               10  ach-resultado      PIC X(01).

      * Chaves ligadas por codigo: CLIENTES pelo PES-CODCLIENTE e
      * DOMICILIOS pelos MORADORES.
       77  WSS-IndVin           PIC 9(2).
       77  WSS-QtdVinculos      PIC 9(2) VALUE ZEROS.
       77  WSS-AchouVinculo     PIC X(01).
       01  TABELA-VINCULOS.
           05  VINCULO OCCURS 40 TIMES.
               10  vin-arquivo        PIC X(12).
               10  vin-chave          PIC X(10).

       77  WSS-ImpComando       PIC X(01).
       77  WSS-ImpTexto         PIC X(80).
       77  WSS-ImpColunas       PIC X(80).
       77  WSS-SecaoAberta      PIC X(01).
       77  WSS-ArquivoSecao     PIC X(24).
       77  WSS-ValorEd          PIC -(9)9.99.
       77  WSS-QtdAnonimizados  PIC 9(3) VALUE ZEROS.
       77  WSS-QtdRecusados     PIC 9(3) VALUE ZEROS.
       77  WSS-QtdTrocados      PIC 9(7).

       77  WSS-JrnArquivo       PIC X(12).
       77  WSS-JrnChave         PIC X(10).
       77  WSS-JrnCampo         PIC X(12) VALUE "ANONIMIZADO".
       77  WSS-JrnAntigo        PIC X(30) VALUE "DADOS PESSOAIS".
       77  WSS-JrnNovo          PIC X(30).

       PROCEDURE DIVISION.
       Inicio.
           CALL "OPERSIGN" USING WSS-Operador WSS-OperadorValido
           IF WSS-OperadorValido NOT = "S"
               DISPLAY "Sem operador identificado. Encerrando."
               GO TO Encerramento
           END-IF
           ACCEPT WSS-DataHoje FROM DATE YYYYMMDD

           DISPLAY "CPF ou CNPJ do titular (vazio = buscar pelo "
                   "nome e nascimento): "
           ACCEPT WSS-DocProcurado
           IF WSS-DocProcurado NOT = SPACES
               CALL "VALIDOC" USING WSS-DocProcurado WSS-DocValido
                                    WSS-DocTipo WSS-DocMotivo
               IF WSS-DocValido NOT = "S"
                   DISPLAY "Atencao: documento invalido ("
                           WSS-DocMotivo "). Procurando assim mesmo."
               END-IF
           ELSE
               DISPLAY "Nome completo do titular: "
               ACCEPT WSS-NomeProcurado
               MOVE FUNCTION UPPER-CASE (WSS-NomeProcurado)
                    TO WSS-NomeProcurado
               DISPLAY "Data de nascimento (AAAAMMDD): "
               ACCEPT WSS-NascProcurado
               CALL "VALIDATA" USING WSS-NascProcurado
                                     WSS-DataValida WSS-MotivoData
               IF WSS-NomeProcurado = SPACES
                  OR WSS-DataValida NOT = "S"
                   DISPLAY "Sem documento e sem nome com nascimento "
                           "valido nao ha como procurar."
                   GO TO Encerramento
               END-IF
           END-IF

           MOVE "P" TO WSS-ImpComando
           MOVE "UTIL-TITULAR" TO WSS-ImpTexto
           MOVE WSS-Operador TO WSS-ImpTexto (13:3)
           CALL "IMPRIME" USING WSS-ImpComando WSS-ImpTexto
                WSS-ImpColunas

           PERFORM ProcurarPessoas
           PERFORM ProcurarMoradores
           PERFORM ProcurarDomicilios
           PERFORM ProcurarFuncionarios
           PERFORM ProcurarClientes
           PERFORM ProcurarClientesLoja
           PERFORM ProcurarEleitores
           PERFORM ConferirEmprestimos
           PERFORM ConferirContasReceber
           PERFORM ProcurarMudancas
           PERFORM ProcurarAuditoria
           PERFORM EmitirSituacao

           IF WSS-QtdAchados = ZEROS
               DISPLAY "Nenhum registro do titular nos arquivos."
               GO TO Encerramento
           END-IF
           DISPLAY "Registros do titular: " WSS-QtdAchados
                   ". Relatorio de divulgacao no spool IMPRESSAO."

           DISPLAY "Ha pedido de eliminacao aprovado para este "
                   "titular? (S/N): "
           ACCEPT WSS-Confirma
           IF WSS-Confirma = "S" OR WSS-Confirma = "s"
               PERFORM EliminarDados
           END-IF.

       Encerramento.
           DISPLAY SPACE
           display "Obrigado volte sempre!!! "
           DISPLAY SPACE

           ACCEPT OMITTED.
           EXIT PROGRAM.
           STOP RUN.

      *----------------------------------------------------------
      * Divulgacao: uma secao do spool por arquivo com registro
      *----------------------------------------------------------
       AbrirSecao.
           IF WSS-SecaoAberta = "N"
               MOVE "S" TO WSS-SecaoAberta
               MOVE "A" TO WSS-ImpComando
               MOVE SPACES TO WSS-ImpTexto
               STRING "DADOS DO TITULAR - " WSS-ArquivoSecao
                      DELIMITED BY SIZE INTO WSS-ImpTexto
               END-STRING
               CALL "IMPRIME" USING WSS-ImpComando WSS-ImpTexto
                    WSS-ImpColunas
           END-IF.

       ImprimirLinha.
           MOVE "D" TO WSS-ImpComando
           CALL "IMPRIME" USING WSS-ImpComando WSS-ImpTexto
                WSS-ImpColunas
           DISPLAY WSS-ImpTexto.

       FecharSecao.
           IF WSS-SecaoAberta = "S"
               MOVE "T" TO WSS-ImpComando
               MOVE SPACES TO WSS-ImpTexto
               STRING "ARQUIVO " WSS-ArquivoSecao
                      DELIMITED BY SIZE INTO WSS-ImpTexto
               END-STRING
               CALL "IMPRIME" USING WSS-ImpComando WSS-ImpTexto
                    WSS-ImpColunas
           END-IF.

       DescreverForma.
           EVALUATE WSS-Forma
               WHEN "D"
                   MOVE "PELO DOCUMENTO" TO WSS-FormaEd
               WHEN "N"
                   MOVE "NOME E NASCIMENTO" TO WSS-FormaEd
               WHEN "V"
                   MOVE "VINCULO POR CODIGO" TO WSS-FormaEd
               WHEN OTHER
                   MOVE "SO PELO NOME" TO WSS-FormaEd
           END-EVALUATE.

      * Documento do registro: branco nunca casa; os demais
      * passam pelo VALIDOC so para tirar pontos e traco.
       NormalizarLido.
           IF WSS-DocLido = SPACES OR WSS-DocLido = LOW-VALUES
               MOVE HIGH-VALUES TO WSS-DocLido
           ELSE
               CALL "VALIDOC" USING WSS-DocLido WSS-DocValido
                                    WSS-DocTipo WSS-DocMotivo
           END-IF.

      * Forma de identificacao do registro lido (WSS-DocLido ja
      * normalizado, WSS-NomeLido em maiusculas). Nome so vale
      * quando o documento gravado esta em branco ou quando o
      * documento do titular nao e conhecido.
       ClassificarRegistro.
           MOVE SPACE TO WSS-Forma
           IF WSS-DocProcurado NOT = SPACES
              AND WSS-DocLido = WSS-DocProcurado
               MOVE "D" TO WSS-Forma
           ELSE
               IF WSS-NomeProcurado NOT = SPACES
                  AND WSS-NomeLido = WSS-NomeProcurado
                  AND (WSS-DocProcurado = SPACES
                       OR WSS-DocLido = HIGH-VALUES)
                   MOVE "S" TO WSS-Forma
               END-IF
           END-IF.

      * O primeiro registro achado pelo documento completa o
      * nome do titular, e o achado pelo nome completa o
      * documento, para os arquivos seguintes.
       CompletarTitular.
           IF WSS-NomeProcurado = SPACES
               MOVE WSS-NomeLido TO WSS-NomeProcurado
           END-IF
           IF WSS-DocProcurado = SPACES
              AND WSS-DocLido NOT = HIGH-VALUES
               MOVE WSS-DocLido TO WSS-DocProcurado
           END-IF.

       GuardarAchado.
           IF WSS-QtdAchados < 100
               ADD 1 TO WSS-QtdAchados
               MOVE WSS-ProcArquivo TO ach-arquivo (WSS-QtdAchados)
               MOVE WSS-ProcChave TO ach-chave (WSS-QtdAchados)
               MOVE WSS-Forma TO ach-forma (WSS-QtdAchados)
               MOVE WSS-NomeLido TO ach-nome (WSS-QtdAchados)
               MOVE SPACES TO ach-retencao (WSS-QtdAchados)
               MOVE "M" TO ach-resultado (WSS-QtdAchados)
           ELSE
               DISPLAY "Limite de 100 registros do titular atingido."
           END-IF.

       ProcurarAchado.
           MOVE "N" TO WSS-AchouAchado
           PERFORM VARYING WSS-IndAch FROM 1 BY 1
                   UNTIL WSS-IndAch > WSS-QtdAchados
                      OR WSS-AchouAchado = "S"
               IF ach-arquivo (WSS-IndAch) = WSS-ProcArquivo
                  AND ach-chave (WSS-IndAch) = WSS-ProcChave
                   MOVE "S" TO WSS-AchouAchado
                   SUBTRACT 1 FROM WSS-IndAch
               END-IF
           END-PERFORM.

       GuardarVinculo.
           PERFORM ProcurarVinculo
           IF WSS-AchouVinculo = "N" AND WSS-QtdVinculos < 40
               ADD 1 TO WSS-QtdVinculos
               MOVE WSS-ProcArquivo TO vin-arquivo (WSS-QtdVinculos)
               MOVE WSS-ProcChave TO vin-chave (WSS-QtdVinculos)
           END-IF.

       ProcurarVinculo.
           MOVE "N" TO WSS-AchouVinculo
           PERFORM VARYING WSS-IndVin FROM 1 BY 1
                   UNTIL WSS-IndVin > WSS-QtdVinculos
                      OR WSS-AchouVinculo = "S"
               IF vin-arquivo (WSS-IndVin) = WSS-ProcArquivo
                  AND vin-chave (WSS-IndVin) = WSS-ProcChave
                   MOVE "S" TO WSS-AchouVinculo
                   SUBTRACT 1 FROM WSS-IndVin
               END-IF
           END-PERFORM.

      * PESSOAS tem o nascimento: sem documento casa pelo nome
      * com a data.
       ProcurarPessoas.
           MOVE "PESSOAS" TO WSS-ArquivoSecao
           MOVE "N" TO WSS-SecaoAberta
           MOVE "CODIGO NOME                         NASCIMENTO CIDADE"
                TO WSS-ImpColunas
           OPEN INPUT PESSOAS-FILE
           IF WSS-FS-PESSOAS NOT = "00"
               DISPLAY "PESSOAS: arquivo indisponivel. Status: "
                       WSS-FS-PESSOAS
           ELSE
               MOVE "N" TO WSS-fim-arquivo
               READ PESSOAS-FILE NEXT RECORD
                   AT END SET WSS-NAO-HA-MAIS-REGISTROS TO TRUE
               END-READ
               PERFORM UNTIL WSS-NAO-HA-MAIS-REGISTROS
                   MOVE PES-DOCUMENTO TO WSS-DocLido
                   PERFORM NormalizarLido
                   MOVE FUNCTION UPPER-CASE (PES-NOME)
                        TO WSS-NomeLido
                   PERFORM ClassificarRegistro
                   IF WSS-Forma = "S"
                       IF PES-DATANASC = WSS-NascProcurado
                           MOVE "N" TO WSS-Forma
                       ELSE
                           MOVE SPACE TO WSS-Forma
                       END-IF
                   END-IF
                   IF WSS-Forma NOT = SPACE
                       PERFORM CompletarTitular
                       IF WSS-NascProcurado = ZEROS
                           MOVE PES-DATANASC TO WSS-NascProcurado
                       END-IF
                       MOVE "PESSOAS" TO WSS-ProcArquivo
                       MOVE SPACES TO WSS-ProcChave
                       MOVE PES-CODIGO TO WSS-ProcChave (1:4)
                       PERFORM GuardarAchado
                       IF PES-CODCLIENTE NOT = ZEROS
                           MOVE "CLIENTES" TO WSS-ProcArquivo
                           MOVE SPACES TO WSS-ProcChave
                           MOVE PES-CODCLIENTE TO WSS-ProcChave (1:6)
                           PERFORM GuardarVinculo
                       END-IF
                       PERFORM AbrirSecao
                       PERFORM DescreverForma
                       MOVE SPACES TO WSS-ImpTexto
                       STRING PES-CODIGO "   " PES-NOME " "
                              PES-DATANASC "   " PES-CIDADE
                              DELIMITED BY SIZE INTO WSS-ImpTexto
                       END-STRING
                       PERFORM ImprimirLinha
                       MOVE SPACES TO WSS-ImpTexto
                       STRING "       DOCUMENTO " PES-DOCUMENTO
                              " SEXO " PES-SEXO
                              " IDADE " PES-IDADE
                              " CLIENTE " PES-CODCLIENTE " "
                              WSS-FormaEd
                              DELIMITED BY SIZE INTO WSS-ImpTexto
                       END-STRING
                       PERFORM ImprimirLinha
                   END-IF
                   READ PESSOAS-FILE NEXT RECORD
                       AT END SET WSS-NAO-HA-MAIS-REGISTROS TO TRUE
                   END-READ
               END-PERFORM
               CLOSE PESSOAS-FILE
           END-IF
           PERFORM FecharSecao.

       ProcurarMoradores.
           MOVE "MORADORES" TO WSS-ArquivoSecao
           MOVE "N" TO WSS-SecaoAberta
           MOVE "DOMICILIO PESSOA PARENTESCO ONDA"
                TO WSS-ImpColunas
           OPEN INPUT MORADORES-FILE
           IF WSS-FS-MORADORES = "00"
               MOVE "N" TO WSS-fim-arquivo
               READ MORADORES-FILE
                   AT END SET WSS-NAO-HA-MAIS-REGISTROS TO TRUE
               END-READ
               PERFORM UNTIL WSS-NAO-HA-MAIS-REGISTROS
                   MOVE "PESSOAS" TO WSS-ProcArquivo
                   MOVE SPACES TO WSS-ProcChave
                   MOVE MOR-PES-CODIGO TO WSS-ProcChave (1:4)
                   PERFORM ProcurarAchado
                   IF WSS-AchouAchado = "S"
                       MOVE "DOMICILIOS" TO WSS-ProcArquivo
                       MOVE SPACES TO WSS-ProcChave
                       MOVE MOR-DOM-ID TO WSS-ProcChave (1:5)
                       PERFORM GuardarVinculo
                       PERFORM AbrirSecao
                       MOVE SPACES TO WSS-ImpTexto
                       STRING MOR-DOM-ID "     " MOR-PES-CODIGO
                              "   " MOR-PARENTESCO "          "
                              MOR-ONDA
                              DELIMITED BY SIZE INTO WSS-ImpTexto
                       END-STRING
                       PERFORM ImprimirLinha
                   END-IF
                   READ MORADORES-FILE
                       AT END SET WSS-NAO-HA-MAIS-REGISTROS TO TRUE
                   END-READ
               END-PERFORM
               CLOSE MORADORES-FILE
           END-IF
           PERFORM FecharSecao.

       ProcurarDomicilios.
           MOVE "DOMICILIOS" TO WSS-ArquivoSecao
           MOVE "N" TO WSS-SecaoAberta
           MOVE "DOMICILIO IDADE SALARIO DEPEND PESO ONDA ENTREVISTA"
                TO WSS-ImpColunas
           OPEN INPUT DOMICILIOS-FILE
           IF WSS-FS-DOMICILIOS = "00"
               MOVE "N" TO WSS-fim-arquivo
               READ DOMICILIOS-FILE
                   AT END SET WSS-NAO-HA-MAIS-REGISTROS TO TRUE
               END-READ
               PERFORM UNTIL WSS-NAO-HA-MAIS-REGISTROS
                   MOVE "DOMICILIOS" TO WSS-ProcArquivo
                   MOVE SPACES TO WSS-ProcChave
                   MOVE DOM-ID TO WSS-ProcChave (1:5)
                   PERFORM ProcurarVinculo
                   IF WSS-AchouVinculo = "S"
                       PERFORM AbrirSecao
                       MOVE DOM-SALARIO TO WSS-ValorEd
                       MOVE SPACES TO WSS-ImpTexto
                       STRING DOM-ID "     " DOM-IDADE " "
                              WSS-ValorEd " " DOM-DEPENDENTES
                              "     " DOM-PESO " " DOM-ONDA "   "
                              DOM-DATAENTREV
                              DELIMITED BY SIZE INTO WSS-ImpTexto
                       END-STRING
                       PERFORM ImprimirLinha
                   END-IF
                   READ DOMICILIOS-FILE
                       AT END SET WSS-NAO-HA-MAIS-REGISTROS TO TRUE
                   END-READ
               END-PERFORM
               CLOSE DOMICILIOS-FILE
           END-IF
           PERFORM FecharSecao.

      * Funcionario ativo, ou desligado no ano, tem folha do ano
      * corrente e fica sob guarda.
       ProcurarFuncionarios.
           MOVE "FUNCIONARIOS" TO WSS-ArquivoSecao
           MOVE "N" TO WSS-SecaoAberta
           MOVE "MATR. NOME                           DOCUMENTO SIT"
                TO WSS-ImpColunas
           OPEN INPUT FUNCIONARIOS-FILE
           IF WSS-FS-FUNCIONARIOS NOT = "00"
               DISPLAY "FUNCIONARIOS: arquivo indisponivel. Status: "
                       WSS-FS-FUNCIONARIOS
           ELSE
               MOVE "N" TO WSS-fim-arquivo
               READ FUNCIONARIOS-FILE NEXT RECORD
                   AT END SET WSS-NAO-HA-MAIS-REGISTROS TO TRUE
               END-READ
               PERFORM UNTIL WSS-NAO-HA-MAIS-REGISTROS
                   MOVE FUN-DOCUMENTO TO WSS-DocLido
                   PERFORM NormalizarLido
                   MOVE FUNCTION UPPER-CASE (FUN-NOME)
                        TO WSS-NomeLido
                   PERFORM ClassificarRegistro
                   IF WSS-Forma NOT = SPACE
                       IF WSS-Forma = "D"
                           PERFORM CompletarTitular
                       END-IF
                       MOVE "FUNCIONARIOS" TO WSS-ProcArquivo
                       MOVE SPACES TO WSS-ProcChave
                       MOVE FUN-MATRICULA TO WSS-ProcChave (1:5)
                       PERFORM GuardarAchado
                       IF FUN-ATIVO
                           MOVE "FUNCIONARIO ATIVO - FOLHA DO ANO"
                                TO ach-retencao (WSS-QtdAchados)
                       ELSE
                           IF FUN-DESLIGDATA (1:4) =
                              WSS-DataHoje (1:4)
                               MOVE "FOLHA DO ANO CORRENTE"
                                    TO ach-retencao (WSS-QtdAchados)
                           END-IF
                       END-IF
                       PERFORM AbrirSecao
                       PERFORM DescreverForma
                       MOVE FUN-SALARIO TO WSS-ValorEd
                       MOVE SPACES TO WSS-ImpTexto
                       STRING FUN-MATRICULA " " FUN-NOME " "
                              FUN-DOCUMENTO "   " FUN-SITUACAO
                              " " FUN-DESLIGDATA
                              DELIMITED BY SIZE INTO WSS-ImpTexto
                       END-STRING
                       PERFORM ImprimirLinha
                       MOVE SPACES TO WSS-ImpTexto
                       STRING "      ADMISSAO " FUN-ADMISSAO
                              " SALARIO " WSS-ValorEd
                              " BANCO " FUN-BANCO "/" FUN-AGENCIA
                              "/" FUN-CONTABANCO
                              DELIMITED BY SIZE INTO WSS-ImpTexto
                       END-STRING
                       PERFORM ImprimirLinha
                       MOVE SPACES TO WSS-ImpTexto
                       STRING "      " WSS-FormaEd
                              DELIMITED BY SIZE INTO WSS-ImpTexto
                       END-STRING
                       PERFORM ImprimirLinha
                   END-IF
                   READ FUNCIONARIOS-FILE NEXT RECORD
                       AT END SET WSS-NAO-HA-MAIS-REGISTROS TO TRUE
                   END-READ
               END-PERFORM
               CLOSE FUNCIONARIOS-FILE
           END-IF
           PERFORM FecharSecao.

       ProcurarClientes.
           MOVE "CLIENTES" TO WSS-ArquivoSecao
           MOVE "N" TO WSS-SecaoAberta
           MOVE "CONTA  NOME                           DOCUMENTO"
                TO WSS-ImpColunas
           OPEN INPUT CLIENTES-FILE
           IF WSS-FS-CLIENTES NOT = "00"
               DISPLAY "CLIENTES: arquivo indisponivel. Status: "
                       WSS-FS-CLIENTES
           ELSE
               MOVE "N" TO WSS-fim-arquivo
               READ CLIENTES-FILE NEXT RECORD
                   AT END SET WSS-NAO-HA-MAIS-REGISTROS TO TRUE
               END-READ
               PERFORM UNTIL WSS-NAO-HA-MAIS-REGISTROS
                   MOVE CLI-DOCUMENTO TO WSS-DocLido
                   PERFORM NormalizarLido
                   MOVE FUNCTION UPPER-CASE (CLI-NOME)
                        TO WSS-NomeLido
                   PERFORM ClassificarRegistro
                   MOVE "CLIENTES" TO WSS-ProcArquivo
                   MOVE SPACES TO WSS-ProcChave
                   MOVE CLI-CODIGO TO WSS-ProcChave (1:6)
                   IF WSS-Forma = SPACE OR WSS-Forma = "S"
                       PERFORM ProcurarVinculo
                       IF WSS-AchouVinculo = "S"
                           MOVE "V" TO WSS-Forma
                       END-IF
                   END-IF
                   IF WSS-Forma NOT = SPACE
                       IF WSS-Forma = "D"
                           PERFORM CompletarTitular
                       END-IF
                       PERFORM GuardarAchado
                       IF CLI-SALDO NOT = ZEROS
                           MOVE "CONTA COM SALDO"
                                TO ach-retencao (WSS-QtdAchados)
                       END-IF
                       PERFORM AbrirSecao
                       PERFORM DescreverForma
                       MOVE CLI-SALDO TO WSS-ValorEd
                       MOVE SPACES TO WSS-ImpTexto
                       STRING CLI-CODIGO " " CLI-NOME " "
                              CLI-DOCUMENTO " " CLI-ABERTURA " "
                              CLI-SITUACAO
                              DELIMITED BY SIZE INTO WSS-ImpTexto
                       END-STRING
                       PERFORM ImprimirLinha
                       MOVE SPACES TO WSS-ImpTexto
                       STRING "       TIPO " CLI-TIPOCONTA
                              " SALDO " WSS-ValorEd " " WSS-FormaEd
                              DELIMITED BY SIZE INTO WSS-ImpTexto
                       END-STRING
                       PERFORM ImprimirLinha
                   END-IF
                   READ CLIENTES-FILE NEXT RECORD
                       AT END SET WSS-NAO-HA-MAIS-REGISTROS TO TRUE
                   END-READ
               END-PERFORM
               CLOSE CLIENTES-FILE
           END-IF
           PERFORM FecharSecao.

       ProcurarClientesLoja.
           MOVE "CLIENTESLJ" TO WSS-ArquivoSecao
           MOVE "N" TO WSS-SecaoAberta
           MOVE "CLIENTE NOME                          DOCUMENTO"
                TO WSS-ImpColunas
           OPEN INPUT CLILOJA-FILE
           IF WSS-FS-CLILOJA NOT = "00"
               DISPLAY "CLIENTESLJ: arquivo indisponivel. Status: "
                       WSS-FS-CLILOJA
           ELSE
               MOVE "N" TO WSS-fim-arquivo
               READ CLILOJA-FILE NEXT RECORD
                   AT END SET WSS-NAO-HA-MAIS-REGISTROS TO TRUE
               END-READ
               PERFORM UNTIL WSS-NAO-HA-MAIS-REGISTROS
                   MOVE CLJ-DOCUMENTO TO WSS-DocLido
                   PERFORM NormalizarLido
                   MOVE FUNCTION UPPER-CASE (CLJ-NOME)
                        TO WSS-NomeLido
                   PERFORM ClassificarRegistro
                   IF WSS-Forma NOT = SPACE
                       IF WSS-Forma = "D"
                           PERFORM CompletarTitular
                       END-IF
                       MOVE "CLIENTESLJ" TO WSS-ProcArquivo
                       MOVE SPACES TO WSS-ProcChave
                       MOVE CLJ-CODIGO TO WSS-ProcChave (1:5)
                       PERFORM GuardarAchado
                       PERFORM AbrirSecao
                       PERFORM DescreverForma
                       MOVE CLJ-LIMITE TO WSS-ValorEd
                       MOVE SPACES TO WSS-ImpTexto
                       STRING CLJ-CODIGO "   " CLJ-NOME " "
                              CLJ-DOCUMENTO " " WSS-ValorEd " "
                              CLJ-SITUACAO
                              DELIMITED BY SIZE INTO WSS-ImpTexto
                       END-STRING
                       PERFORM ImprimirLinha
                       MOVE SPACES TO WSS-ImpTexto
                       STRING "        " WSS-FormaEd
                              DELIMITED BY SIZE INTO WSS-ImpTexto
                       END-STRING
                       PERFORM ImprimirLinha
                   END-IF
                   READ CLILOJA-FILE NEXT RECORD
                       AT END SET WSS-NAO-HA-MAIS-REGISTROS TO TRUE
                   END-READ
               END-PERFORM
               CLOSE CLILOJA-FILE
           END-IF
           PERFORM FecharSecao.

      * ELEITORES so guarda o nome (20 posicoes).
       ProcurarEleitores.
           MOVE "ELEITORES" TO WSS-ArquivoSecao
           MOVE "N" TO WSS-SecaoAberta
           MOVE "ELEICAO CODIGO NOME                 VOTOU ESTACAO"
                TO WSS-ImpColunas
           IF WSS-NomeProcurado NOT = SPACES
               OPEN INPUT ELEITORES-FILE
               IF WSS-FS-ELEITORES = "00"
                   MOVE "N" TO WSS-fim-arquivo
                   READ ELEITORES-FILE
                       AT END SET WSS-NAO-HA-MAIS-REGISTROS TO TRUE
                   END-READ
                   PERFORM UNTIL WSS-NAO-HA-MAIS-REGISTROS
                       MOVE SPACES TO WSS-NomeLido
                       MOVE FUNCTION UPPER-CASE (ELT-NOME)
                            TO WSS-NomeLido (1:20)
                       IF WSS-NomeLido (1:20) =
                          WSS-NomeProcurado (1:20)
                           MOVE "S" TO WSS-Forma
                           MOVE "ELEITORES" TO WSS-ProcArquivo
                           MOVE SPACES TO WSS-ProcChave
                           MOVE ELT-ELEICAO TO WSS-ProcChave (1:2)
                           MOVE ELT-CODIGO TO WSS-ProcChave (3:5)
                           PERFORM GuardarAchado
                           PERFORM AbrirSecao
                           PERFORM DescreverForma
                           MOVE SPACES TO WSS-ImpTexto
                           STRING ELT-ELEICAO "      " ELT-CODIGO
                                  "  " ELT-NOME " " ELT-VOTOU
                                  "     " ELT-ESTACAO "       "
                                  WSS-FormaEd
                                  DELIMITED BY SIZE INTO WSS-ImpTexto
                           END-STRING
                           PERFORM ImprimirLinha
                       END-IF
                       READ ELEITORES-FILE
                           AT END SET WSS-NAO-HA-MAIS-REGISTROS
                                      TO TRUE
                       END-READ
                   END-PERFORM
                   CLOSE ELEITORES-FILE
               END-IF
           END-IF
           PERFORM FecharSecao.

      * Parcela em aberto segura a conta do cliente e, no
      * consignado, o funcionario.
       ConferirEmprestimos.
           OPEN INPUT EMPREST-FILE
           IF WSS-FS-EMPREST = "00"
               MOVE "N" TO WSS-fim-arquivo
               READ EMPREST-FILE
                   AT END SET WSS-NAO-HA-MAIS-REGISTROS TO TRUE
               END-READ
               PERFORM UNTIL WSS-NAO-HA-MAIS-REGISTROS
                   IF EMP-ABERTA
                       MOVE "CLIENTES" TO WSS-ProcArquivo
                       MOVE SPACES TO WSS-ProcChave
                       MOVE EMP-CONTA TO WSS-ProcChave (1:6)
                       PERFORM ProcurarAchado
                       IF WSS-AchouAchado = "S"
                           MOVE "EMPRESTIMO EM ABERTO"
                                TO ach-retencao (WSS-IndAch)
                       END-IF
                       IF EMP-MATRICULA NOT = ZEROS
                           MOVE "FUNCIONARIOS" TO WSS-ProcArquivo
                           MOVE SPACES TO WSS-ProcChave
                           MOVE EMP-MATRICULA TO WSS-ProcChave (1:5)
                           PERFORM ProcurarAchado
                           IF WSS-AchouAchado = "S"
                               MOVE "EMPRESTIMO CONSIGNADO EM ABERTO"
                                    TO ach-retencao (WSS-IndAch)
                           END-IF
                       END-IF
                   END-IF
                   READ EMPREST-FILE
                       AT END SET WSS-NAO-HA-MAIS-REGISTROS TO TRUE
                   END-READ
               END-PERFORM
               CLOSE EMPREST-FILE
           END-IF.

       ConferirContasReceber.
           OPEN INPUT CONTASREC-FILE
           IF WSS-FS-CONTASREC = "00"
               MOVE "N" TO WSS-fim-arquivo
               READ CONTASREC-FILE
                   AT END SET WSS-NAO-HA-MAIS-REGISTROS TO TRUE
               END-READ
               PERFORM UNTIL WSS-NAO-HA-MAIS-REGISTROS
                   IF REC-ABERTO
                       MOVE "CLIENTESLJ" TO WSS-ProcArquivo
                       MOVE SPACES TO WSS-ProcChave
                       MOVE REC-CLIENTE TO WSS-ProcChave (1:5)
                       PERFORM ProcurarAchado
                       IF WSS-AchouAchado = "S"
                           MOVE "CREDITO DA LOJA EM ABERTO"
                                TO ach-retencao (WSS-IndAch)
                       END-IF
                   END-IF
                   READ CONTASREC-FILE
                       AT END SET WSS-NAO-HA-MAIS-REGISTROS TO TRUE
                   END-READ
               END-PERFORM
               CLOSE CONTASREC-FILE
           END-IF.

      * Diario de alteracoes dos cadastros achados.
       ProcurarMudancas.
           MOVE "MUDANCAS" TO WSS-ArquivoSecao
           MOVE "N" TO WSS-SecaoAberta
           MOVE "DATA     ARQUIVO      CHAVE      CAMPO        ANTIGO"
                TO WSS-ImpColunas
           OPEN INPUT MUDANCAS-FILE
           IF WSS-FS-MUDANCAS = "00"
               MOVE "N" TO WSS-fim-arquivo
               READ MUDANCAS-FILE
                   AT END SET WSS-NAO-HA-MAIS-REGISTROS TO TRUE
               END-READ
               PERFORM UNTIL WSS-NAO-HA-MAIS-REGISTROS
                   MOVE MUD-ARQUIVO TO WSS-ProcArquivo
                   MOVE MUD-CHAVE TO WSS-ProcChave
                   PERFORM ProcurarAchado
                   IF WSS-AchouAchado = "S"
                       PERFORM AbrirSecao
                       MOVE SPACES TO WSS-ImpTexto
                       STRING MUD-DATA " " MUD-ARQUIVO " " MUD-CHAVE
                              " " MUD-CAMPO " " MUD-ANTIGO (1:20)
                              DELIMITED BY SIZE INTO WSS-ImpTexto
                       END-STRING
                       PERFORM ImprimirLinha
                       MOVE SPACES TO WSS-ImpTexto
                       STRING "                                   "
                              "          -> " MUD-NOVO
                              DELIMITED BY SIZE INTO WSS-ImpTexto
                       END-STRING
                       PERFORM ImprimirLinha
                   END-IF
                   READ MUDANCAS-FILE
                       AT END SET WSS-NAO-HA-MAIS-REGISTROS TO TRUE
                   END-READ
               END-PERFORM
               CLOSE MUDANCAS-FILE
           END-IF
           PERFORM FecharSecao.

      * Trilha do investimento: linhas "CLIENTE: nnnnnn ..." das
      * contas achadas (so codigos e valores).
       ProcurarAuditoria.
           MOVE "AUDITORIA44" TO WSS-ArquivoSecao
           MOVE "N" TO WSS-SecaoAberta
           MOVE "LANCAMENTO DE AUDITORIA" TO WSS-ImpColunas
           OPEN INPUT AUDITORIA-FILE
           IF WSS-FS-AUDITORIA = "00"
               MOVE "N" TO WSS-fim-arquivo
               READ AUDITORIA-FILE
                   AT END SET WSS-NAO-HA-MAIS-REGISTROS TO TRUE
               END-READ
               PERFORM UNTIL WSS-NAO-HA-MAIS-REGISTROS
                   IF WSS-REG-AUDITORIA (1:9) = "CLIENTE: "
                       MOVE "CLIENTES" TO WSS-ProcArquivo
                       MOVE SPACES TO WSS-ProcChave
                       MOVE WSS-REG-AUDITORIA (10:6)
                            TO WSS-ProcChave (1:6)
                       PERFORM ProcurarAchado
                       IF WSS-AchouAchado = "S"
                           PERFORM AbrirSecao
                           MOVE WSS-REG-AUDITORIA (1:80)
                                TO WSS-ImpTexto
                           PERFORM ImprimirLinha
                       END-IF
                   END-IF
                   READ AUDITORIA-FILE
                       AT END SET WSS-NAO-HA-MAIS-REGISTROS TO TRUE
                   END-READ
               END-PERFORM
               CLOSE AUDITORIA-FILE
           END-IF
           PERFORM FecharSecao.

      * Resumo para o pedido de eliminacao: cada cadastro achado
      * e se esta sob guarda legal.
       EmitirSituacao.
           IF WSS-QtdAchados > ZEROS
               MOVE "SITUACAO PARA ELIMINACAO" TO WSS-ArquivoSecao
               MOVE "N" TO WSS-SecaoAberta
               MOVE "ARQUIVO      CHAVE      FORMA" TO WSS-ImpColunas
               MOVE "GUARDA LEGAL" TO WSS-ImpColunas (44:12)
               PERFORM AbrirSecao
               PERFORM VARYING WSS-IndAch FROM 1 BY 1
                       UNTIL WSS-IndAch > WSS-QtdAchados
                   MOVE ach-forma (WSS-IndAch) TO WSS-Forma
                   PERFORM DescreverForma
                   MOVE SPACES TO WSS-ImpTexto
                   STRING ach-arquivo (WSS-IndAch) " "
                          ach-chave (WSS-IndAch) " " WSS-FormaEd " "
                          ach-retencao (WSS-IndAch)
                          DELIMITED BY SIZE INTO WSS-ImpTexto
                   END-STRING
                   IF ach-retencao (WSS-IndAch) = SPACES
                       MOVE "PODE SER ANONIMIZADO"
                            TO WSS-ImpTexto (44:36)
                   END-IF
                   PERFORM ImprimirLinha
               END-PERFORM
               PERFORM FecharSecao
           END-IF.

      *----------------------------------------------------------
      * Eliminacao aprovada: anonimiza o que nao esta sob guarda
      *----------------------------------------------------------
       EliminarDados.
           CALL "OPERAUTH" USING WSS-Operador WSS-AutPrograma
                WSS-AutFuncao WSS-AutAutorizado
           IF WSS-AutAutorizado NOT = "S"
               DISPLAY "Operador sem a funcao LG. Nada anonimizado."
           ELSE
               DISPLAY "Numero do protocolo do pedido aprovado: "
               ACCEPT WSS-Protocolo
               IF WSS-Protocolo = SPACES
                   DISPLAY "Sem protocolo. Nada anonimizado."
               ELSE
                   MOVE SPACES TO WSS-JrnNovo
                   STRING "PROTOCOLO " WSS-Protocolo
                          DELIMITED BY SIZE INTO WSS-JrnNovo
                   END-STRING
                   PERFORM ConfirmarAchados
                   PERFORM AnonimizarPessoas
                   PERFORM AnonimizarFuncionarios
                   PERFORM AnonimizarClientes
                   PERFORM AnonimizarClientesLoja
                   PERFORM AnonimizarEleitores
                   PERFORM AnonimizarMudancas
                   PERFORM EmitirEliminacao
                   DISPLAY "Anonimizados: " WSS-QtdAnonimizados
                           "  Recusados por guarda legal: "
                           WSS-QtdRecusados
               END-IF
           END-IF.

      * Marca com A o que sera anonimizado; guarda legal fica R;
      * achado so pelo nome depende de confirmacao. MORADORES,
      * DOMICILIOS e AUDITORIA44 nao tem campo pessoal.
       ConfirmarAchados.
           PERFORM VARYING WSS-IndAch FROM 1 BY 1
                   UNTIL WSS-IndAch > WSS-QtdAchados
               IF ach-retencao (WSS-IndAch) NOT = SPACES
                   MOVE "R" TO ach-resultado (WSS-IndAch)
                   ADD 1 TO WSS-QtdRecusados
                   DISPLAY ach-arquivo (WSS-IndAch) " "
                           ach-chave (WSS-IndAch) " recusado: "
                           ach-retencao (WSS-IndAch)
               ELSE
                   IF ach-forma (WSS-IndAch) = "S"
                       DISPLAY ach-arquivo (WSS-IndAch) " "
                               ach-chave (WSS-IndAch) " "
                               ach-nome (WSS-IndAch)
                       DISPLAY "Achado so pelo nome. E o titular? "
                               "(S/N): "
                       ACCEPT WSS-Confirma
                       IF WSS-Confirma = "S" OR WSS-Confirma = "s"
                           MOVE "A" TO ach-resultado (WSS-IndAch)
                       END-IF
                   ELSE
                       MOVE "A" TO ach-resultado (WSS-IndAch)
                   END-IF
               END-IF
           END-PERFORM.

       JornalizarAnonimizacao.
           MOVE ach-arquivo (WSS-IndAch) TO WSS-JrnArquivo
           MOVE ach-chave (WSS-IndAch) TO WSS-JrnChave
           CALL "GRAVAJRN" USING WSS-JrnArquivo WSS-JrnChave
                WSS-JrnCampo WSS-JrnAntigo WSS-JrnNovo WSS-Operador
           ADD 1 TO WSS-QtdAnonimizados.

      * Idade, medidas e codigo do cliente ficam para a
      * estatistica.
       AnonimizarPessoas.
           OPEN I-O PESSOAS-FILE
           IF WSS-FS-PESSOAS = "00"
               PERFORM VARYING WSS-IndAch FROM 1 BY 1
                       UNTIL WSS-IndAch > WSS-QtdAchados
                   IF ach-arquivo (WSS-IndAch) = "PESSOAS"
                      AND ach-resultado (WSS-IndAch) = "A"
                       MOVE ach-chave (WSS-IndAch) (1:4)
                            TO PES-CODIGO
                       READ PESSOAS-FILE
                           INVALID KEY
                               MOVE "M" TO ach-resultado (WSS-IndAch)
                           NOT INVALID KEY
                               MOVE "ANONIMIZADO" TO PES-NOME
                               MOVE SPACES TO PES-DOCUMENTO
                               MOVE ZEROS TO PES-DATANASC
                               MOVE SPACES TO PES-CIDADE
                               REWRITE PESSOA-REG
                                   INVALID KEY
                                       MOVE "M" TO
                                            ach-resultado (WSS-IndAch)
                                   NOT INVALID KEY
                                       PERFORM JornalizarAnonimizacao
                               END-REWRITE
                       END-READ
                   END-IF
               END-PERFORM
               CLOSE PESSOAS-FILE
           END-IF.

       AnonimizarFuncionarios.
           OPEN I-O FUNCIONARIOS-FILE
           IF WSS-FS-FUNCIONARIOS = "00"
               PERFORM VARYING WSS-IndAch FROM 1 BY 1
                       UNTIL WSS-IndAch > WSS-QtdAchados
                   IF ach-arquivo (WSS-IndAch) = "FUNCIONARIOS"
                      AND ach-resultado (WSS-IndAch) = "A"
                       MOVE ach-chave (WSS-IndAch) (1:5)
                            TO FUN-MATRICULA
                       READ FUNCIONARIOS-FILE
                           INVALID KEY
                               MOVE "M" TO ach-resultado (WSS-IndAch)
                           NOT INVALID KEY
                               MOVE "ANONIMIZADO" TO FUN-NOME
                               MOVE SPACES TO FUN-DOCUMENTO
                               MOVE ZEROS TO FUN-BANCO
                               MOVE ZEROS TO FUN-AGENCIA
                               MOVE ZEROS TO FUN-CONTABANCO
                               REWRITE FUNCIONARIO-REG
                                   INVALID KEY
                                       MOVE "M" TO
                                            ach-resultado (WSS-IndAch)
                                   NOT INVALID KEY
                                       PERFORM JornalizarAnonimizacao
                               END-REWRITE
                       END-READ
                   END-IF
               END-PERFORM
               CLOSE FUNCIONARIOS-FILE
           END-IF.

       AnonimizarClientes.
           OPEN I-O CLIENTES-FILE
           IF WSS-FS-CLIENTES = "00"
               PERFORM VARYING WSS-IndAch FROM 1 BY 1
                       UNTIL WSS-IndAch > WSS-QtdAchados
                   IF ach-arquivo (WSS-IndAch) = "CLIENTES"
                      AND ach-resultado (WSS-IndAch) = "A"
                       MOVE ach-chave (WSS-IndAch) (1:6)
                            TO CLI-CODIGO
                       READ CLIENTES-FILE
                           INVALID KEY
                               MOVE "M" TO ach-resultado (WSS-IndAch)
                           NOT INVALID KEY
                               MOVE "ANONIMIZADO" TO CLI-NOME
                               MOVE SPACES TO CLI-DOCUMENTO
                               REWRITE CLIENTE-REG
                                   INVALID KEY
                                       MOVE "M" TO
                                            ach-resultado (WSS-IndAch)
                                   NOT INVALID KEY
                                       PERFORM JornalizarAnonimizacao
                               END-REWRITE
                       END-READ
                   END-IF
               END-PERFORM
               CLOSE CLIENTES-FILE
           END-IF.

       AnonimizarClientesLoja.
           OPEN I-O CLILOJA-FILE
           IF WSS-FS-CLILOJA = "00"
               PERFORM VARYING WSS-IndAch FROM 1 BY 1
                       UNTIL WSS-IndAch > WSS-QtdAchados
                   IF ach-arquivo (WSS-IndAch) = "CLIENTESLJ"
                      AND ach-resultado (WSS-IndAch) = "A"
                       MOVE ach-chave (WSS-IndAch) (1:5)
                            TO CLJ-CODIGO
                       READ CLILOJA-FILE
                           INVALID KEY
                               MOVE "M" TO ach-resultado (WSS-IndAch)
                           NOT INVALID KEY
                               MOVE "ANONIMIZADO" TO CLJ-NOME
                               MOVE SPACES TO CLJ-DOCUMENTO
                               REWRITE CLILOJA-REG
                                   INVALID KEY
                                       MOVE "M" TO
                                            ach-resultado (WSS-IndAch)
                                   NOT INVALID KEY
                                       PERFORM JornalizarAnonimizacao
                               END-REWRITE
                       END-READ
                   END-IF
               END-PERFORM
               CLOSE CLILOJA-FILE
           END-IF.

      * Sequencial: sai inteiro em ELEITORESNOVO, com o nome do
      * titular trocado, para substituir o ELEITORES.
       AnonimizarEleitores.
           MOVE ZEROS TO WSS-QtdTrocados
           OPEN INPUT ELEITORES-FILE
           IF WSS-FS-ELEITORES = "00"
               OPEN OUTPUT ELENOVO-FILE
               MOVE "N" TO WSS-fim-arquivo
               READ ELEITORES-FILE
                   AT END SET WSS-NAO-HA-MAIS-REGISTROS TO TRUE
               END-READ
               PERFORM UNTIL WSS-NAO-HA-MAIS-REGISTROS
                   MOVE "ELEITORES" TO WSS-ProcArquivo
                   MOVE SPACES TO WSS-ProcChave
                   MOVE ELT-ELEICAO TO WSS-ProcChave (1:2)
                   MOVE ELT-CODIGO TO WSS-ProcChave (3:5)
                   PERFORM ProcurarAchado
                   IF WSS-AchouAchado = "S"
                       IF ach-resultado (WSS-IndAch) = "A"
                           MOVE "ANONIMIZADO" TO ELT-NOME
                           ADD 1 TO WSS-QtdTrocados
                           PERFORM JornalizarAnonimizacao
                       END-IF
                   END-IF
                   MOVE ELEITOR-REG TO WSS-REG-ELENOVO
                   WRITE WSS-REG-ELENOVO
                   READ ELEITORES-FILE
                       AT END SET WSS-NAO-HA-MAIS-REGISTROS TO TRUE
                   END-READ
               END-PERFORM
               CLOSE ELEITORES-FILE
               CLOSE ELENOVO-FILE
               IF WSS-QtdTrocados > ZEROS
                   DISPLAY "Substitua o ELEITORES pelo ELEITORESNOVO."
               END-IF
           END-IF.

      * Diario: nos cadastros anonimizados, os valores antigos e
      * novos de nome, documento, nascimento, cidade e banco
      * tambem sao trocados; o resto do diario segue igual.
       AnonimizarMudancas.
           MOVE ZEROS TO WSS-QtdTrocados
           OPEN INPUT MUDANCAS-FILE
           IF WSS-FS-MUDANCAS = "00"
               OPEN OUTPUT MUDNOVO-FILE
               MOVE "N" TO WSS-fim-arquivo
               READ MUDANCAS-FILE
                   AT END SET WSS-NAO-HA-MAIS-REGISTROS TO TRUE
               END-READ
               PERFORM UNTIL WSS-NAO-HA-MAIS-REGISTROS
                   MOVE MUD-ARQUIVO TO WSS-ProcArquivo
                   MOVE MUD-CHAVE TO WSS-ProcChave
                   PERFORM ProcurarAchado
                   IF WSS-AchouAchado = "S"
                       IF ach-resultado (WSS-IndAch) = "A"
                           EVALUATE MUD-CAMPO
                               WHEN "NOME"
                               WHEN "DOCUMENTO"
                               WHEN "DATANASC"
                               WHEN "CIDADE"
                               WHEN "BANCO"
                                   MOVE "ANONIMIZADO" TO MUD-ANTIGO
                                   MOVE "ANONIMIZADO" TO MUD-NOVO
                                   ADD 1 TO WSS-QtdTrocados
                               WHEN OTHER
                                   CONTINUE
                           END-EVALUATE
                       END-IF
                   END-IF
                   MOVE MUDANCA-REG TO WSS-REG-MUDNOVO
                   WRITE WSS-REG-MUDNOVO
                   READ MUDANCAS-FILE
                       AT END SET WSS-NAO-HA-MAIS-REGISTROS TO TRUE
                   END-READ
               END-PERFORM
               CLOSE MUDANCAS-FILE
               CLOSE MUDNOVO-FILE
               DISPLAY "Linhas do diario trocadas: " WSS-QtdTrocados
                       ". Substitua o MUDANCAS pelo MUDANCASNOVO."
           END-IF.

       EmitirEliminacao.
           MOVE "A" TO WSS-ImpComando
           MOVE SPACES TO WSS-ImpTexto
           STRING "ELIMINACAO DE DADOS DO TITULAR - " WSS-JrnNovo
                  DELIMITED BY SIZE INTO WSS-ImpTexto
           END-STRING
           MOVE "ARQUIVO      CHAVE      RESULTADO"
                TO WSS-ImpColunas
           CALL "IMPRIME" USING WSS-ImpComando WSS-ImpTexto
                WSS-ImpColunas
           PERFORM VARYING WSS-IndAch FROM 1 BY 1
                   UNTIL WSS-IndAch > WSS-QtdAchados
               IF ach-arquivo (WSS-IndAch) = "PESSOAS"
                  OR ach-arquivo (WSS-IndAch) = "FUNCIONARIOS"
                  OR ach-arquivo (WSS-IndAch) = "CLIENTES"
                  OR ach-arquivo (WSS-IndAch) = "CLIENTESLJ"
                  OR ach-arquivo (WSS-IndAch) = "ELEITORES"
                   MOVE SPACES TO WSS-ImpTexto
                   STRING ach-arquivo (WSS-IndAch) " "
                          ach-chave (WSS-IndAch) " "
                          DELIMITED BY SIZE INTO WSS-ImpTexto
                   END-STRING
                   EVALUATE ach-resultado (WSS-IndAch)
                       WHEN "A"
                           MOVE "ANONIMIZADO" TO WSS-ImpTexto (25:56)
                       WHEN "R"
                           STRING "RECUSADO - "
                                  ach-retencao (WSS-IndAch)
                                  DELIMITED BY SIZE
                                  INTO WSS-ImpTexto (25:56)
                           END-STRING
                       WHEN OTHER
                           MOVE "MANTIDO (NAO CONFIRMADO)"
                                TO WSS-ImpTexto (25:56)
                   END-EVALUATE
                   PERFORM ImprimirLinha
               END-IF
           END-PERFORM
           MOVE "T" TO WSS-ImpComando
           MOVE SPACES TO WSS-ImpTexto
           STRING "OPERADOR " WSS-Operador
                  DELIMITED BY SIZE INTO WSS-ImpTexto
           END-STRING
           CALL "IMPRIME" USING WSS-ImpComando WSS-ImpTexto
                WSS-ImpColunas.
      *wrun32 util-titular
