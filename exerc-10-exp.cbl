       IDENTIFICATION DIVISION.
       PROGRAM-ID. Exerc-10-Exp.
       AUTHOR. JOAO_PAULO.

      * Arquivo de remessa ao orgao do censo (CENSOEXP), no
      * leiaute de largura fixa do orgao, no lugar da redigitacao
      * do relatorio exerc-10-dom: header (0) com o municipio do
      * cadastro CIDADES e o periodo da pesquisa, um registro de
      * domicilio (1) por DOMICILIOS com o peso amostral
      * DOM-PESO (sem peso vale 1,00, como no exerc-10-rel), um
      * registro de morador (2) por vinculo de MORADORES com
      * parentesco, sexo, nascimento e codigo da cidade do
      * PESSOAS em CIDADES, e trailer (9) com as quantidades e a
      * soma dos pesos. Domicilio sem morador vinculado, ou com
      * morador sem cadastro em PESSOAS ou sem data de
      * nascimento, fica retido inteiro na lista de rejeitados
      * CENSOREJ com o motivo, para completar a captura
      * (exerc-10-cap) e remeter depois. A remessa e de uma
      * onda da pesquisa (a ultima, por omissao), com os
      * moradores vinculados naquela onda.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DOMICILIOS-FILE ASSIGN TO "DOMICILIOS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WSS-FS-DOMICILIOS.
           SELECT MORADORES-FILE ASSIGN TO "MORADORES"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WSS-FS-MORADORES.
           SELECT PESSOAS-FILE ASSIGN TO "PESSOAS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PES-CODIGO
               FILE STATUS IS WSS-FS-PESSOAS.
           SELECT CIDADES-FILE ASSIGN TO "CIDADES"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WSS-FS-CIDADES.
           SELECT CENSOEXP-FILE ASSIGN TO "CENSOEXP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WSS-FS-CENSOEXP.
           SELECT CENSOREJ-FILE ASSIGN TO "CENSOREJ"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WSS-FS-CENSOREJ.

       DATA DIVISION.
       FILE SECTION.
       FD  DOMICILIOS-FILE.
           COPY "DOMICIL.CPY".

       FD  MORADORES-FILE.
           COPY "MORADOR.CPY".

       FD  PESSOAS-FILE.
           COPY "PESSOA.CPY".

       FD  CIDADES-FILE.
           COPY "CIDADE.CPY".

       FD  CENSOEXP-FILE.
       01  CENSOEXP-REG             PIC X(80).

       FD  CENSOREJ-FILE.
       01  CENSOREJ-REG             PIC X(80).

       WORKING-STORAGE SECTION.
       77  WSS-FS-DOMICILIOS    PIC X(02).
       77  WSS-FS-MORADORES     PIC X(02).
       77  WSS-FS-PESSOAS       PIC X(02).
       77  WSS-FS-CIDADES       PIC X(02).
       77  WSS-FS-CENSOEXP      PIC X(02).
       77  WSS-FS-CENSOREJ      PIC X(02).
       77  WSS-LogPrograma      PIC X(12) VALUE "EXERC-10-EXP".
       77  WSS-LogEvento        PIC X(01).
       77  WSS-LogLidos         PIC 9(7) VALUE ZEROS.
       77  WSS-LogGravados      PIC 9(7) VALUE ZEROS.
       77  WSS-LogRejeitados    PIC 9(7) VALUE ZEROS.
       77  WSS-LogRetorno       PIC X(02) VALUE "OK".
       77  WSS-TfsPrograma      PIC X(12) VALUE "exerc-10-exp".
       77  WSS-TfsArquivo       PIC X(12).
       77  WSS-TfsOperacao      PIC X(10).

       77  WSS-fim-domicilios   PIC X(01) VALUE "N".
           88 WSS-NAO-HA-MAIS-DOMICILIOS  VALUE "S".
       77  WSS-fim-arquivo      PIC X(01).
           88 WSS-NAO-HA-MAIS-REGISTROS  VALUE "S".
       77  WSS-DataHoje         PIC 9(8).
       77  WSS-Municipio        PIC 9(4).
       77  WSS-NomeMunicipio    PIC X(20).
       77  WSS-Periodo          PIC 9(6).
       77  WSS-Onda             PIC 9(2).
       77  WSS-UltimaOnda       PIC 9(2) VALUE ZEROS.
       77  WSS-OndaRegistro     PIC 9(2).
       77  WSS-PesoDomicilio    PIC 9(3)V99.
       77  WSS-CodigoCidade     PIC 9(4).
       77  WSS-Motivo           PIC X(40).
       77  WSS-QtdNoDomicilio   PIC 9(3).
       77  WSS-QtdDomicilios    PIC 9(6) VALUE ZEROS.
       77  WSS-QtdMoradores     PIC 9(6) VALUE ZEROS.
       77  WSS-QtdRegistros     PIC 9(7) VALUE ZEROS.
       77  WSS-QtdRetidos       PIC 9(5) VALUE ZEROS.
       77  WSS-QtdSemCidade     PIC 9(5) VALUE ZEROS.
       77  WSS-SomaPesos        PIC 9(7)V99 VALUE ZEROS.
       77  WSS-PesoEd           PIC zzzzzz9.99.

       77  WSS-IndMor           PIC 9(4).
       77  WSS-QtdMoradoresTab  PIC 9(4) VALUE ZEROS.
       01  TABELA-MORADORES.
           05  MORADOR-LIDO OCCURS 1000 TIMES.
               10  mor-tab-dom        PIC 9(5).
               10  mor-tab-pessoa     PIC 9(4).
               10  mor-tab-parent     PIC X(1).
               10  mor-tab-onda       PIC 9(2).

       77  WSS-IndCid           PIC 9(3).
       77  WSS-QtdCidades       PIC 9(3) VALUE ZEROS.
       01  TABELA-CIDADES.
           05  CIDADE-LIDA OCCURS 300 TIMES.
               10  cid-tab-codigo     PIC 9(4).
               10  cid-tab-nome       PIC X(20).

       01  WSS-CENSO-HEADER.
           05  FILLER              PIC X(01) VALUE "0".
           05  hdr-municipio       PIC 9(4).
           05  hdr-nome            PIC X(20).
           05  hdr-periodo         PIC 9(6).
           05  hdr-data            PIC 9(8).
           05  hdr-onda            PIC 9(2).
           05  FILLER              PIC X(39) VALUE SPACES.
       01  WSS-CENSO-DOMICILIO.
           05  FILLER              PIC X(01) VALUE "1".
           05  dom-exp-id          PIC 9(5).
           05  dom-exp-peso        PIC 9(3)V99.
           05  dom-exp-moradores   PIC 9(3).
           05  dom-exp-renda       PIC 9(5)V99.
           05  FILLER              PIC X(59) VALUE SPACES.
       01  WSS-CENSO-MORADOR.
           05  FILLER              PIC X(01) VALUE "2".
           05  mor-exp-dom         PIC 9(5).
           05  mor-exp-pessoa      PIC 9(4).
           05  mor-exp-parent      PIC X(01).
           05  mor-exp-sexo        PIC X(01).
           05  mor-exp-nasc        PIC 9(8).
           05  mor-exp-cidade      PIC 9(4).
           05  FILLER              PIC X(56) VALUE SPACES.
       01  WSS-CENSO-TRAILER.
           05  FILLER              PIC X(01) VALUE "9".
           05  trl-domicilios      PIC 9(6).
           05  trl-moradores       PIC 9(6).
           05  trl-registros       PIC 9(7).
           05  trl-soma-pesos      PIC 9(7)V99.
           05  FILLER              PIC X(51) VALUE SPACES.

       PROCEDURE DIVISION.
       Inicio.
           MOVE "I" TO WSS-LogEvento
           CALL "GRAVALOG" USING WSS-LogPrograma WSS-LogEvento
                WSS-LogLidos WSS-LogGravados WSS-LogRejeitados
                WSS-LogRetorno

           ACCEPT WSS-DataHoje FROM DATE YYYYMMDD
           PERFORM CarregarCidades
           PERFORM CarregarMoradores

           DISPLAY "Codigo do municipio em CIDADES: "
           ACCEPT WSS-Municipio
           PERFORM BuscarMunicipio
           IF WSS-NomeMunicipio = SPACES
               DISPLAY "Municipio " WSS-Municipio " nao cadastrado "
                       "em CIDADES. Remessa nao gerada."
               MOVE "ER" TO WSS-LogRetorno
               GO TO GravarFimLog
           END-IF
           DISPLAY "Periodo da pesquisa (AAAAMM, 0 = mes atual): "
           ACCEPT WSS-Periodo
           IF WSS-Periodo = ZEROS
               COMPUTE WSS-Periodo = WSS-DataHoje / 100
           END-IF

           OPEN INPUT PESSOAS-FILE
           MOVE "PESSOAS" TO WSS-TfsArquivo
           MOVE "OPEN INPUT" TO WSS-TfsOperacao
           CALL "TRATAFS" USING WSS-TfsPrograma
                WSS-TfsArquivo WSS-TfsOperacao WSS-FS-PESSOAS
           IF WSS-FS-PESSOAS NOT = "00"
               MOVE "ER" TO WSS-LogRetorno
               GO TO GravarFimLog
           END-IF

           OPEN INPUT DOMICILIOS-FILE
           IF WSS-FS-DOMICILIOS = "35"
               DISPLAY "Arquivo DOMICILIOS nao encontrado."
               CLOSE PESSOAS-FILE
               MOVE "ER" TO WSS-LogRetorno
               GO TO GravarFimLog
           END-IF
           PERFORM LevantarUltimaOnda
           CLOSE DOMICILIOS-FILE
           DISPLAY "Onda da pesquisa (0 = ultima, " WSS-UltimaOnda
                   "): "
           ACCEPT WSS-Onda
           IF WSS-Onda = ZEROS
               MOVE WSS-UltimaOnda TO WSS-Onda
           END-IF
           OPEN INPUT DOMICILIOS-FILE
           MOVE "N" TO WSS-fim-domicilios

           OPEN OUTPUT CENSOEXP-FILE
           MOVE "CENSOEXP" TO WSS-TfsArquivo
           MOVE "OPEN OUTPUT" TO WSS-TfsOperacao
           CALL "TRATAFS" USING WSS-TfsPrograma
                WSS-TfsArquivo WSS-TfsOperacao WSS-FS-CENSOEXP
           OPEN OUTPUT CENSOREJ-FILE
           MOVE "CENSOREJ" TO WSS-TfsArquivo
           CALL "TRATAFS" USING WSS-TfsPrograma
                WSS-TfsArquivo WSS-TfsOperacao WSS-FS-CENSOREJ

           MOVE WSS-Municipio TO hdr-municipio
           MOVE WSS-NomeMunicipio TO hdr-nome
           MOVE WSS-Periodo TO hdr-periodo
           MOVE WSS-DataHoje TO hdr-data
           MOVE WSS-Onda TO hdr-onda
           WRITE CENSOEXP-REG FROM WSS-CENSO-HEADER
           ADD 1 TO WSS-QtdRegistros

           DISPLAY "------ REMESSA DO CENSO " WSS-Periodo " ------"
           READ DOMICILIOS-FILE
               AT END SET WSS-NAO-HA-MAIS-DOMICILIOS TO TRUE
           END-READ
           PERFORM UNTIL WSS-NAO-HA-MAIS-DOMICILIOS
               PERFORM ApurarOnda
               IF WSS-OndaRegistro = WSS-Onda
                   ADD 1 TO WSS-LogLidos
                   PERFORM ExportarDomicilio
                      THRU ExportarDomicilio-Fim
               END-IF
               READ DOMICILIOS-FILE
                   AT END SET WSS-NAO-HA-MAIS-DOMICILIOS TO TRUE
               END-READ
           END-PERFORM

           ADD 1 TO WSS-QtdRegistros
           MOVE WSS-QtdDomicilios TO trl-domicilios
           MOVE WSS-QtdMoradores TO trl-moradores
           MOVE WSS-QtdRegistros TO trl-registros
           MOVE WSS-SomaPesos TO trl-soma-pesos
           WRITE CENSOEXP-REG FROM WSS-CENSO-TRAILER

           CLOSE DOMICILIOS-FILE
           CLOSE PESSOAS-FILE
           CLOSE CENSOEXP-FILE
           CLOSE CENSOREJ-FILE

           MOVE WSS-SomaPesos TO WSS-PesoEd
           DISPLAY "Domicilios lidos........: " WSS-LogLidos
           DISPLAY "Domicilios remetidos....: " WSS-QtdDomicilios
           DISPLAY "Moradores remetidos.....: " WSS-QtdMoradores
           DISPLAY "Registros em CENSOEXP...: " WSS-QtdRegistros
           DISPLAY "Soma dos pesos..........: " WSS-PesoEd
           DISPLAY "Domicilios retidos......: " WSS-QtdRetidos
           DISPLAY "Moradores sem cod.cidade: " WSS-QtdSemCidade
           IF WSS-QtdRetidos > ZEROS
               DISPLAY "Retidos listados em CENSOREJ: complete a "
                       "captura pelo exerc-10-cap e gere de novo."
           END-IF

           MOVE WSS-QtdDomicilios TO WSS-LogGravados
           MOVE WSS-QtdRetidos TO WSS-LogRejeitados.

       GravarFimLog.
           MOVE "F" TO WSS-LogEvento
           CALL "GRAVALOG" USING WSS-LogPrograma WSS-LogEvento
                WSS-LogLidos WSS-LogGravados WSS-LogRejeitados
                WSS-LogRetorno.

       Encerramento.
           DISPLAY SPACE
           display "Obrigado volte sempre!!! "
           DISPLAY SPACE

           ACCEPT OMITTED.
           EXIT PROGRAM.
           STOP RUN.

      * O domicilio so sai completo: primeiro confere todos os
      * moradores, depois grava o domicilio e os moradores.
       ExportarDomicilio.
           MOVE ZEROS TO WSS-QtdNoDomicilio
           MOVE SPACES TO WSS-Motivo
           PERFORM VARYING WSS-IndMor FROM 1 BY 1
                   UNTIL WSS-IndMor > WSS-QtdMoradoresTab
               IF mor-tab-dom (WSS-IndMor) = DOM-ID
                  AND mor-tab-onda (WSS-IndMor) = WSS-Onda
                   ADD 1 TO WSS-QtdNoDomicilio
                   IF WSS-Motivo = SPACES
                       PERFORM ConferirMorador
                   END-IF
               END-IF
           END-PERFORM
           IF WSS-QtdNoDomicilio = ZEROS
               MOVE "SEM MORADORES VINCULADOS" TO WSS-Motivo
           END-IF
           IF WSS-Motivo NOT = SPACES
               ADD 1 TO WSS-QtdRetidos
               MOVE SPACES TO CENSOREJ-REG
               STRING "DOMICILIO " DOM-ID " RETIDO: " WSS-Motivo
                      DELIMITED BY SIZE INTO CENSOREJ-REG
               END-STRING
               WRITE CENSOREJ-REG
               DISPLAY CENSOREJ-REG
               GO TO ExportarDomicilio-Fim
           END-IF

           IF DOM-PESO IS NUMERIC AND DOM-PESO > ZEROS
               MOVE DOM-PESO TO WSS-PesoDomicilio
           ELSE
               MOVE 1.00 TO WSS-PesoDomicilio
           END-IF
           MOVE DOM-ID TO dom-exp-id
           MOVE WSS-PesoDomicilio TO dom-exp-peso
           MOVE WSS-QtdNoDomicilio TO dom-exp-moradores
           MOVE DOM-SALARIO TO dom-exp-renda
           WRITE CENSOEXP-REG FROM WSS-CENSO-DOMICILIO
           ADD 1 TO WSS-QtdRegistros
           ADD 1 TO WSS-QtdDomicilios
           ADD WSS-PesoDomicilio TO WSS-SomaPesos

           PERFORM VARYING WSS-IndMor FROM 1 BY 1
                   UNTIL WSS-IndMor > WSS-QtdMoradoresTab
               IF mor-tab-dom (WSS-IndMor) = DOM-ID
                  AND mor-tab-onda (WSS-IndMor) = WSS-Onda
                   PERFORM ExportarMorador
               END-IF
           END-PERFORM.

       ExportarDomicilio-Fim.
           EXIT.

       ConferirMorador.
           MOVE mor-tab-pessoa (WSS-IndMor) TO PES-CODIGO
           READ PESSOAS-FILE
               INVALID KEY
                   STRING "PESSOA " mor-tab-pessoa (WSS-IndMor)
                          " SEM CADASTRO EM PESSOAS"
                          DELIMITED BY SIZE INTO WSS-Motivo
                   END-STRING
               NOT INVALID KEY
                   IF PES-DATANASC IS NOT NUMERIC
                      OR PES-DATANASC = ZEROS
                       STRING "PESSOA " mor-tab-pessoa (WSS-IndMor)
                              " SEM DATA DE NASCIMENTO"
                              DELIMITED BY SIZE INTO WSS-Motivo
                       END-STRING
                   END-IF
           END-READ.

       ExportarMorador.
           MOVE mor-tab-pessoa (WSS-IndMor) TO PES-CODIGO
           READ PESSOAS-FILE
               INVALID KEY
                   CONTINUE
           END-READ
           MOVE ZEROS TO WSS-CodigoCidade
           PERFORM VARYING WSS-IndCid FROM 1 BY 1
                   UNTIL WSS-IndCid > WSS-QtdCidades
               IF cid-tab-nome (WSS-IndCid) = PES-CIDADE
                   MOVE cid-tab-codigo (WSS-IndCid)
                        TO WSS-CodigoCidade
               END-IF
           END-PERFORM
           IF WSS-CodigoCidade = ZEROS
               ADD 1 TO WSS-QtdSemCidade
           END-IF
           MOVE DOM-ID TO mor-exp-dom
           MOVE PES-CODIGO TO mor-exp-pessoa
           MOVE mor-tab-parent (WSS-IndMor) TO mor-exp-parent
           MOVE PES-SEXO TO mor-exp-sexo
           MOVE PES-DATANASC TO mor-exp-nasc
           MOVE WSS-CodigoCidade TO mor-exp-cidade
           WRITE CENSOEXP-REG FROM WSS-CENSO-MORADOR
           ADD 1 TO WSS-QtdRegistros
           ADD 1 TO WSS-QtdMoradores.

       BuscarMunicipio.
           MOVE SPACES TO WSS-NomeMunicipio
           PERFORM VARYING WSS-IndCid FROM 1 BY 1
                   UNTIL WSS-IndCid > WSS-QtdCidades
               IF cid-tab-codigo (WSS-IndCid) = WSS-Municipio
                   MOVE cid-tab-nome (WSS-IndCid)
                        TO WSS-NomeMunicipio
               END-IF
           END-PERFORM.

       CarregarCidades.
           OPEN INPUT CIDADES-FILE
           IF WSS-FS-CIDADES = "35"
               DISPLAY "Arquivo CIDADES nao encontrado. Cadastre "
                       "as cidades pelo exerc-16-cid."
           ELSE
               MOVE "N" TO WSS-fim-arquivo
               READ CIDADES-FILE
                   AT END SET WSS-NAO-HA-MAIS-REGISTROS TO TRUE
               END-READ
               PERFORM UNTIL WSS-NAO-HA-MAIS-REGISTROS
                   IF WSS-QtdCidades < 300
                       ADD 1 TO WSS-QtdCidades
                       MOVE CID-CODIGO
                            TO cid-tab-codigo (WSS-QtdCidades)
                       MOVE CID-NOME
                            TO cid-tab-nome (WSS-QtdCidades)
                   ELSE
                       DISPLAY "Limite de 300 cidades atingido."
                   END-IF
                   READ CIDADES-FILE
                       AT END SET WSS-NAO-HA-MAIS-REGISTROS TO TRUE
                   END-READ
               END-PERFORM
               CLOSE CIDADES-FILE
           END-IF.

       CarregarMoradores.
           OPEN INPUT MORADORES-FILE
           IF WSS-FS-MORADORES = "35"
               DISPLAY "Arquivo MORADORES nao encontrado. Capture "
                       "os vinculos pelo exerc-10-cap."
           ELSE
               MOVE "N" TO WSS-fim-arquivo
               READ MORADORES-FILE
                   AT END SET WSS-NAO-HA-MAIS-REGISTROS TO TRUE
               END-READ
               PERFORM UNTIL WSS-NAO-HA-MAIS-REGISTROS
                   IF WSS-QtdMoradoresTab < 1000
                       ADD 1 TO WSS-QtdMoradoresTab
                       MOVE MOR-DOM-ID
                            TO mor-tab-dom (WSS-QtdMoradoresTab)
                       MOVE MOR-PES-CODIGO
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
                   READ MORADORES-FILE
                       AT END SET WSS-NAO-HA-MAIS-REGISTROS TO TRUE
                   END-READ
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
      *wrun32 exerc-10-exp
