      * Manutencao do cadastro de funcionarios FUNCIONARIOS
      * (matricula, nome, salario bruto, data de admissao e
      * dependentes), base da folha de pagamento em lote
      * (exerc-43-fol). O centro de custo e conferido contra o
      * CENTROCUSTO (exerc-43-ccu) e a troca de centro vai para o
      * diario MUDANCAS.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FUN-MATRICULA
               FILE STATUS IS WSS-FS-FUNCIONARIOS.
           SELECT CCUSTO-FILE ASSIGN TO "CENTROCUSTO"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CCU-CODIGO
               FILE STATUS IS WSS-FS-CCUSTO.

       DATA DIVISION.
       FILE SECTION.
       FD  FUNCIONARIOS-FILE.
           COPY "FUNCION.CPY".

       FD  CCUSTO-FILE.
           COPY "CCUSTO.CPY".

       WORKING-STORAGE SECTION.
       77  WSS-FS-FUNCIONARIOS  PIC X(02).
       77  WSS-FS-CCUSTO        PIC X(02).
       77  WSS-CcustoDisponivel PIC X(01) VALUE "N".
       77  WSS-CentroValido     PIC X(01).
       77  WSS-Continuar        PIC X(01) VALUE "S".
       77  WSS-OpcaoMenu        PIC 9.
       77  WSS-Matricula        PIC 9(5).
       77  WSS-AntDependentes   PIC 9(2).
       77  WSS-AntPercinvest    PIC 9(2)V99.
       77  WSS-AntBanco         PIC 9(3).
       77  WSS-AntCcusto        PIC X(04).
       77  WSS-AntDocumento     PIC X(14).
       77  WSS-DocValido        PIC X(01).
       77  WSS-DocTipo          PIC X(01).
       77  WSS-DocMotivo        PIC X(30).

       PROCEDURE DIVISION.
       Inicio.
               CLOSE FUNCIONARIOS-FILE
               OPEN I-O FUNCIONARIOS-FILE
           END-IF
           OPEN INPUT CCUSTO-FILE
           IF WSS-FS-CCUSTO = "00"
               MOVE "S" TO WSS-CcustoDisponivel
           ELSE
               DISPLAY "Cadastro CENTROCUSTO indisponivel (status "
                       WSS-FS-CCUSTO "). Centro de custo aceito "
                       "sem conferencia."
           END-IF

           PERFORM UNTIL WSS-Continuar = "N"
                DISPLAY "--- Cadastro de funcionarios ---"
                END-EVALUATE
           END-PERFORM

           CLOSE FUNCIONARIOS-FILE
           IF WSS-CcustoDisponivel = "S"
               CLOSE CCUSTO-FILE
           END-IF.

       FimPrograma.
           DISPLAY SPACE
           MOVE WSS-Matricula TO FUN-MATRICULA
           DISPLAY "Nome do funcionario: "
           ACCEPT FUN-NOME
           DISPLAY "CPF do funcionario: "
           ACCEPT FUN-DOCUMENTO
           PERFORM ConferirDocumento
           PERFORM UNTIL WSS-DocValido = "S"
               DISPLAY "CPF invalido (" WSS-DocMotivo "). "
                       "Informe novamente: "
               ACCEPT FUN-DOCUMENTO
               PERFORM ConferirDocumento
           END-PERFORM
           DISPLAY "Salario bruto (ex: 2500.00): "
           ACCEPT FUN-SALARIO
           DISPLAY "Data de admissao (AAAAMMDD): "
           ELSE
               MOVE ZEROS TO FUN-AGENCIA
               MOVE ZEROS TO FUN-CONTABANCO
           END-IF
           DISPLAY "Grupo de escala de trabalho (ESCALAPARAM; "
                   "branco = sem controle de ponto): "
           ACCEPT FUN-ESCALA
           DISPLAY "Centro de custo (CENTROCUSTO; branco = sem "
                   "centro): "
           ACCEPT FUN-CCUSTO
           PERFORM ConferirCentro
           PERFORM UNTIL WSS-CentroValido = "S"
               DISPLAY "Centro de custo nao cadastrado. Informe "
                       "novamente (branco = sem centro): "
               ACCEPT FUN-CCUSTO
               PERFORM ConferirCentro
           END-PERFORM.

       ConferirDocumento.
           CALL "VALIDOC" USING FUN-DOCUMENTO WSS-DocValido
                                WSS-DocTipo WSS-DocMotivo
           IF WSS-DocValido = "S" AND WSS-DocTipo NOT = "F"
               MOVE "N" TO WSS-DocValido
               MOVE "FUNCIONARIO EXIGE CPF" TO WSS-DocMotivo
           END-IF.

       ConferirCentro.
           MOVE "S" TO WSS-CentroValido
           IF FUN-CCUSTO NOT = SPACES
              AND WSS-CcustoDisponivel = "S"
               MOVE FUN-CCUSTO TO CCU-CODIGO
               READ CCUSTO-FILE
                   INVALID KEY MOVE "N" TO WSS-CentroValido
                   NOT INVALID KEY
                       DISPLAY "Centro de custo: " CCU-DESCRICAO
               END-READ
           END-IF.

       ConsultarFuncionario.
           MOVE FUN-SALARIO TO WSS-SalarioEd
           DISPLAY "Matricula...: " FUN-MATRICULA
           DISPLAY "Nome........: " FUN-NOME
           DISPLAY "CPF.........: " FUN-DOCUMENTO
           DISPLAY "Salario.....: R$ " WSS-SalarioEd
           DISPLAY "Admissao....: " FUN-ADMISSAO
           DISPLAY "Dependentes.: " FUN-DEPENDENTES
           IF FUN-BANCO > 0
               DISPLAY "Banco.......: " FUN-BANCO " agencia "
                       FUN-AGENCIA " conta " FUN-CONTABANCO
           END-IF
           IF FUN-ESCALA NOT = SPACES
               DISPLAY "Escala......: " FUN-ESCALA
           END-IF
           IF FUN-CCUSTO NOT = SPACES
               DISPLAY "Centro custo: " FUN-CCUSTO
           END-IF.

       AlterarFuncionario.
                       MOVE FUN-DEPENDENTES TO WSS-AntDependentes
                       MOVE FUN-PERCINVEST TO WSS-AntPercinvest
                       MOVE FUN-BANCO TO WSS-AntBanco
                       MOVE FUN-CCUSTO TO WSS-AntCcusto
                       MOVE FUN-DOCUMENTO TO WSS-AntDocumento
                       PERFORM AceitarDados
                       REWRITE FUNCIONARIO-REG
                           INVALID KEY
               MOVE SPACES TO WSS-JrnNovo
               MOVE FUN-BANCO TO WSS-JrnNovo (1:3)
               PERFORM GravarLinhaJornal
           END-IF
           IF WSS-AntCcusto NOT = FUN-CCUSTO
               MOVE "CCUSTO" TO WSS-JrnCampo
               MOVE WSS-AntCcusto TO WSS-JrnAntigo
               MOVE FUN-CCUSTO TO WSS-JrnNovo
               PERFORM GravarLinhaJornal
           END-IF
           IF WSS-AntDocumento NOT = FUN-DOCUMENTO
               MOVE "DOCUMENTO" TO WSS-JrnCampo
               MOVE WSS-AntDocumento TO WSS-JrnAntigo
               MOVE FUN-DOCUMENTO TO WSS-JrnNovo
               PERFORM GravarLinhaJornal
           END-IF.

       GravarLinhaJornal.
