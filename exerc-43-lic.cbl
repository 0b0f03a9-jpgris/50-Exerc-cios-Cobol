       IDENTIFICATION DIVISION.
       PROGRAM-ID. Exerc-43-Lic.
       AUTHOR. JOAO_PAULO.

      * Licencas dos funcionarios (LICENCAS): lanca a licenca
      * medica, por acidente, maternidade ou nao remunerada com
      * inicio e previsao de retorno (fim em aberto quando nao ha
      * previsao), registra o retorno efetivo, lista as licencas
      * de uma matricula e emite o relatorio das licencas em
      * curso e dos retornos previstos nos proximos 30 dias. A
      * folha em lote (exerc-43-fol) deixa de pagar os dias que
      * nao sao encargo da empresa. Licenca que suspende a
      * aquisicao de ferias, quando tem fim, leva os dias ao
      * FERIASCTL: o periodo aquisitivo anda esses dias (e o
      * periodo gravado que contem a licenca e prorrogado). Fim
      * alterado depois acerta so a diferenca.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LICENCAS-FILE ASSIGN TO "LICENCAS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LIC-CHAVE
               FILE STATUS IS WSS-FS-LICENCAS.
           SELECT FUNCIONARIOS-FILE ASSIGN TO "FUNCIONARIOS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FUN-MATRICULA
               FILE STATUS IS WSS-FS-FUNCIONARIOS.
           SELECT FERIAS-FILE ASSIGN TO "FERIASCTL"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FER-MATRICULA
               FILE STATUS IS WSS-FS-FERIAS.

       DATA DIVISION.
       FILE SECTION.
       FD  LICENCAS-FILE.
           COPY "LICENCA.CPY".

       FD  FUNCIONARIOS-FILE.
           COPY "FUNCION.CPY".

       FD  FERIAS-FILE.
           COPY "FERIAS.CPY".

       WORKING-STORAGE SECTION.
       77  WSS-FS-LICENCAS      PIC X(02).
       77  WSS-FS-FUNCIONARIOS  PIC X(02).
       77  WSS-FS-FERIAS        PIC X(02).
       77  WSS-FeriasDisponivel PIC X(01) VALUE "N".
       77  WSS-Continuar        PIC X(01) VALUE "S".
       77  WSS-OpcaoMenu        PIC 9.
       77  WSS-Operador         PIC 9(3).
       77  WSS-OperadorValido   PIC X(01).
       77  WSS-DataHoje         PIC 9(8).
       77  WSS-DataValida       PIC X(01).
       77  WSS-MotivoData       PIC X(30).
       77  WSS-Matricula        PIC 9(5).
       77  WSS-Tipo             PIC X(01).
       77  WSS-Inicio           PIC 9(8).
       77  WSS-Fim              PIC 9(8).
       77  WSS-Sobreposta       PIC X(01).
       77  WSS-FimComparado     PIC 9(8).
       77  WSS-fim-arquivo      PIC X(01).
           88 WSS-NAO-HA-MAIS-LICENCAS  VALUE "S".
       77  WSS-IntHoje          PIC 9(7).
       77  WSS-IntData          PIC 9(7).
       77  WSS-DataRetorno      PIC 9(8).
       77  WSS-DataLimite       PIC 9(8).
       77  WSS-DiasLicenca      PIC 9(5).
       77  WSS-DiasSuspender    PIC 9(3).
       77  WSS-DiferencaDias    PIC S9(4).
       77  WSS-QtdListadas      PIC 9(5).
       77  WSS-QtdRetornos      PIC 9(5).
       77  WSS-NomeTipo         PIC X(16).

       PROCEDURE DIVISION.
       Inicio.
           CALL "OPERSIGN" USING WSS-Operador WSS-OperadorValido
           IF WSS-OperadorValido NOT = "S"
               DISPLAY "Sem operador identificado. Encerrando."
               GO TO Encerramento
           END-IF
           ACCEPT WSS-DataHoje FROM DATE YYYYMMDD
           COMPUTE WSS-IntHoje =
                   FUNCTION INTEGER-OF-DATE (WSS-DataHoje)

           OPEN INPUT FUNCIONARIOS-FILE
           IF WSS-FS-FUNCIONARIOS NOT = "00"
               DISPLAY "Cadastro FUNCIONARIOS indisponivel. Status: "
                       WSS-FS-FUNCIONARIOS
               GO TO Encerramento
           END-IF

           OPEN I-O LICENCAS-FILE
           IF WSS-FS-LICENCAS = "35"
               OPEN OUTPUT LICENCAS-FILE
               CLOSE LICENCAS-FILE
               OPEN I-O LICENCAS-FILE
           END-IF
           IF WSS-FS-LICENCAS NOT = "00"
               DISPLAY "Nao foi possivel abrir LICENCAS. Status: "
                       WSS-FS-LICENCAS
               CLOSE FUNCIONARIOS-FILE
               GO TO Encerramento
           END-IF

           OPEN I-O FERIAS-FILE
           IF WSS-FS-FERIAS = "35"
               OPEN OUTPUT FERIAS-FILE
               CLOSE FERIAS-FILE
               OPEN I-O FERIAS-FILE
           END-IF
           IF WSS-FS-FERIAS = "00"
               MOVE "S" TO WSS-FeriasDisponivel
           ELSE
               DISPLAY "Arquivo FERIASCTL indisponivel (status "
                       WSS-FS-FERIAS "). Suspensao de ferias nao "
                       "sera registrada."
           END-IF

           PERFORM UNTIL WSS-Continuar = "N"
                DISPLAY "--- Licencas de funcionarios ---"
                DISPLAY "1. Lancar licenca"
                DISPLAY "2. Registrar retorno (fim da licenca)"
                DISPLAY "3. Licencas em curso e retornos em 30 dias"
                DISPLAY "4. Listar licencas de uma matricula"
                DISPLAY "5. Sair"
                DISPLAY "Digite a opcao desejada:"
                ACCEPT WSS-OpcaoMenu

                EVALUATE WSS-OpcaoMenu
                    WHEN 1
                        PERFORM LancarLicenca THRU LancarLicenca-Fim
                    WHEN 2
                        PERFORM RegistrarRetorno THRU
                                RegistrarRetorno-Fim
                    WHEN 3
                        PERFORM RelatorioLicencas
                    WHEN 4
                        PERFORM ListarMatricula
                    WHEN 5
                        DISPLAY "Saindo do programa."
                        MOVE "N" TO WSS-Continuar
                    WHEN OTHER
                        DISPLAY "Opcao invalida."
                END-EVALUATE
           END-PERFORM

           CLOSE LICENCAS-FILE
           CLOSE FUNCIONARIOS-FILE
           IF WSS-FeriasDisponivel = "S"
               CLOSE FERIAS-FILE
           END-IF.

       Encerramento.
           DISPLAY SPACE
           display "Obrigado volte sempre!!! "
           DISPLAY SPACE

           ACCEPT OMITTED.
           EXIT PROGRAM.
           STOP RUN.

       LancarLicenca.
           DISPLAY "Matricula do funcionario: "
           ACCEPT WSS-Matricula
           MOVE WSS-Matricula TO FUN-MATRICULA
           READ FUNCIONARIOS-FILE
               INVALID KEY
                   DISPLAY "Matricula nao cadastrada. Nada gravado."
                   GO TO LancarLicenca-Fim
           END-READ
           IF FUN-DESLIGADO
               DISPLAY "Funcionario desligado em " FUN-DESLIGDATA
                       ". Nada gravado."
               GO TO LancarLicenca-Fim
           END-IF

           DISPLAY "Tipo (M medica, A acidente, G maternidade, "
                   "N nao remunerada): "
           ACCEPT WSS-Tipo
           MOVE WSS-Tipo TO LIC-TIPO
           IF NOT LIC-TIPO-VALIDO
               DISPLAY "Tipo invalido. Nada gravado."
               GO TO LancarLicenca-Fim
           END-IF

           DISPLAY "Data de inicio (AAAAMMDD): "
           ACCEPT WSS-Inicio
           CALL "VALIDATA" USING WSS-Inicio WSS-DataValida
                                 WSS-MotivoData
           IF WSS-DataValida NOT = "S"
               DISPLAY "Data invalida (" WSS-MotivoData "). "
                       "Nada gravado."
               GO TO LancarLicenca-Fim
           END-IF
           DISPLAY "Data de fim prevista (AAAAMMDD; 0 = sem "
                   "previsao): "
           ACCEPT WSS-Fim
           IF WSS-Fim NOT = ZEROS
               CALL "VALIDATA" USING WSS-Fim WSS-DataValida
                                     WSS-MotivoData
               IF WSS-DataValida NOT = "S"
                   DISPLAY "Data invalida (" WSS-MotivoData "). "
                           "Nada gravado."
                   GO TO LancarLicenca-Fim
               END-IF
               IF WSS-Fim < WSS-Inicio
                   DISPLAY "Fim antes do inicio. Nada gravado."
                   GO TO LancarLicenca-Fim
               END-IF
           END-IF

           PERFORM ConferirSobreposicao
           IF WSS-Sobreposta = "S"
               GO TO LancarLicenca-Fim
           END-IF

           MOVE WSS-Matricula TO LIC-MATRICULA
           MOVE WSS-Inicio TO LIC-INICIO
           MOVE WSS-Tipo TO LIC-TIPO
           MOVE WSS-Fim TO LIC-FIM
           MOVE ZEROS TO LIC-DIASSUSPENSOS
           MOVE WSS-Operador TO LIC-OPERADOR
           MOVE WSS-DataHoje TO LIC-DATAGRAV
           WRITE LICENCA-REG
               INVALID KEY
                   DISPLAY "Ja existe licenca da matricula com este "
                           "inicio. Nada gravado."
                   GO TO LancarLicenca-Fim
           END-WRITE
           DISPLAY "Licenca gravada."
           PERFORM AplicarSuspensao.
       LancarLicenca-Fim.
           EXIT.

      * Duas licencas da mesma matricula nao podem se cruzar;
      * licenca sem fim vale como aberta ate o fim dos tempos.
       ConferirSobreposicao.
           MOVE "N" TO WSS-Sobreposta
           MOVE WSS-Matricula TO LIC-MATRICULA
           MOVE ZEROS TO LIC-INICIO
           MOVE "N" TO WSS-fim-arquivo
           START LICENCAS-FILE KEY NOT < LIC-CHAVE
               INVALID KEY SET WSS-NAO-HA-MAIS-LICENCAS TO TRUE
           END-START
           PERFORM UNTIL WSS-NAO-HA-MAIS-LICENCAS
               READ LICENCAS-FILE NEXT RECORD
                   AT END SET WSS-NAO-HA-MAIS-LICENCAS TO TRUE
                   NOT AT END
                       IF LIC-MATRICULA NOT = WSS-Matricula
                           SET WSS-NAO-HA-MAIS-LICENCAS TO TRUE
                       ELSE
                           PERFORM CompararPeriodos
                       END-IF
               END-READ
           END-PERFORM.

       CompararPeriodos.
           MOVE LIC-FIM TO WSS-FimComparado
           IF WSS-FimComparado = ZEROS
               MOVE 99991231 TO WSS-FimComparado
           END-IF
           IF WSS-Fim = ZEROS
               IF WSS-FimComparado NOT < WSS-Inicio
                   MOVE "S" TO WSS-Sobreposta
               END-IF
           ELSE
               IF WSS-FimComparado NOT < WSS-Inicio
                  AND LIC-INICIO NOT > WSS-Fim
                   MOVE "S" TO WSS-Sobreposta
               END-IF
           END-IF
           IF WSS-Sobreposta = "S"
               DISPLAY "Cruza com a licenca " LIC-TIPO " de "
                       LIC-INICIO " a " LIC-FIM ". Nada gravado."
               SET WSS-NAO-HA-MAIS-LICENCAS TO TRUE
           END-IF.

       RegistrarRetorno.
           DISPLAY "Matricula: "
           ACCEPT LIC-MATRICULA
           DISPLAY "Data de inicio da licenca (AAAAMMDD): "
           ACCEPT LIC-INICIO
           READ LICENCAS-FILE
               INVALID KEY
                   DISPLAY "Licenca nao encontrada."
                   GO TO RegistrarRetorno-Fim
           END-READ
           DISPLAY "Licenca " LIC-TIPO " de " LIC-INICIO
                   " fim atual " LIC-FIM
           DISPLAY "Ultimo dia da licenca (AAAAMMDD): "
           ACCEPT WSS-Fim
           CALL "VALIDATA" USING WSS-Fim WSS-DataValida
                                 WSS-MotivoData
           IF WSS-DataValida NOT = "S"
               DISPLAY "Data invalida (" WSS-MotivoData "). "
                       "Nada alterado."
               GO TO RegistrarRetorno-Fim
           END-IF
           IF WSS-Fim < LIC-INICIO
               DISPLAY "Fim antes do inicio. Nada alterado."
               GO TO RegistrarRetorno-Fim
           END-IF
           MOVE WSS-Fim TO LIC-FIM
           MOVE WSS-Operador TO LIC-OPERADOR
           MOVE WSS-DataHoje TO LIC-DATAGRAV
           REWRITE LICENCA-REG
               INVALID KEY
                   DISPLAY "Erro ao regravar LICENCAS. Status: "
                           WSS-FS-LICENCAS
                   GO TO RegistrarRetorno-Fim
           END-REWRITE
           DISPLAY "Fim da licenca registrado."
           PERFORM AplicarSuspensao.
       RegistrarRetorno-Fim.
           EXIT.

      * Licenca que suspende a aquisicao e ja tem fim: a
      * diferenca entre os dias da licenca e os ja levados ao
      * FERIASCTL anda a aquisicao da matricula; o periodo
      * gravado que contem a licenca tem o fim prorrogado.
      * Matricula sem controle de ferias ganha o registro so com
      * a suspensao, que a geracao de periodos (exerc-43-fer)
      * aproveita.
       AplicarSuspensao.
           IF LIC-SUSPENDE-FERIAS AND LIC-FIM > ZEROS
              AND WSS-FeriasDisponivel = "S"
               COMPUTE WSS-DiasLicenca =
                       FUNCTION INTEGER-OF-DATE (LIC-FIM)
                     - FUNCTION INTEGER-OF-DATE (LIC-INICIO) + 1
               IF WSS-DiasLicenca > 999
                   MOVE 999 TO WSS-DiasLicenca
               END-IF
               MOVE WSS-DiasLicenca TO WSS-DiasSuspender
               COMPUTE WSS-DiferencaDias =
                       WSS-DiasSuspender - LIC-DIASSUSPENSOS
               IF WSS-DiferencaDias NOT = ZEROS
                   PERFORM GravarSuspensaoFerias
               END-IF
           END-IF.

       GravarSuspensaoFerias.
           MOVE LIC-MATRICULA TO FER-MATRICULA
           READ FERIAS-FILE
               INVALID KEY
                   MOVE LIC-MATRICULA TO FER-MATRICULA
                   MOVE ZEROS TO FER-AQUIS-INI FER-AQUIS-FIM
                                 FER-DIAS-DIREITO FER-DIAS-GOZADOS
                                 FER-AGENDA-INI FER-AGENDA-DIAS
                                 FER-DIAS-SUSPENSOS
                   WRITE FERIASCTL-REG
           END-READ
           IF FER-DIAS-SUSPENSOS IS NOT NUMERIC
               MOVE ZEROS TO FER-DIAS-SUSPENSOS
           END-IF
           COMPUTE FER-DIAS-SUSPENSOS =
                   FER-DIAS-SUSPENSOS + WSS-DiferencaDias
           IF FER-AQUIS-FIM NOT < LIC-INICIO
              AND FER-AQUIS-INI NOT > LIC-INICIO
               COMPUTE WSS-IntData =
                       FUNCTION INTEGER-OF-DATE (FER-AQUIS-FIM)
                       + WSS-DiferencaDias
               COMPUTE FER-AQUIS-FIM =
                       FUNCTION DATE-OF-INTEGER (WSS-IntData)
           END-IF
           REWRITE FERIASCTL-REG
               INVALID KEY
                   DISPLAY "Erro ao regravar FERIASCTL. Status: "
                           WSS-FS-FERIAS
               NOT INVALID KEY
                   MOVE WSS-DiasSuspender TO LIC-DIASSUSPENSOS
                   REWRITE LICENCA-REG
                   DISPLAY "Aquisicao de ferias suspensa: "
                           WSS-DiferencaDias " dia(s) levados ao "
                           "FERIASCTL."
           END-REWRITE.

      * Em curso: inicio ate hoje e fim em aberto ou de hoje em
      * diante. Retorno previsto = dia seguinte ao fim; entra no
      * aviso quando cai nos proximos 30 dias.
       RelatorioLicencas.
           COMPUTE WSS-IntData = WSS-IntHoje + 30
           COMPUTE WSS-DataLimite =
                   FUNCTION DATE-OF-INTEGER (WSS-IntData)
           MOVE ZEROS TO WSS-QtdListadas
           MOVE ZEROS TO WSS-QtdRetornos
           DISPLAY "------ LICENCAS EM CURSO EM " WSS-DataHoje
                   " ------"
           MOVE LOW-VALUES TO LIC-CHAVE
           MOVE "N" TO WSS-fim-arquivo
           START LICENCAS-FILE KEY NOT < LIC-CHAVE
               INVALID KEY SET WSS-NAO-HA-MAIS-LICENCAS TO TRUE
           END-START
           PERFORM UNTIL WSS-NAO-HA-MAIS-LICENCAS
               READ LICENCAS-FILE NEXT RECORD
                   AT END SET WSS-NAO-HA-MAIS-LICENCAS TO TRUE
                   NOT AT END
                       IF LIC-INICIO NOT > WSS-DataHoje
                          AND (LIC-FIM = ZEROS
                               OR LIC-FIM NOT < WSS-DataHoje)
                           PERFORM MostrarLicencaEmCurso
                       END-IF
               END-READ
           END-PERFORM
           DISPLAY "Licencas em curso: " WSS-QtdListadas
           DISPLAY "Retornos previstos ate " WSS-DataLimite ": "
                   WSS-QtdRetornos.

       MostrarLicencaEmCurso.
           PERFORM NomearTipo
           MOVE LIC-MATRICULA TO FUN-MATRICULA
           READ FUNCIONARIOS-FILE
               INVALID KEY
                   MOVE SPACES TO FUN-NOME
           END-READ
           ADD 1 TO WSS-QtdListadas
           IF LIC-FIM = ZEROS
               DISPLAY LIC-MATRICULA " " FUN-NOME " "
                       WSS-NomeTipo " desde " LIC-INICIO
                       " sem previsao de retorno"
           ELSE
               COMPUTE WSS-IntData =
                       FUNCTION INTEGER-OF-DATE (LIC-FIM) + 1
               COMPUTE WSS-DataRetorno =
                       FUNCTION DATE-OF-INTEGER (WSS-IntData)
               IF WSS-DataRetorno NOT > WSS-DataLimite
                   DISPLAY LIC-MATRICULA " " FUN-NOME " "
                           WSS-NomeTipo " desde " LIC-INICIO
                           " RETORNO EM " WSS-DataRetorno
                   ADD 1 TO WSS-QtdRetornos
               ELSE
                   DISPLAY LIC-MATRICULA " " FUN-NOME " "
                           WSS-NomeTipo " desde " LIC-INICIO
                           " retorno em " WSS-DataRetorno
               END-IF
           END-IF.

       NomearTipo.
           EVALUATE TRUE
               WHEN LIC-MEDICA
                   MOVE "Medica" TO WSS-NomeTipo
               WHEN LIC-ACIDENTE
                   MOVE "Acidente" TO WSS-NomeTipo
               WHEN LIC-MATERNIDADE
                   MOVE "Maternidade" TO WSS-NomeTipo
               WHEN OTHER
                   MOVE "Nao remunerada" TO WSS-NomeTipo
           END-EVALUATE.

       ListarMatricula.
           DISPLAY "Matricula: "
           ACCEPT WSS-Matricula
           MOVE ZEROS TO WSS-QtdListadas
           MOVE WSS-Matricula TO LIC-MATRICULA
           MOVE ZEROS TO LIC-INICIO
           MOVE "N" TO WSS-fim-arquivo
           START LICENCAS-FILE KEY NOT < LIC-CHAVE
               INVALID KEY SET WSS-NAO-HA-MAIS-LICENCAS TO TRUE
           END-START
           DISPLAY "------ LICENCAS DA MATRICULA " WSS-Matricula
                   " ------"
           PERFORM UNTIL WSS-NAO-HA-MAIS-LICENCAS
               READ LICENCAS-FILE NEXT RECORD
                   AT END SET WSS-NAO-HA-MAIS-LICENCAS TO TRUE
                   NOT AT END
                       IF LIC-MATRICULA NOT = WSS-Matricula
                           SET WSS-NAO-HA-MAIS-LICENCAS TO TRUE
                       ELSE
                           PERFORM NomearTipo
                           DISPLAY WSS-NomeTipo " " LIC-INICIO " a "
                                   LIC-FIM " suspensos "
                                   LIC-DIASSUSPENSOS
                           ADD 1 TO WSS-QtdListadas
                       END-IF
               END-READ
           END-PERFORM
           DISPLAY "Licencas listadas: " WSS-QtdListadas.
      *wrun32 exerc-43-lic
