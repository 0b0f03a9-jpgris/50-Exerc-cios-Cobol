       IDENTIFICATION DIVISION.
       PROGRAM-ID. Exerc-43-Pon.
       AUTHOR. JOAO_PAULO.

      * Apuracao mensal do ponto, passo anterior ao exerc-43-fol
      * na janela noturna (BATCHSEQ): para a competencia corrente,
      * do dia 1 (ou da admissao) ate hoje, compara as marcacoes
      * do PONTODIA (exerc-43-pto) de cada funcionario ativo com
      * grupo de escala no cadastro com a escala vigente do
      * ESCALAPARAM (exerc-43-esc) e com os feriados do
      * CALENDARIO. Dia de escala sem marcacao vira falta no
      * AUSENCIAS, descontada pela folha; o que passa da jornada
      * prevista (mais de 10 minutos) vira hora extra H5, o
      * trabalhado em descanso ou feriado vira H1 e o trabalhado
      * entre 22h e 5h vira adicional noturno AN, gravados no
      * HORASMES como origem ponto para a folha precificar. A
      * marcacao unica do dia desconta o intervalo da escala. A
      * entrada alem da tolerancia sai na lista de atrasos.
      * Marcacao sem saida na competencia suspende a apuracao
      * (termina com erro) com a lista de excecoes para o
      * supervisor acertar no exerc-43-pto antes de a folha
      * fechar. Competencia ja apurada nao e apurada de novo.
      * Dia coberto por licenca do LICENCAS (exerc-43-lic) nao
      * gera falta, hora extra, atraso nem adicional.
      * Competencia de folha ja fechada (PERIODOS, servico
      * PERFECH) nao e apurada: o passo termina com erro e a
      * tentativa vai ao SEGLOG.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FUNCIONARIOS-FILE ASSIGN TO "FUNCIONARIOS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS FUN-MATRICULA
               FILE STATUS IS WSS-FS-FUNCIONARIOS.
           SELECT PONTO-FILE ASSIGN TO "PONTODIA"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PNT-CHAVE
               FILE STATUS IS WSS-FS-PONTO.
           SELECT LICENCAS-FILE ASSIGN TO "LICENCAS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LIC-CHAVE
               FILE STATUS IS WSS-FS-LICENCAS.
           SELECT ESCALA-FILE ASSIGN TO "ESCALAPARAM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WSS-FS-ESCALA.
           SELECT CALENDARIO-FILE ASSIGN TO "CALENDARIO"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WSS-FS-CALENDARIO.
           SELECT HORAS-FILE ASSIGN TO "HORASMES"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WSS-FS-HORAS.
           SELECT AUSENCIAS-FILE ASSIGN TO "AUSENCIAS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WSS-FS-AUSENCIAS.

       DATA DIVISION.
       FILE SECTION.
       FD  FUNCIONARIOS-FILE.
           COPY "FUNCION.CPY".

       FD  PONTO-FILE.
           COPY "PONTO.CPY".

       FD  LICENCAS-FILE.
           COPY "LICENCA.CPY".

       FD  ESCALA-FILE.
           COPY "ESCALA.CPY".

       FD  CALENDARIO-FILE.
           COPY "CALEND.CPY".

       FD  HORAS-FILE.
           COPY "HORAS.CPY".

       FD  AUSENCIAS-FILE.
           COPY "AUSENCIA.CPY".

       WORKING-STORAGE SECTION.
       77  WSS-FS-FUNCIONARIOS  PIC X(02).
       77  WSS-FS-PONTO         PIC X(02).
       77  WSS-FS-LICENCAS      PIC X(02).
       77  WSS-FS-ESCALA        PIC X(02).
       77  WSS-FS-CALENDARIO    PIC X(02).
       77  WSS-FS-HORAS         PIC X(02).
       77  WSS-FS-AUSENCIAS     PIC X(02).
       77  WSS-LogPrograma      PIC X(12) VALUE "EXERC-43-PON".
       77  WSS-LogEvento        PIC X(01).
       77  WSS-LogLidos         PIC 9(7) VALUE ZEROS.
       77  WSS-LogGravados      PIC 9(7) VALUE ZEROS.
       77  WSS-LogRejeitados    PIC 9(7) VALUE ZEROS.
       77  WSS-LogRetorno       PIC X(02) VALUE "OK".
       77  WSS-TfsPrograma      PIC X(12) VALUE "exerc-43-pon".
       77  WSS-TfsArquivo       PIC X(12).
       77  WSS-TfsOperacao      PIC X(10).
       77  WSS-fim-arquivo      PIC X(01) VALUE "N".
           88 WSS-NAO-HA-MAIS-FUNCIONARIOS  VALUE "S".
       77  WSS-fim-leitura      PIC X(01).
           88 WSS-NAO-HA-MAIS-REGISTROS  VALUE "S".
       77  WSS-DataHoje         PIC 9(8).
       77  WSS-Competencia      PIC 9(6).
       77  WSS-CompetReg        PIC 9(6).
       77  WSS-DataInicio       PIC 9(8).
       77  WSS-DataDia          PIC 9(8).
       77  WSS-IntHoje          PIC 9(7).
       77  WSS-IntInicio        PIC 9(7).
       77  WSS-IntDia           PIC 9(7).
       77  WSS-DiaSemana        PIC 9(1).
       77  WSS-JaApurada        PIC X(01) VALUE "N".
       77  WSS-PerOperacao      PIC X(01) VALUE "V".
       77  WSS-PerSubsistema    PIC X(02) VALUE "FO".
       77  WSS-PerOperador      PIC 9(3) VALUE ZEROS.
       77  WSS-PerSituacao      PIC X(01).
       77  WSS-QtdExcecoes      PIC 9(5) VALUE ZEROS.
       77  WSS-TolExtra         PIC 9(2) VALUE 10.

       77  WSS-IndGrp           PIC 9(2).
       77  WSS-IndDia           PIC 9(1).
       77  WSS-AchouGrupo       PIC X(01).
       77  WSS-QtdGrupos        PIC 9(2) VALUE ZEROS.
       01  TABELA-ESCALAS.
           05  ESCALA-VIGENTE OCCURS 20 TIMES.
               10  vig-grupo         PIC X(02).
               10  vig-vigencia      PIC 9(8).
               10  vig-dia OCCURS 7 TIMES.
                   15  vig-carregado PIC X(01).
                   15  vig-entrada   PIC 9(4).
                   15  vig-saida     PIC 9(4).
                   15  vig-intervalo PIC 9(3).
                   15  vig-tolerancia PIC 9(2).

       77  WSS-IndFer           PIC 9(2).
       77  WSS-QtdFeriados      PIC 9(2) VALUE ZEROS.
       77  WSS-Feriado          PIC X(01).
       01  TABELA-FERIADOS.
           05  FERIADO-DATA OCCURS 31 TIMES PIC 9(8).

       77  WSS-IndMar           PIC 9(3).
       77  WSS-QtdMarcacoes     PIC 9(3).
       01  TABELA-MARCACOES.
           05  MARCACAO-MES OCCURS 100 TIMES.
               10  mar-data          PIC 9(8).
               10  mar-entrada       PIC 9(4).
               10  mar-inicio        PIC 9(4).
               10  mar-fim           PIC 9(4).

       77  WSS-LicencasDisponivel PIC X(01) VALUE "N".
       77  WSS-EmLicenca        PIC X(01).
       77  WSS-IndLic           PIC 9(2).
       77  WSS-QtdLicencas      PIC 9(2).
       77  WSS-QtdDiasLicenca   PIC 9(5) VALUE ZEROS.
       01  TABELA-LICENCAS.
           05  LICENCA-FUNC OCCURS 20 TIMES.
               10  afa-inicio        PIC 9(8).
               10  afa-fim           PIC 9(8).

      * Horario HHMM e a conta em minutos desde a meia-noite.
       01  WSS-Horario          PIC 9(4).
       01  FILLER REDEFINES WSS-Horario.
           05  WSS-HorarioHH       PIC 9(2).
           05  WSS-HorarioMM       PIC 9(2).
       77  WSS-Minutos          PIC 9(4).
       77  WSS-InicioMin        PIC 9(4).
       77  WSS-FimMin           PIC 9(4).

       77  WSS-EscalaDia        PIC X(01).
       77  WSS-PrevistoMin      PIC S9(5).
       77  WSS-EscEntradaMin    PIC 9(4).
       77  WSS-QtdMarcDia       PIC 9(2).
       77  WSS-TrabalhadoMin    PIC S9(5).
       77  WSS-NoturnoMin       PIC 9(5).
       77  WSS-PrimeiraEntrada  PIC 9(4).
       77  WSS-PrimeiraMin      PIC 9(4).
       77  WSS-AtrasoMin        PIC 9(4).
       77  WSS-ExtraMin         PIC S9(5).
       77  WSS-JanelaIni        PIC 9(4).
       77  WSS-JanelaFim        PIC 9(4).
       77  WSS-SobreIni         PIC 9(4).
       77  WSS-SobreFim         PIC 9(4).
       77  WSS-TipoHoras        PIC X(02).
       77  WSS-MinutosLancar    PIC 9(5).

       77  WSS-QtdApurados      PIC 9(5) VALUE ZEROS.
       77  WSS-QtdSemEscala     PIC 9(5) VALUE ZEROS.
       77  WSS-QtdFaltas        PIC 9(5) VALUE ZEROS.
       77  WSS-QtdAtrasos       PIC 9(5) VALUE ZEROS.
       77  WSS-QtdH5            PIC 9(5) VALUE ZEROS.
       77  WSS-QtdH1            PIC 9(5) VALUE ZEROS.
       77  WSS-QtdAn            PIC 9(5) VALUE ZEROS.
       77  WSS-HorasH5          PIC 9(5)V99 VALUE ZEROS.
       77  WSS-HorasH1          PIC 9(5)V99 VALUE ZEROS.
       77  WSS-HorasAn          PIC 9(5)V99 VALUE ZEROS.
       77  WSS-HorasEd          PIC zzzz9.99.

       PROCEDURE DIVISION.
       Inicio.
           MOVE "I" TO WSS-LogEvento
           CALL "GRAVALOG" USING WSS-LogPrograma WSS-LogEvento
                WSS-LogLidos WSS-LogGravados WSS-LogRejeitados
                WSS-LogRetorno

           ACCEPT WSS-DataHoje FROM DATE YYYYMMDD
           COMPUTE WSS-Competencia = WSS-DataHoje / 100
           COMPUTE WSS-DataInicio = WSS-Competencia * 100 + 1
           COMPUTE WSS-IntHoje =
                   FUNCTION INTEGER-OF-DATE (WSS-DataHoje)
           COMPUTE WSS-IntInicio =
                   FUNCTION INTEGER-OF-DATE (WSS-DataInicio)

           CALL "PERFECH" USING WSS-PerOperacao WSS-PerSubsistema
                WSS-DataHoje WSS-PerOperador WSS-LogPrograma
                WSS-PerSituacao
           IF WSS-PerSituacao = "F"
               DISPLAY "Competencia " WSS-Competencia " da folha ja "
                       "fechada. Nada gerado."
               MOVE "ER" TO WSS-LogRetorno
               MOVE "F" TO WSS-LogEvento
               CALL "GRAVALOG" USING WSS-LogPrograma WSS-LogEvento
                    WSS-LogLidos WSS-LogGravados WSS-LogRejeitados
                    WSS-LogRetorno
               GO TO Encerramento
           END-IF

           PERFORM ConferirJaApurada
           IF WSS-JaApurada = "S"
               DISPLAY "Competencia " WSS-Competencia " ja apurada "
                       "(HORASMES/AUSENCIAS com origem ponto). Nada "
                       "gerado."
               MOVE "F" TO WSS-LogEvento
               CALL "GRAVALOG" USING WSS-LogPrograma WSS-LogEvento
                    WSS-LogLidos WSS-LogGravados WSS-LogRejeitados
                    WSS-LogRetorno
               GO TO Encerramento
           END-IF

           OPEN INPUT PONTO-FILE
           MOVE "PONTODIA" TO WSS-TfsArquivo
           MOVE "OPEN INPUT" TO WSS-TfsOperacao
           CALL "TRATAFS" USING WSS-TfsPrograma
                WSS-TfsArquivo WSS-TfsOperacao WSS-FS-PONTO
           IF WSS-FS-PONTO NOT = "00"
               DISPLAY "Arquivo PONTODIA indisponivel. Status: "
                       WSS-FS-PONTO
               MOVE "ER" TO WSS-LogRetorno
               MOVE "F" TO WSS-LogEvento
               CALL "GRAVALOG" USING WSS-LogPrograma WSS-LogEvento
                    WSS-LogLidos WSS-LogGravados WSS-LogRejeitados
                    WSS-LogRetorno
               GO TO Encerramento
           END-IF

           PERFORM ListarExcecoes
           IF WSS-QtdExcecoes > ZEROS
               DISPLAY "Apuracao suspensa: " WSS-QtdExcecoes
                       " marcacao(oes) sem saida. Acerte no "
                       "exerc-43-pto e rode de novo."
               CLOSE PONTO-FILE
               MOVE WSS-QtdExcecoes TO WSS-LogRejeitados
               MOVE "ER" TO WSS-LogRetorno
               MOVE "F" TO WSS-LogEvento
               CALL "GRAVALOG" USING WSS-LogPrograma WSS-LogEvento
                    WSS-LogLidos WSS-LogGravados WSS-LogRejeitados
                    WSS-LogRetorno
               GO TO Encerramento
           END-IF

           PERFORM CarregarEscalas
           IF WSS-QtdGrupos = ZEROS
               DISPLAY "Nenhuma escala vigente no ESCALAPARAM. "
                       "Lance as escalas no exerc-43-esc."
               CLOSE PONTO-FILE
               MOVE "ER" TO WSS-LogRetorno
               MOVE "F" TO WSS-LogEvento
               CALL "GRAVALOG" USING WSS-LogPrograma WSS-LogEvento
                    WSS-LogLidos WSS-LogGravados WSS-LogRejeitados
                    WSS-LogRetorno
               GO TO Encerramento
           END-IF
           PERFORM CarregarFeriados
           OPEN INPUT LICENCAS-FILE
           IF WSS-FS-LICENCAS = "00"
               MOVE "S" TO WSS-LicencasDisponivel
           END-IF

           OPEN INPUT FUNCIONARIOS-FILE
           MOVE "FUNCIONARIOS" TO WSS-TfsArquivo
           MOVE "OPEN INPUT" TO WSS-TfsOperacao
           CALL "TRATAFS" USING WSS-TfsPrograma
                WSS-TfsArquivo WSS-TfsOperacao WSS-FS-FUNCIONARIOS
           IF WSS-FS-FUNCIONARIOS NOT = "00"
               DISPLAY "Cadastro FUNCIONARIOS indisponivel. Status: "
                       WSS-FS-FUNCIONARIOS
               CLOSE PONTO-FILE
               MOVE "ER" TO WSS-LogRetorno
               MOVE "F" TO WSS-LogEvento
               CALL "GRAVALOG" USING WSS-LogPrograma WSS-LogEvento
                    WSS-LogLidos WSS-LogGravados WSS-LogRejeitados
                    WSS-LogRetorno
               GO TO Encerramento
           END-IF

           OPEN EXTEND HORAS-FILE
           IF WSS-FS-HORAS NOT = "00"
               CLOSE HORAS-FILE
               OPEN OUTPUT HORAS-FILE
           END-IF
           OPEN EXTEND AUSENCIAS-FILE
           IF WSS-FS-AUSENCIAS NOT = "00"
               CLOSE AUSENCIAS-FILE
               OPEN OUTPUT AUSENCIAS-FILE
           END-IF

           DISPLAY "------ ATRASOS NA COMPETENCIA " WSS-Competencia
                   " ------"
           READ FUNCIONARIOS-FILE
               AT END SET WSS-NAO-HA-MAIS-FUNCIONARIOS TO TRUE
           END-READ

           PERFORM UNTIL WSS-NAO-HA-MAIS-FUNCIONARIOS
               IF FUN-ATIVO AND FUN-ESCALA NOT = SPACES
                   PERFORM ApurarFuncionario
               END-IF
               READ FUNCIONARIOS-FILE
                   AT END SET WSS-NAO-HA-MAIS-FUNCIONARIOS TO TRUE
               END-READ
               IF WSS-FS-FUNCIONARIOS NOT = "00"
                  AND WSS-FS-FUNCIONARIOS NOT = "10"
                   MOVE "READ" TO WSS-TfsOperacao
                   MOVE "FUNCIONARIOS" TO WSS-TfsArquivo
                   CALL "TRATAFS" USING WSS-TfsPrograma
                        WSS-TfsArquivo WSS-TfsOperacao
                        WSS-FS-FUNCIONARIOS
                   SET WSS-NAO-HA-MAIS-FUNCIONARIOS TO TRUE
               END-IF
           END-PERFORM
           DISPLAY "Atrasos listados: " WSS-QtdAtrasos

           CLOSE FUNCIONARIOS-FILE
           CLOSE PONTO-FILE
           CLOSE HORAS-FILE
           CLOSE AUSENCIAS-FILE
           IF WSS-LicencasDisponivel = "S"
               CLOSE LICENCAS-FILE
           END-IF

           DISPLAY "------ APURACAO DO PONTO " WSS-Competencia
                   " ATE " WSS-DataHoje " ------"
           DISPLAY "Funcionarios apurados...: " WSS-QtdApurados
           IF WSS-QtdSemEscala > ZEROS
               DISPLAY "Grupo sem escala vigente: " WSS-QtdSemEscala
           END-IF
           DISPLAY "Faltas gravadas.........: " WSS-QtdFaltas
           DISPLAY "Dias em licenca.........: " WSS-QtdDiasLicenca
           MOVE WSS-HorasH5 TO WSS-HorasEd
           DISPLAY "Lancamentos H5..........: " WSS-QtdH5 " "
                   WSS-HorasEd " horas"
           MOVE WSS-HorasH1 TO WSS-HorasEd
           DISPLAY "Lancamentos H1..........: " WSS-QtdH1 " "
                   WSS-HorasEd " horas"
           MOVE WSS-HorasAn TO WSS-HorasEd
           DISPLAY "Lancamentos AN..........: " WSS-QtdAn " "
                   WSS-HorasEd " horas"
           DISPLAY "Atrasos.................: " WSS-QtdAtrasos

           MOVE WSS-QtdApurados TO WSS-LogLidos
           COMPUTE WSS-LogGravados = WSS-QtdFaltas + WSS-QtdH5
                                   + WSS-QtdH1 + WSS-QtdAn
           MOVE WSS-QtdSemEscala TO WSS-LogRejeitados
           MOVE "F" TO WSS-LogEvento
           CALL "GRAVALOG" USING WSS-LogPrograma WSS-LogEvento
                WSS-LogLidos WSS-LogGravados WSS-LogRejeitados
                WSS-LogRetorno
           .

       Encerramento.
           DISPLAY SPACE
           display "Obrigado volte sempre!!! "
           DISPLAY SPACE

           ACCEPT OMITTED.
           EXIT PROGRAM.
           STOP RUN.

      * A apuracao grava de uma vez as horas e as faltas da
      * competencia: lancamento de origem ponto ou falta ja
      * gravados na competencia indicam rodada anterior completa.
       ConferirJaApurada.
           OPEN INPUT HORAS-FILE
           IF WSS-FS-HORAS = "00"
               MOVE "N" TO WSS-fim-leitura
               READ HORAS-FILE
                   AT END SET WSS-NAO-HA-MAIS-REGISTROS TO TRUE
               END-READ
               PERFORM UNTIL WSS-NAO-HA-MAIS-REGISTROS
                   COMPUTE WSS-CompetReg = HOR-DATA / 100
                   IF HOR-DO-RELOGIO
                      AND WSS-CompetReg = WSS-Competencia
                       MOVE "S" TO WSS-JaApurada
                   END-IF
                   READ HORAS-FILE
                       AT END SET WSS-NAO-HA-MAIS-REGISTROS TO TRUE
                   END-READ
               END-PERFORM
               CLOSE HORAS-FILE
           END-IF
           OPEN INPUT AUSENCIAS-FILE
           IF WSS-FS-AUSENCIAS = "00"
               MOVE "N" TO WSS-fim-leitura
               READ AUSENCIAS-FILE
                   AT END SET WSS-NAO-HA-MAIS-REGISTROS TO TRUE
               END-READ
               PERFORM UNTIL WSS-NAO-HA-MAIS-REGISTROS
                   COMPUTE WSS-CompetReg = AUS-DATA / 100
                   IF AUS-FALTA
                      AND WSS-CompetReg = WSS-Competencia
                       MOVE "S" TO WSS-JaApurada
                   END-IF
                   READ AUSENCIAS-FILE
                       AT END SET WSS-NAO-HA-MAIS-REGISTROS TO TRUE
                   END-READ
               END-PERFORM
               CLOSE AUSENCIAS-FILE
           END-IF.

      * Lista de excecoes: entradas sem saida da competencia ate
      * hoje, para o supervisor acertar no exerc-43-pto.
       ListarExcecoes.
           DISPLAY "------ MARCACOES SEM SAIDA (EXCECOES) ------"
           MOVE "N" TO WSS-fim-leitura
           READ PONTO-FILE NEXT RECORD
               AT END SET WSS-NAO-HA-MAIS-REGISTROS TO TRUE
           END-READ
           PERFORM UNTIL WSS-NAO-HA-MAIS-REGISTROS
               COMPUTE WSS-CompetReg = PNT-DATA / 100
               IF PNT-PENDENTE
                  AND WSS-CompetReg = WSS-Competencia
                  AND PNT-DATA NOT > WSS-DataHoje
                   DISPLAY "Matricula " PNT-MATRICULA " data "
                           PNT-DATA " entrada " PNT-ENTRADA
                           " sem saida"
                   ADD 1 TO WSS-QtdExcecoes
               END-IF
               READ PONTO-FILE NEXT RECORD
                   AT END SET WSS-NAO-HA-MAIS-REGISTROS TO TRUE
               END-READ
           END-PERFORM
           DISPLAY "Excecoes: " WSS-QtdExcecoes.

      * Mesma regra do exerc-43-esc: por grupo, os dias da maior
      * vigencia ate hoje; vigencia maior descarta os ja lidos.
       CarregarEscalas.
           INITIALIZE TABELA-ESCALAS
           OPEN INPUT ESCALA-FILE
           IF WSS-FS-ESCALA NOT = "00"
               CONTINUE
           ELSE
               MOVE "N" TO WSS-fim-leitura
               READ ESCALA-FILE
                   AT END SET WSS-NAO-HA-MAIS-REGISTROS TO TRUE
               END-READ
               PERFORM UNTIL WSS-NAO-HA-MAIS-REGISTROS
                   IF ESC-DIASEMANA > 0 AND ESC-DIASEMANA < 8
                      AND ESC-VIGENCIA NOT > WSS-DataHoje
                       PERFORM GuardarDiaEscala
                   END-IF
                   READ ESCALA-FILE
                       AT END SET WSS-NAO-HA-MAIS-REGISTROS TO TRUE
                   END-READ
               END-PERFORM
               CLOSE ESCALA-FILE
           END-IF.

       GuardarDiaEscala.
           PERFORM LocalizarGrupo
           IF WSS-AchouGrupo = "N"
               IF WSS-QtdGrupos = 20
                   DISPLAY "Limite de 20 grupos de escala atingido. "
                           "Grupo " ESC-GRUPO " ignorado."
               ELSE
                   ADD 1 TO WSS-QtdGrupos
                   MOVE WSS-QtdGrupos TO WSS-IndGrp
                   MOVE ESC-GRUPO TO vig-grupo (WSS-IndGrp)
                   MOVE "S" TO WSS-AchouGrupo
               END-IF
           END-IF
           IF WSS-AchouGrupo = "S"
               IF ESC-VIGENCIA > vig-vigencia (WSS-IndGrp)
                   INITIALIZE ESCALA-VIGENTE (WSS-IndGrp)
                   MOVE ESC-GRUPO TO vig-grupo (WSS-IndGrp)
                   MOVE ESC-VIGENCIA TO vig-vigencia (WSS-IndGrp)
               END-IF
               IF ESC-VIGENCIA = vig-vigencia (WSS-IndGrp)
                   MOVE "S" TO
                        vig-carregado (WSS-IndGrp ESC-DIASEMANA)
                   MOVE ESC-ENTRADA TO
                        vig-entrada (WSS-IndGrp ESC-DIASEMANA)
                   MOVE ESC-SAIDA TO
                        vig-saida (WSS-IndGrp ESC-DIASEMANA)
                   MOVE ESC-INTERVALO TO
                        vig-intervalo (WSS-IndGrp ESC-DIASEMANA)
                   MOVE ESC-TOLERANCIA TO
                        vig-tolerancia (WSS-IndGrp ESC-DIASEMANA)
               END-IF
           END-IF.

      * Procura ESC-GRUPO na tabela; achado, WSS-IndGrp aponta
      * para ele.
       LocalizarGrupo.
           MOVE "N" TO WSS-AchouGrupo
           PERFORM VARYING WSS-IndGrp FROM 1 BY 1
                   UNTIL WSS-IndGrp > WSS-QtdGrupos
                      OR WSS-AchouGrupo = "S"
               IF vig-grupo (WSS-IndGrp) = ESC-GRUPO
                   MOVE "S" TO WSS-AchouGrupo
                   SUBTRACT 1 FROM WSS-IndGrp
               END-IF
           END-PERFORM.

       CarregarFeriados.
           OPEN INPUT CALENDARIO-FILE
           IF WSS-FS-CALENDARIO = "00"
               MOVE "N" TO WSS-fim-leitura
               READ CALENDARIO-FILE
                   AT END SET WSS-NAO-HA-MAIS-REGISTROS TO TRUE
               END-READ
               PERFORM UNTIL WSS-NAO-HA-MAIS-REGISTROS
                   COMPUTE WSS-CompetReg = CAL-DATA / 100
                   IF WSS-CompetReg = WSS-Competencia
                      AND WSS-QtdFeriados < 31
                       ADD 1 TO WSS-QtdFeriados
                       MOVE CAL-DATA
                            TO FERIADO-DATA (WSS-QtdFeriados)
                   END-IF
                   READ CALENDARIO-FILE
                       AT END SET WSS-NAO-HA-MAIS-REGISTROS TO TRUE
                   END-READ
               END-PERFORM
               CLOSE CALENDARIO-FILE
           END-IF.

       ApurarFuncionario.
           MOVE FUN-ESCALA TO ESC-GRUPO
           PERFORM LocalizarGrupo
           IF WSS-AchouGrupo = "N"
               DISPLAY "Matricula " FUN-MATRICULA ": grupo "
                       FUN-ESCALA " sem escala vigente. Nao apurada."
               ADD 1 TO WSS-QtdSemEscala
           ELSE
               ADD 1 TO WSS-QtdApurados
               PERFORM CarregarMarcacoes
               PERFORM CarregarLicencas
               MOVE WSS-IntInicio TO WSS-IntDia
               IF FUN-ADMISSAO > WSS-DataInicio
                  AND FUN-ADMISSAO NOT > WSS-DataHoje
                   COMPUTE WSS-IntDia =
                           FUNCTION INTEGER-OF-DATE (FUN-ADMISSAO)
               END-IF
               IF FUN-ADMISSAO > WSS-DataHoje
                   COMPUTE WSS-IntDia = WSS-IntHoje + 1
               END-IF
               PERFORM UNTIL WSS-IntDia > WSS-IntHoje
                   PERFORM ApurarDia
                   ADD 1 TO WSS-IntDia
               END-PERFORM
           END-IF.

      * Marcacoes do funcionario na competencia, ja convertidas em
      * minutos; a saida antes da entrada passa da meia-noite.
       CarregarMarcacoes.
           MOVE ZEROS TO WSS-QtdMarcacoes
           MOVE FUN-MATRICULA TO PNT-MATRICULA
           MOVE WSS-DataInicio TO PNT-DATA
           MOVE ZEROS TO PNT-ENTRADA
           MOVE "N" TO WSS-fim-leitura
           START PONTO-FILE KEY NOT < PNT-CHAVE
               INVALID KEY SET WSS-NAO-HA-MAIS-REGISTROS TO TRUE
           END-START
           PERFORM UNTIL WSS-NAO-HA-MAIS-REGISTROS
               READ PONTO-FILE NEXT RECORD
                   AT END SET WSS-NAO-HA-MAIS-REGISTROS TO TRUE
                   NOT AT END
                       IF PNT-MATRICULA NOT = FUN-MATRICULA
                          OR PNT-DATA > WSS-DataHoje
                           SET WSS-NAO-HA-MAIS-REGISTROS TO TRUE
                       ELSE
                           PERFORM GuardarMarcacao
                       END-IF
               END-READ
           END-PERFORM.

      * Licencas do funcionario que alcancam a competencia; sem
      * data de fim a licenca segue em curso.
       CarregarLicencas.
           MOVE ZEROS TO WSS-QtdLicencas
           IF WSS-LicencasDisponivel = "S"
               MOVE FUN-MATRICULA TO LIC-MATRICULA
               MOVE ZEROS TO LIC-INICIO
               MOVE "N" TO WSS-fim-leitura
               START LICENCAS-FILE KEY NOT < LIC-CHAVE
                   INVALID KEY SET WSS-NAO-HA-MAIS-REGISTROS TO TRUE
               END-START
               PERFORM UNTIL WSS-NAO-HA-MAIS-REGISTROS
                   READ LICENCAS-FILE NEXT RECORD
                       AT END SET WSS-NAO-HA-MAIS-REGISTROS TO TRUE
                       NOT AT END
                           IF LIC-MATRICULA NOT = FUN-MATRICULA
                              OR LIC-INICIO > WSS-DataHoje
                               SET WSS-NAO-HA-MAIS-REGISTROS TO TRUE
                           ELSE
                               PERFORM GuardarLicenca
                           END-IF
                   END-READ
               END-PERFORM
           END-IF.

       GuardarLicenca.
           IF (LIC-FIM = ZEROS OR LIC-FIM NOT < WSS-DataInicio)
              AND WSS-QtdLicencas < 20
               ADD 1 TO WSS-QtdLicencas
               MOVE LIC-INICIO TO afa-inicio (WSS-QtdLicencas)
               IF LIC-FIM = ZEROS
                   MOVE 99999999 TO afa-fim (WSS-QtdLicencas)
               ELSE
                   MOVE LIC-FIM TO afa-fim (WSS-QtdLicencas)
               END-IF
           END-IF.

       GuardarMarcacao.
           IF WSS-QtdMarcacoes = 100
               DISPLAY "Matricula " FUN-MATRICULA ": limite de 100 "
                       "marcacoes no mes. Marcacao de " PNT-DATA
                       " ignorada."
           ELSE
               ADD 1 TO WSS-QtdMarcacoes
               MOVE PNT-DATA TO mar-data (WSS-QtdMarcacoes)
               MOVE PNT-ENTRADA TO mar-entrada (WSS-QtdMarcacoes)
               MOVE PNT-ENTRADA TO WSS-Horario
               PERFORM ConverterMinutos
               MOVE WSS-Minutos TO mar-inicio (WSS-QtdMarcacoes)
               MOVE PNT-SAIDA TO WSS-Horario
               PERFORM ConverterMinutos
               IF WSS-Minutos < mar-inicio (WSS-QtdMarcacoes)
                   ADD 1440 TO WSS-Minutos
               END-IF
               MOVE WSS-Minutos TO mar-fim (WSS-QtdMarcacoes)
           END-IF.

       ConverterMinutos.
           COMPUTE WSS-Minutos = WSS-HorarioHH * 60 + WSS-HorarioMM.

      * Um dia do funcionario. Dia da semana pelo numero de dias
      * desde 31/12/1600, como no BATCH-NOTURNO: resto 1 e
      * segunda, 0 e domingo (7 na escala).
       ApurarDia.
           COMPUTE WSS-DataDia =
                   FUNCTION DATE-OF-INTEGER (WSS-IntDia)
           COMPUTE WSS-DiaSemana = FUNCTION MOD (WSS-IntDia, 7)
           IF WSS-DiaSemana = 0
               MOVE 7 TO WSS-DiaSemana
           END-IF
           MOVE "N" TO WSS-Feriado
           PERFORM VARYING WSS-IndFer FROM 1 BY 1
                   UNTIL WSS-IndFer > WSS-QtdFeriados
               IF FERIADO-DATA (WSS-IndFer) = WSS-DataDia
                   MOVE "S" TO WSS-Feriado
               END-IF
           END-PERFORM
           MOVE WSS-DiaSemana TO WSS-IndDia
           MOVE "N" TO WSS-EscalaDia
           IF vig-carregado (WSS-IndGrp WSS-IndDia) = "S"
              AND vig-entrada (WSS-IndGrp WSS-IndDia) NOT =
                  vig-saida (WSS-IndGrp WSS-IndDia)
              AND WSS-Feriado = "N"
               MOVE "S" TO WSS-EscalaDia
           END-IF

           MOVE ZEROS TO WSS-QtdMarcDia WSS-TrabalhadoMin
                         WSS-NoturnoMin
           PERFORM VARYING WSS-IndMar FROM 1 BY 1
                   UNTIL WSS-IndMar > WSS-QtdMarcacoes
               IF mar-data (WSS-IndMar) = WSS-DataDia
                   ADD 1 TO WSS-QtdMarcDia
                   IF WSS-QtdMarcDia = 1
                       MOVE mar-entrada (WSS-IndMar)
                            TO WSS-PrimeiraEntrada
                       MOVE mar-inicio (WSS-IndMar)
                            TO WSS-PrimeiraMin
                   END-IF
                   COMPUTE WSS-TrabalhadoMin = WSS-TrabalhadoMin
                           + mar-fim (WSS-IndMar)
                           - mar-inicio (WSS-IndMar)
                   PERFORM SomarNoturno
               END-IF
           END-PERFORM

           MOVE "N" TO WSS-EmLicenca
           PERFORM VARYING WSS-IndLic FROM 1 BY 1
                   UNTIL WSS-IndLic > WSS-QtdLicencas
               IF WSS-DataDia NOT < afa-inicio (WSS-IndLic)
                  AND WSS-DataDia NOT > afa-fim (WSS-IndLic)
                   MOVE "S" TO WSS-EmLicenca
               END-IF
           END-PERFORM
           IF WSS-EmLicenca = "S"
               ADD 1 TO WSS-QtdDiasLicenca
               MOVE "N" TO WSS-EscalaDia
               MOVE ZEROS TO WSS-TrabalhadoMin WSS-NoturnoMin
           END-IF

           IF WSS-EscalaDia = "S"
               IF WSS-QtdMarcDia = ZEROS
                   PERFORM GravarFalta
               ELSE
                   PERFORM ApurarJornada
               END-IF
           ELSE
               IF WSS-TrabalhadoMin > ZEROS
                   MOVE "H1" TO WSS-TipoHoras
                   MOVE WSS-TrabalhadoMin TO WSS-MinutosLancar
                   PERFORM GravarHoras
               END-IF
           END-IF
           IF WSS-NoturnoMin > ZEROS
               MOVE "AN" TO WSS-TipoHoras
               MOVE WSS-NoturnoMin TO WSS-MinutosLancar
               PERFORM GravarHoras
           END-IF.

      * Parte da marcacao que cai entre 22h e 5h, nas janelas da
      * madrugada do dia, da noite do dia e da noite seguinte.
       SomarNoturno.
           MOVE 0 TO WSS-JanelaIni
           MOVE 300 TO WSS-JanelaFim
           PERFORM SomarJanela
           MOVE 1320 TO WSS-JanelaIni
           MOVE 1740 TO WSS-JanelaFim
           PERFORM SomarJanela
           MOVE 2760 TO WSS-JanelaIni
           MOVE 2880 TO WSS-JanelaFim
           PERFORM SomarJanela.

       SomarJanela.
           MOVE mar-inicio (WSS-IndMar) TO WSS-SobreIni
           IF WSS-JanelaIni > WSS-SobreIni
               MOVE WSS-JanelaIni TO WSS-SobreIni
           END-IF
           MOVE mar-fim (WSS-IndMar) TO WSS-SobreFim
           IF WSS-JanelaFim < WSS-SobreFim
               MOVE WSS-JanelaFim TO WSS-SobreFim
           END-IF
           IF WSS-SobreFim > WSS-SobreIni
               COMPUTE WSS-NoturnoMin = WSS-NoturnoMin
                       + WSS-SobreFim - WSS-SobreIni
           END-IF.

      * Dia de escala trabalhado: jornada prevista = saida menos
      * entrada menos intervalo; marcacao unica no dia nao
      * registrou o intervalo e ele e descontado do trabalhado.
       ApurarJornada.
           MOVE vig-entrada (WSS-IndGrp WSS-IndDia) TO WSS-Horario
           PERFORM ConverterMinutos
           MOVE WSS-Minutos TO WSS-EscEntradaMin
           MOVE vig-saida (WSS-IndGrp WSS-IndDia) TO WSS-Horario
           PERFORM ConverterMinutos
           IF WSS-Minutos < WSS-EscEntradaMin
               ADD 1440 TO WSS-Minutos
           END-IF
           COMPUTE WSS-PrevistoMin = WSS-Minutos - WSS-EscEntradaMin
                   - vig-intervalo (WSS-IndGrp WSS-IndDia)
           IF WSS-QtdMarcDia = 1
               SUBTRACT vig-intervalo (WSS-IndGrp WSS-IndDia)
                   FROM WSS-TrabalhadoMin
           END-IF
           COMPUTE WSS-ExtraMin = WSS-TrabalhadoMin - WSS-PrevistoMin
           IF WSS-ExtraMin > WSS-TolExtra
               MOVE "H5" TO WSS-TipoHoras
               MOVE WSS-ExtraMin TO WSS-MinutosLancar
               PERFORM GravarHoras
           END-IF
           IF WSS-PrimeiraMin > WSS-EscEntradaMin
                   + vig-tolerancia (WSS-IndGrp WSS-IndDia)
               COMPUTE WSS-AtrasoMin =
                       WSS-PrimeiraMin - WSS-EscEntradaMin
               DISPLAY "Matricula " FUN-MATRICULA " " FUN-NOME
                       " " WSS-DataDia " escala "
                       vig-entrada (WSS-IndGrp WSS-IndDia)
                       " entrada " WSS-PrimeiraEntrada " atraso "
                       WSS-AtrasoMin " min"
               ADD 1 TO WSS-QtdAtrasos
           END-IF.

       GravarHoras.
           MOVE FUN-MATRICULA TO HOR-MATRICULA
           MOVE WSS-DataDia TO HOR-DATA
           COMPUTE HOR-HORAS ROUNDED = WSS-MinutosLancar / 60
           MOVE WSS-TipoHoras TO HOR-TIPO
           MOVE ZEROS TO HOR-OPERADOR
           SET HOR-DO-RELOGIO TO TRUE
           MOVE ZEROS TO HOR-DATAREF
           WRITE HORAS-REG
           MOVE "WRITE" TO WSS-TfsOperacao
           MOVE "HORASMES" TO WSS-TfsArquivo
           CALL "TRATAFS" USING WSS-TfsPrograma
                WSS-TfsArquivo WSS-TfsOperacao WSS-FS-HORAS
           EVALUATE WSS-TipoHoras
               WHEN "H5"
                   ADD 1 TO WSS-QtdH5
                   ADD HOR-HORAS TO WSS-HorasH5
               WHEN "H1"
                   ADD 1 TO WSS-QtdH1
                   ADD HOR-HORAS TO WSS-HorasH1
               WHEN OTHER
                   ADD 1 TO WSS-QtdAn
                   ADD HOR-HORAS TO WSS-HorasAn
           END-EVALUATE.

       GravarFalta.
           MOVE FUN-MATRICULA TO AUS-MATRICULA
           MOVE WSS-DataDia TO AUS-DATA
           SET AUS-FALTA TO TRUE
           WRITE AUSENCIA-REG
           MOVE "WRITE" TO WSS-TfsOperacao
           MOVE "AUSENCIAS" TO WSS-TfsArquivo
           CALL "TRATAFS" USING WSS-TfsPrograma
                WSS-TfsArquivo WSS-TfsOperacao WSS-FS-AUSENCIAS
           ADD 1 TO WSS-QtdFaltas.
      *wrun32 exerc-43-pon
