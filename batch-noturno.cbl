      * quando o dia 1 cai em feriado o passo mensal desloca
      * sozinho para o dia util seguinte. Passo pulado por
      * calendario sai no JOBLOG com evento C, distinto de falha.
      * A conferencia de notas (exerc-29-cnf) vai no BATCHSEQ
      * antes do EXERC-29: com nota em falta ela devolve ER e a
      * corrente para antes do boletim, salvo liberacao do dia
      * da coordenacao.
      * A conferencia de integridade (UTIL-INTEGR) vai logo apos
      * o UTIL-UNLOAD: relacao critica do INTEGRPARAM com orfaos
      * devolve ER e para a corrente antes dos passos que
      * confiam nos cadastros.
      * O relatorio de alteracoes de parametros pendentes de
      * aprovacao (UTIL-PENDREL) vai no BATCHSEQ antes do
      * UTIL-LOGREL; so informa, sempre devolve OK.
      * O relatorio de excecoes de negocio (UTIL-EXCREL) vai por
      * ultimo no BATCHSEQ, depois dos passos que gravam os
      * rejeitos e pendencias; tambem so informa.
      * Cadeias: cada linha do BATCHSEQ pode trazer ainda, na
      * coluna 16, o nome da cadeia do passo (branco = GERAL) e,
      * na coluna 25, a cadeia de que ele depende. Falha para so
      * a cadeia do passo; as outras seguem. Passo cuja cadeia de
      * dependencia falhou (ou ficou bloqueada) nao roda e sua
      * cadeia fica bloqueada. A cadeia da dependencia deve vir
      * antes no BATCHSEQ. Sequencia antiga, sem cadeias, e uma
      * so cadeia GERAL e para inteira como antes.
      * Estado da janela: cada passo grava sua situacao no
      * BATCHEST. O modo vem do cartao BATCHMODO (coluna 1), e
      * nao do fluxo de entrada, que fica todo para os passos:
      * N, branco ou cartao ausente abre janela nova; R reinicia a
      * ultima janela, pulando o que ja terminou OK ou saiu pelo
      * calendario nela e rodando a partir do passo que falhou,
      * com a agenda do dia em que a janela abriu. O cartao R
      * vale para uma execucao: lido, volta a N.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           SELECT CALENDARIO-FILE ASSIGN TO "CALENDARIO"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WSS-FS-CALENDARIO.
           SELECT ESTADO-FILE ASSIGN TO "BATCHEST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WSS-FS-ESTADO.
           SELECT MODO-FILE ASSIGN TO "BATCHMODO"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WSS-FS-MODO.

       DATA DIVISION.
       FILE SECTION.
           05  SEQ-PROGRAMA     PIC X(12).
           05  FILLER           PIC X(1).
           05  SEQ-FREQUENCIA   PIC X(1).
           05  FILLER           PIC X(1).
           05  SEQ-CADEIA       PIC X(8).
           05  FILLER           PIC X(1).
           05  SEQ-DEPENDE      PIC X(8).

       FD  CALENDARIO-FILE.
           COPY "CALEND.CPY".
       FD  JOBLOG-FILE.
           COPY "JOBLOG.CPY".

       FD  ESTADO-FILE.
           COPY "BATCHEST.CPY".

       FD  MODO-FILE.
       01  MODO-REG.
           05  MOD-MODO         PIC X(1).

       WORKING-STORAGE SECTION.
       77  WSS-FS-SEQUENCIA     PIC X(02).
       77  WSS-FS-JOBLOG        PIC X(02).
       77  WSS-AchouFim         PIC X(01).
       77  WSS-QtdFimAntes      PIC 9(5).
       77  WSS-QtdFimDepois     PIC 9(5).
       77  WSS-QtdPassos        PIC 9(3) VALUE ZEROS.
       77  WSS-QtdOk            PIC 9(3) VALUE ZEROS.
       77  WSS-QtdFalhas        PIC 9(3) VALUE ZEROS.
       77  WSS-LogAgEvento      PIC X(1) VALUE "C".
       77  WSS-LogAgRetorno     PIC X(2) VALUE "CL".

       77  WSS-FS-ESTADO        PIC X(02).
       77  WSS-fim-estado       PIC X(01).
           88 WSS-NAO-HA-MAIS-ESTADOS  VALUE "S".
       77  WSS-ModoJanela       PIC X(01).
       77  WSS-FS-MODO          PIC X(02).
       77  WSS-JanelaData       PIC 9(8).
       77  WSS-JanelaHora       PIC 9(6).
       77  WSS-Hora8            PIC 9(8).
       77  WSS-SituacaoPasso    PIC X(02).
       77  WSS-QtdJaFeitos      PIC 9(3) VALUE ZEROS.
       77  WSS-JaConcluido      PIC X(01).

       77  WSS-IndAnt           PIC 9(3).
       77  WSS-QtdAnteriores    PIC 9(3) VALUE ZEROS.
       77  WSS-AchouAnterior    PIC X(01).
       01  TABELA-ANTERIORES.
           05  PASSO-ANTERIOR OCCURS 200 TIMES.
               10  ant-programa       PIC X(12).
               10  ant-cadeia         PIC X(8).
               10  ant-situacao       PIC X(2).

       77  WSS-CadeiaPasso      PIC X(8).
       77  WSS-CadeiaProcurada  PIC X(8).
       77  WSS-IndCad           PIC 9(2).
       77  WSS-IndDep           PIC 9(2).
       77  WSS-IndBusca         PIC 9(2).
       77  WSS-QtdCadeias       PIC 9(2) VALUE ZEROS.
       77  WSS-AchouCadeia      PIC X(01).
       77  WSS-QtdCadeiasParadas PIC 9(2) VALUE ZEROS.
       01  TABELA-CADEIAS.
           05  CADEIA OCCURS 20 TIMES.
               10  cad-nome           PIC X(8).
               10  cad-situacao       PIC X(2).
               10  cad-motivo         PIC X(12).
               10  cad-ok             PIC 9(3).
               10  cad-falhas         PIC 9(3).
               10  cad-bloqueados     PIC 9(3).
               10  cad-jafeitos       PIC 9(3).
               10  cad-agenda         PIC 9(3).

       PROCEDURE DIVISION.
       Inicio.
           PERFORM EscolherJanela
           PERFORM CarregarCalendario
           PERFORM ApurarDiasUteis

               IF SEQ-PROGRAMA = SPACES
                   CONTINUE
               ELSE
                   PERFORM LocalizarCadeia
                   PERFORM ConferirDependencia
                   IF cad-situacao (WSS-IndCad) NOT = "OK"
                       ADD 1 TO WSS-QtdPulados
                       ADD 1 TO cad-bloqueados (WSS-IndCad)
                       DISPLAY "Passo " SEQ-PROGRAMA
                               " NAO executado (cadeia "
                               cad-nome (WSS-IndCad) " parada)."
                       MOVE SEQ-PROGRAMA TO WSS-ProgramaPasso
                       MOVE "BL" TO WSS-SituacaoPasso
                       PERFORM GravarEstado
                   ELSE
                       PERFORM ConferirJaConcluido
                       IF WSS-JaConcluido = "S"
                           ADD 1 TO WSS-QtdJaFeitos
                           ADD 1 TO cad-jafeitos (WSS-IndCad)
                           DISPLAY "Passo " SEQ-PROGRAMA
                                   " ja concluido nesta janela. "
                                   "Pulado no reinicio."
                       ELSE
                           PERFORM ConferirFrequencia
                           IF WSS-PassoDevido = "S"
                               PERFORM ExecutarPasso
                           ELSE
                               PERFORM PularPorCalendario
                           END-IF
                       END-IF
                   END-IF
               END-IF
           CLOSE SEQUENCIA-FILE

           DISPLAY "------ RESUMO DA JANELA NOTURNA ------"
           DISPLAY "Janela...............: " WSS-JanelaData " "
                   WSS-JanelaHora
           DISPLAY "Passos executados....: " WSS-QtdPassos
           DISPLAY "Passos bem-sucedidos.: " WSS-QtdOk
           DISPLAY "Passos com falha.....: " WSS-QtdFalhas
           DISPLAY "Passos nao executados: " WSS-QtdPulados
           DISPLAY "Pulados por calendario: " WSS-QtdAgenda
           DISPLAY "Ja concluidos antes..: " WSS-QtdJaFeitos
           PERFORM MostrarCadeias
           IF WSS-QtdCadeiasParadas > ZEROS
               DISPLAY "Corrija e reinicie com o modo R: so os "
                       "passos pendentes da janela serao "
                       "executados."
           ELSE
               DISPLAY "Janela concluida sem paradas."
           END-IF.
           IF WSS-ChamadaFalhou = "S"
               DISPLAY "Passo " WSS-ProgramaPasso " nao pode ser "
                       "chamado (programa ausente)."
               PERFORM MarcarFalhaCadeia
           ELSE
               PERFORM ConferirJoblogPasso
      * So vale registro de fim novo, gravado por esta execucao;
                   DISPLAY "Passo " WSS-ProgramaPasso " sem "
                           "registro de fim novo no JOBLOG. "
                           "Tratado como falha."
                   PERFORM MarcarFalhaCadeia
               ELSE
                   IF WSS-RetornoPasso = "OK"
                       ADD 1 TO WSS-QtdOk
                       ADD 1 TO cad-ok (WSS-IndCad)
                       MOVE "OK" TO WSS-SituacaoPasso
                       DISPLAY "Passo " WSS-ProgramaPasso
                               " concluido com sucesso."
                   ELSE
                       DISPLAY "Passo " WSS-ProgramaPasso
                               " terminou com falha (retorno "
                               WSS-RetornoPasso ")."
                       PERFORM MarcarFalhaCadeia
                   END-IF
               END-IF
           END-IF
           PERFORM GravarEstado.

      * Falha para so a cadeia do passo; as demais seguem.
       MarcarFalhaCadeia.
           ADD 1 TO WSS-QtdFalhas
           ADD 1 TO cad-falhas (WSS-IndCad)
           MOVE "ER" TO cad-situacao (WSS-IndCad)
           MOVE WSS-ProgramaPasso TO cad-motivo (WSS-IndCad)
           MOVE "ER" TO WSS-SituacaoPasso.

       CarregarCalendario.
           OPEN INPUT CALENDARIO-FILE
      * util. E assim que o fechamento desloca sozinho quando o
      * dia 1 cai em feriado.
       ApurarDiasUteis.
           MOVE WSS-JanelaData TO WSS-DataHoje
           COMPUTE WSS-IntHoje =
                   FUNCTION INTEGER-OF-DATE (WSS-DataHoje)

      * que foi o calendario, e nao uma falha.
       PularPorCalendario.
           ADD 1 TO WSS-QtdAgenda
           ADD 1 TO cad-agenda (WSS-IndCad)
           DISPLAY "Passo " SEQ-PROGRAMA " (frequencia "
                   SEQ-FREQUENCIA ") fora da agenda de hoje. "
                   "Pulado pelo calendario."
           MOVE SEQ-PROGRAMA TO WSS-ProgramaPasso
           CALL "GRAVALOG" USING WSS-ProgramaPasso WSS-LogAgEvento
                WSS-LogAgLidos WSS-LogAgGravados
                WSS-LogAgRejeitados WSS-LogAgRetorno
           MOVE "CL" TO WSS-SituacaoPasso
           PERFORM GravarEstado.

      * O resultado do passo e o ultimo registro de fim (evento F)
      * gravado no JOBLOG pelo proprio programa via GRAVALOG.
               END-PERFORM
               CLOSE JOBLOG-FILE
           END-IF.

      * Modo da janela: N abre janela nova com a data e hora de
      * agora; R retoma a ultima janela gravada no BATCHEST.
      * O modo e a coluna 1 do cartao BATCHMODO; sem cartao, N.
       EscolherJanela.
           MOVE "N" TO WSS-ModoJanela
           OPEN INPUT MODO-FILE
           IF WSS-FS-MODO = "00"
               READ MODO-FILE
                   AT END
                       MOVE "N" TO MOD-MODO
               END-READ
               MOVE MOD-MODO TO WSS-ModoJanela
               CLOSE MODO-FILE
           END-IF
           IF WSS-ModoJanela = "R" OR "r"
               MOVE "R" TO WSS-ModoJanela
               PERFORM DesarmarReinicio
               PERFORM CarregarEstado
               IF WSS-QtdAnteriores = ZEROS
                   DISPLAY "Nenhuma janela anterior no BATCHEST. "
                           "Abrindo janela nova."
                   MOVE "N" TO WSS-ModoJanela
               ELSE
                   DISPLAY "Reiniciando a janela de "
                           WSS-JanelaData " " WSS-JanelaHora
               END-IF
           ELSE
               MOVE "N" TO WSS-ModoJanela
           END-IF
           IF WSS-ModoJanela = "N"
               ACCEPT WSS-JanelaData FROM DATE YYYYMMDD
               ACCEPT WSS-Hora8 FROM TIME
               MOVE WSS-Hora8 (1:6) TO WSS-JanelaHora
               DISPLAY "Abrindo a janela de "
                       WSS-JanelaData " " WSS-JanelaHora
           END-IF.

      * O cartao R e consumido: volta a N para a proxima noite
      * nao reiniciar de novo a mesma janela.
       DesarmarReinicio.
           OPEN OUTPUT MODO-FILE
           IF WSS-FS-MODO = "00"
               MOVE "N" TO MOD-MODO
               WRITE MODO-REG
               CLOSE MODO-FILE
           ELSE
               DISPLAY "Cartao BATCHMODO nao regravado. Status: "
                       WSS-FS-MODO
           END-IF.

      * A ultima janela e a do ultimo registro do BATCHEST; de
      * cada passo vale a ultima situacao gravada nela.
       CarregarEstado.
           MOVE ZEROS TO WSS-QtdAnteriores
           MOVE ZEROS TO WSS-JanelaData
           MOVE ZEROS TO WSS-JanelaHora
           OPEN INPUT ESTADO-FILE
           IF WSS-FS-ESTADO NOT = "00"
               CONTINUE
           ELSE
               MOVE "N" TO WSS-fim-estado
               READ ESTADO-FILE
                   AT END SET WSS-NAO-HA-MAIS-ESTADOS TO TRUE
               END-READ
               PERFORM UNTIL WSS-NAO-HA-MAIS-ESTADOS
                   IF BES-JANELA-DATA NOT = WSS-JanelaData
                      OR BES-JANELA-HORA NOT = WSS-JanelaHora
                       MOVE ZEROS TO WSS-QtdAnteriores
                       MOVE BES-JANELA-DATA TO WSS-JanelaData
                       MOVE BES-JANELA-HORA TO WSS-JanelaHora
                   END-IF
                   PERFORM GuardarAnterior
                   READ ESTADO-FILE
                       AT END SET WSS-NAO-HA-MAIS-ESTADOS TO TRUE
                   END-READ
               END-PERFORM
               CLOSE ESTADO-FILE
           END-IF.

       GuardarAnterior.
           MOVE "N" TO WSS-AchouAnterior
           PERFORM VARYING WSS-IndAnt FROM 1 BY 1
                   UNTIL WSS-IndAnt > WSS-QtdAnteriores
                      OR WSS-AchouAnterior = "S"
               IF ant-programa (WSS-IndAnt) = BES-PROGRAMA
                  AND ant-cadeia (WSS-IndAnt) = BES-CADEIA
                   MOVE "S" TO WSS-AchouAnterior
                   SUBTRACT 1 FROM WSS-IndAnt
               END-IF
           END-PERFORM
           IF WSS-AchouAnterior = "N"
               IF WSS-QtdAnteriores < 200
                   ADD 1 TO WSS-QtdAnteriores
                   MOVE WSS-QtdAnteriores TO WSS-IndAnt
                   MOVE "S" TO WSS-AchouAnterior
               ELSE
                   DISPLAY "Limite de 200 passos no BATCHEST "
                           "atingido."
               END-IF
           END-IF
           IF WSS-AchouAnterior = "S"
               MOVE BES-PROGRAMA TO ant-programa (WSS-IndAnt)
               MOVE BES-CADEIA TO ant-cadeia (WSS-IndAnt)
               MOVE BES-SITUACAO TO ant-situacao (WSS-IndAnt)
           END-IF.

      * No reinicio, passo que ja terminou OK ou saiu pelo
      * calendario nesta janela nao roda de novo.
       ConferirJaConcluido.
           MOVE "N" TO WSS-JaConcluido
           IF WSS-ModoJanela = "R"
               MOVE "N" TO WSS-AchouAnterior
               PERFORM VARYING WSS-IndAnt FROM 1 BY 1
                       UNTIL WSS-IndAnt > WSS-QtdAnteriores
                          OR WSS-AchouAnterior = "S"
                   IF ant-programa (WSS-IndAnt) = SEQ-PROGRAMA
                      AND ant-cadeia (WSS-IndAnt) = WSS-CadeiaPasso
                       MOVE "S" TO WSS-AchouAnterior
                       SUBTRACT 1 FROM WSS-IndAnt
                   END-IF
               END-PERFORM
               IF WSS-AchouAnterior = "S"
                   IF ant-situacao (WSS-IndAnt) = "OK" OR "CL"
                       MOVE "S" TO WSS-JaConcluido
                   END-IF
               END-IF
           END-IF.

      * Cadeia do passo (branco = GERAL); cadeia nova comeca OK.
       LocalizarCadeia.
           MOVE SEQ-CADEIA TO WSS-CadeiaPasso
           IF WSS-CadeiaPasso = SPACES
               MOVE "GERAL" TO WSS-CadeiaPasso
           END-IF
           MOVE WSS-CadeiaPasso TO WSS-CadeiaProcurada
           PERFORM ProcurarCadeia
           IF WSS-AchouCadeia = "S"
               MOVE WSS-IndBusca TO WSS-IndCad
           ELSE
               IF WSS-QtdCadeias < 20
                   ADD 1 TO WSS-QtdCadeias
                   MOVE WSS-QtdCadeias TO WSS-IndCad
                   MOVE WSS-CadeiaPasso TO cad-nome (WSS-IndCad)
                   MOVE "OK" TO cad-situacao (WSS-IndCad)
                   MOVE SPACES TO cad-motivo (WSS-IndCad)
                   MOVE ZEROS TO cad-ok (WSS-IndCad)
                   MOVE ZEROS TO cad-falhas (WSS-IndCad)
                   MOVE ZEROS TO cad-bloqueados (WSS-IndCad)
                   MOVE ZEROS TO cad-jafeitos (WSS-IndCad)
                   MOVE ZEROS TO cad-agenda (WSS-IndCad)
               ELSE
                   DISPLAY "Limite de 20 cadeias atingido. Passo "
                           SEQ-PROGRAMA " segue na cadeia "
                           cad-nome (20) "."
                   MOVE 20 TO WSS-IndCad
                   MOVE cad-nome (20) TO WSS-CadeiaPasso
               END-IF
           END-IF.

       ProcurarCadeia.
           MOVE "N" TO WSS-AchouCadeia
           PERFORM VARYING WSS-IndBusca FROM 1 BY 1
                   UNTIL WSS-IndBusca > WSS-QtdCadeias
                      OR WSS-AchouCadeia = "S"
               IF cad-nome (WSS-IndBusca) = WSS-CadeiaProcurada
                   MOVE "S" TO WSS-AchouCadeia
                   SUBTRACT 1 FROM WSS-IndBusca
               END-IF
           END-PERFORM.

      * Dependencia que parou (ou que ainda nao apareceu no
      * BATCHSEQ) bloqueia a cadeia do passo.
       ConferirDependencia.
           IF SEQ-DEPENDE NOT = SPACES
              AND cad-situacao (WSS-IndCad) = "OK"
               MOVE SEQ-DEPENDE TO WSS-CadeiaProcurada
               PERFORM ProcurarCadeia
               IF WSS-AchouCadeia = "N"
                   DISPLAY "Cadeia " SEQ-DEPENDE " ainda nao "
                           "rodou nesta janela. Cadeia "
                           cad-nome (WSS-IndCad) " bloqueada."
                   MOVE "BL" TO cad-situacao (WSS-IndCad)
                   MOVE SEQ-DEPENDE TO cad-motivo (WSS-IndCad)
               ELSE
                   MOVE WSS-IndBusca TO WSS-IndDep
                   IF cad-situacao (WSS-IndDep) NOT = "OK"
                       DISPLAY "Cadeia " cad-nome (WSS-IndCad)
                               " bloqueada: depende da cadeia "
                               SEQ-DEPENDE ", que parou."
                       MOVE "BL" TO cad-situacao (WSS-IndCad)
                       MOVE SEQ-DEPENDE TO cad-motivo (WSS-IndCad)
                   END-IF
               END-IF
           END-IF.

       GravarEstado.
           OPEN EXTEND ESTADO-FILE
           IF WSS-FS-ESTADO NOT = "00"
               CLOSE ESTADO-FILE
               OPEN OUTPUT ESTADO-FILE
           END-IF
           IF WSS-FS-ESTADO NOT = "00"
               DISPLAY "Nao foi possivel gravar o estado do passo "
                       "no BATCHEST. Status: " WSS-FS-ESTADO
           ELSE
               MOVE WSS-JanelaData TO BES-JANELA-DATA
               MOVE WSS-JanelaHora TO BES-JANELA-HORA
               MOVE WSS-ProgramaPasso TO BES-PROGRAMA
               MOVE WSS-CadeiaPasso TO BES-CADEIA
               MOVE WSS-SituacaoPasso TO BES-SITUACAO
               ACCEPT BES-DATA FROM DATE YYYYMMDD
               ACCEPT WSS-Hora8 FROM TIME
               MOVE WSS-Hora8 (1:6) TO BES-HORA
               WRITE BATCHEST-REG
               CLOSE ESTADO-FILE
           END-IF.

       MostrarCadeias.
           MOVE ZEROS TO WSS-QtdCadeiasParadas
           DISPLAY "------ CADEIAS ------"
           PERFORM VARYING WSS-IndCad FROM 1 BY 1
                   UNTIL WSS-IndCad > WSS-QtdCadeias
               EVALUATE cad-situacao (WSS-IndCad)
                   WHEN "OK"
                       DISPLAY "Cadeia " cad-nome (WSS-IndCad)
                               " CONCLUIDA"
                   WHEN "ER"
                       ADD 1 TO WSS-QtdCadeiasParadas
                       DISPLAY "Cadeia " cad-nome (WSS-IndCad)
                               " FALHOU no passo "
                               cad-motivo (WSS-IndCad)
                   WHEN OTHER
                       ADD 1 TO WSS-QtdCadeiasParadas
                       DISPLAY "Cadeia " cad-nome (WSS-IndCad)
                               " BLOQUEADA pela cadeia "
                               cad-motivo (WSS-IndCad)
               END-EVALUATE
               DISPLAY "    ok " cad-ok (WSS-IndCad)
                       " falhas " cad-falhas (WSS-IndCad)
                       " nao executados " cad-bloqueados (WSS-IndCad)
                       " ja feitos " cad-jafeitos (WSS-IndCad)
                       " calendario " cad-agenda (WSS-IndCad)
           END-PERFORM.
      *wrun32 batch-noturno
