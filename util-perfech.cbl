       IDENTIFICATION DIVISION.
       PROGRAM-ID. PERFECH.
       AUTHOR. JOAO_PAULO.

      * Servico chamavel de competencias fechadas (PERIODOS) por
      * subsistema: VD vendas, IN investimento, FO folha, ES
      * escola. Operacao V confere a competencia da data de
      * negocio informada e devolve A aberta ou F fechada; a
      * tentativa de gravar em competencia fechada fica no log de
      * seguranca SEGLOG (evento PF, subsistema no campo da
      * funcao), para a secao de seguranca do relatorio da manha.
      * Operacao F fecha e A reabre a competencia da data
      * informada (devolve S gravou ou N); a reabertura tambem
      * vai ao SEGLOG (evento PR). Vale o ultimo registro do
      * subsistema e competencia; sem registro, esta aberta.
      * O programa que chama decide entre recusar o lancamento ou
      * leva-lo como ajuste na competencia corrente, com a data
      * original de referencia.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PERIODOS-FILE ASSIGN TO "PERIODOS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WSS-FS-PERIODOS.
           SELECT SEGLOG-FILE ASSIGN TO "SEGLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WSS-FS-SEGLOG.

       DATA DIVISION.
       FILE SECTION.
       FD  PERIODOS-FILE.
           COPY "PERIODO.CPY".

       FD  SEGLOG-FILE.
       01  SEGLOG-REG.
           05  SEG-DATA            PIC 9(8).
           05  SEG-HORA            PIC 9(6).
           05  SEG-OPERADOR        PIC 9(3).
           05  SEG-PROGRAMA        PIC X(12).
           05  SEG-EVENTO          PIC X(2).
           05  SEG-FUNCAO          PIC X(2).

       WORKING-STORAGE SECTION.
       77  WSS-FS-PERIODOS      PIC X(02).
       77  WSS-FS-SEGLOG        PIC X(02).
       77  WSS-fim-arquivo      PIC X(01).
           88 WSS-NAO-HA-MAIS-PERIODOS  VALUE "S".
       77  WSS-Competencia      PIC 9(6).
       77  WSS-EventoSeg        PIC X(2).
       77  WSS-Hora8            PIC 9(8).

       LINKAGE SECTION.
       01  LNK-OPERACAO         PIC X(1).
       01  LNK-SUBSISTEMA       PIC X(2).
       01  LNK-DATA             PIC 9(8).
       01  LNK-OPERADOR         PIC 9(3).
       01  LNK-PROGRAMA         PIC X(12).
       01  LNK-SITUACAO         PIC X(1).

       PROCEDURE DIVISION USING LNK-OPERACAO LNK-SUBSISTEMA
                                LNK-DATA LNK-OPERADOR
                                LNK-PROGRAMA LNK-SITUACAO.
       Inicio.
           MOVE LNK-DATA (1:6) TO WSS-Competencia
           EVALUATE LNK-OPERACAO
               WHEN "V"
                   PERFORM ConferirCompetencia
                   IF LNK-SITUACAO = "F"
                       MOVE "PF" TO WSS-EventoSeg
                       PERFORM RegistrarSeguranca
                   END-IF
               WHEN "F"
               WHEN "A"
                   PERFORM GravarSituacao
                   IF LNK-SITUACAO = "S" AND LNK-OPERACAO = "A"
                       MOVE "PR" TO WSS-EventoSeg
                       PERFORM RegistrarSeguranca
                   END-IF
               WHEN OTHER
                   DISPLAY "PERFECH: operacao " LNK-OPERACAO
                           " desconhecida."
                   MOVE "N" TO LNK-SITUACAO
           END-EVALUATE
           GOBACK.

       ConferirCompetencia.
           MOVE "A" TO LNK-SITUACAO
           OPEN INPUT PERIODOS-FILE
           IF WSS-FS-PERIODOS = "35"
               CONTINUE
           ELSE
               MOVE "N" TO WSS-fim-arquivo
               READ PERIODOS-FILE
                   AT END SET WSS-NAO-HA-MAIS-PERIODOS TO TRUE
               END-READ
               PERFORM UNTIL WSS-NAO-HA-MAIS-PERIODOS
                   IF PER-SUBSISTEMA = LNK-SUBSISTEMA
                      AND PER-COMPETENCIA = WSS-Competencia
                       IF PER-FECHADA
                           MOVE "F" TO LNK-SITUACAO
                       ELSE
                           MOVE "A" TO LNK-SITUACAO
                       END-IF
                   END-IF
                   READ PERIODOS-FILE
                       AT END SET WSS-NAO-HA-MAIS-PERIODOS TO TRUE
                   END-READ
               END-PERFORM
               CLOSE PERIODOS-FILE
           END-IF.

       GravarSituacao.
           MOVE "N" TO LNK-SITUACAO
           OPEN EXTEND PERIODOS-FILE
           IF WSS-FS-PERIODOS NOT = "00"
               CLOSE PERIODOS-FILE
               OPEN OUTPUT PERIODOS-FILE
           END-IF
           IF WSS-FS-PERIODOS NOT = "00"
               DISPLAY "PERFECH: nao foi possivel gravar PERIODOS. "
                       "Status: " WSS-FS-PERIODOS
           ELSE
               MOVE LNK-SUBSISTEMA TO PER-SUBSISTEMA
               MOVE WSS-Competencia TO PER-COMPETENCIA
               MOVE LNK-OPERACAO TO PER-SITUACAO
               MOVE LNK-OPERADOR TO PER-OPERADOR
               MOVE LNK-PROGRAMA TO PER-PROGRAMA
               ACCEPT PER-DATA FROM DATE YYYYMMDD
               ACCEPT WSS-Hora8 FROM TIME
               MOVE WSS-Hora8 (1:6) TO PER-HORA
               WRITE PERIODO-REG
               CLOSE PERIODOS-FILE
               MOVE "S" TO LNK-SITUACAO
           END-IF.

       RegistrarSeguranca.
           OPEN EXTEND SEGLOG-FILE
           IF WSS-FS-SEGLOG NOT = "00"
               CLOSE SEGLOG-FILE
               OPEN OUTPUT SEGLOG-FILE
           END-IF
           IF WSS-FS-SEGLOG NOT = "00"
               DISPLAY "PERFECH: nao foi possivel gravar SEGLOG."
           ELSE
               ACCEPT SEG-DATA FROM DATE YYYYMMDD
               ACCEPT WSS-Hora8 FROM TIME
               MOVE WSS-Hora8 (1:6) TO SEG-HORA
               MOVE LNK-OPERADOR TO SEG-OPERADOR
               MOVE LNK-PROGRAMA TO SEG-PROGRAMA
               MOVE WSS-EventoSeg TO SEG-EVENTO
               MOVE LNK-SUBSISTEMA TO SEG-FUNCAO
               WRITE SEGLOG-REG
               CLOSE SEGLOG-FILE
           END-IF.
      *wrun32 util-perfech
