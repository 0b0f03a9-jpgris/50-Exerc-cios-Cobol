       IDENTIFICATION DIVISION.
       PROGRAM-ID. DIAUTIL.
       AUTHOR. JOAO_PAULO.

      * Servico chamavel de dia util: recebe uma data e devolve o
      * proprio dia, se for util, ou o proximo (sentido P) ou o
      * anterior (sentido A) dia util. Dia util e a mesma regra
      * do BATCH-NOTURNO: nem sabado, nem domingo, nem feriado
      * do calendario CALENDARIO (UTIL-CALEND). O calendario e
      * lido na primeira chamada e fica na memoria enquanto o
      * programa que chama estiver rodando. Data invalida volta
      * sem ajuste. Usado por quem gera vencimento ou data de
      * pagamento (Exerc-7, exerc-29-men, exerc-35-rcb,
      * exerc-43-rem, exerc-44-dep, exerc-44-emp) e pelos debitos
      * e creditos noturnos (exerc-44-par, -vto, -trf), que tratam
      * o que vence em dia nao util como vencido no dia util
      * seguinte, sem atraso.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CALENDARIO-FILE ASSIGN TO "CALENDARIO"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WSS-FS-CALENDARIO.

       DATA DIVISION.
       FILE SECTION.
       FD  CALENDARIO-FILE.
           COPY "CALEND.CPY".

       WORKING-STORAGE SECTION.
       77  WSS-FS-CALENDARIO    PIC X(02).
       77  WSS-fim-calendario   PIC X(01).
           88 WSS-NAO-HA-MAIS-FERIADOS  VALUE "S".
       77  WSS-CalendarioLido   PIC X(01) VALUE "N".
       77  WSS-IndFer           PIC 9(3).
       77  WSS-QtdFeriados      PIC 9(3) VALUE ZEROS.
       01  TABELA-FERIADOS.
           05  FERIADO-DATA OCCURS 100 TIMES PIC 9(8).

       77  WSS-DataValida       PIC X(01).
       77  WSS-MotivoData       PIC X(30).
       77  WSS-IntConferido     PIC 9(8).
       77  WSS-DataConferida    PIC 9(8).
       77  WSS-DiaSemana        PIC 9(1).
       77  WSS-DiaUtil          PIC X(01).
       77  WSS-QtdPassos        PIC 9(3).

       LINKAGE SECTION.
       01  LNK-SENTIDO          PIC X(1).
       01  LNK-DATA             PIC 9(8).
       01  LNK-DIAUTIL          PIC 9(8).

       PROCEDURE DIVISION USING LNK-SENTIDO LNK-DATA LNK-DIAUTIL.
       Inicio.
           MOVE LNK-DATA TO LNK-DIAUTIL
           IF WSS-CalendarioLido = "N"
               PERFORM CarregarCalendario
               MOVE "S" TO WSS-CalendarioLido
           END-IF
           CALL "VALIDATA" USING LNK-DATA WSS-DataValida
                                 WSS-MotivoData
           IF WSS-DataValida = "S"
               COMPUTE WSS-IntConferido =
                       FUNCTION INTEGER-OF-DATE (LNK-DATA)
               MOVE ZEROS TO WSS-QtdPassos
               PERFORM ConferirDiaUtil
               PERFORM UNTIL WSS-DiaUtil = "S"
                          OR WSS-QtdPassos > 60
                   IF LNK-SENTIDO = "A"
                       SUBTRACT 1 FROM WSS-IntConferido
                   ELSE
                       ADD 1 TO WSS-IntConferido
                   END-IF
                   ADD 1 TO WSS-QtdPassos
                   PERFORM ConferirDiaUtil
               END-PERFORM
               COMPUTE LNK-DIAUTIL =
                       FUNCTION DATE-OF-INTEGER (WSS-IntConferido)
           END-IF
           GOBACK.

       CarregarCalendario.
           OPEN INPUT CALENDARIO-FILE
           IF WSS-FS-CALENDARIO = "35"
               CONTINUE
           ELSE
               MOVE "N" TO WSS-fim-calendario
               READ CALENDARIO-FILE
                   AT END SET WSS-NAO-HA-MAIS-FERIADOS TO TRUE
               END-READ
               PERFORM UNTIL WSS-NAO-HA-MAIS-FERIADOS
                   IF WSS-QtdFeriados < 100
                       ADD 1 TO WSS-QtdFeriados
                       MOVE CAL-DATA
                            TO FERIADO-DATA (WSS-QtdFeriados)
                   END-IF
                   READ CALENDARIO-FILE
                       AT END SET WSS-NAO-HA-MAIS-FERIADOS TO TRUE
                   END-READ
               END-PERFORM
               CLOSE CALENDARIO-FILE
           END-IF.

      * Dia util = nem sabado, nem domingo, nem feriado do
      * calendario. A conta do dia da semana usa o numero de dias
      * desde 31/12/1600: resto 1 e segunda, 0 e domingo, 6 e
      * sabado.
       ConferirDiaUtil.
           MOVE "S" TO WSS-DiaUtil
           COMPUTE WSS-DiaSemana =
                   FUNCTION MOD (WSS-IntConferido, 7)
           IF WSS-DiaSemana = 0 OR WSS-DiaSemana = 6
               MOVE "N" TO WSS-DiaUtil
           ELSE
               COMPUTE WSS-DataConferida =
                   FUNCTION DATE-OF-INTEGER (WSS-IntConferido)
               PERFORM VARYING WSS-IndFer FROM 1 BY 1
                       UNTIL WSS-IndFer > WSS-QtdFeriados
                   IF FERIADO-DATA (WSS-IndFer) = WSS-DataConferida
                       MOVE "N" TO WSS-DiaUtil
                   END-IF
               END-PERFORM
           END-IF.
      *wrun32 util-diautil
