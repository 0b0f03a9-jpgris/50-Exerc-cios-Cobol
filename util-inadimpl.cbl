       IDENTIFICATION DIVISION.
       PROGRAM-ID. INADIMPL.
       AUTHOR. JOAO_PAULO.

      * Servico chamavel de situacao financeira do aluno: recebe a
      * matricula, a turma e a data de referencia e devolve
      * quantas mensalidades de MENSALIDADES estao vencidas em
      * aberto na data, o valor delas (liquido do desconto, sem
      * multa e mora) e se o aluno esta inadimplente - mais
      * mensalidades vencidas que o limite do plano vigente da
      * turma em PLANOMENS (exerc-29-pla). Sem plano, limite zero
      * ou arquivo ainda inexistente o aluno nunca fica
      * inadimplente. Usado pela consulta de balcao
      * (exerc-29-con) e pelo relatorio de inadimplencia
      * (exerc-29-ina); o aluno inadimplente fica fora da
      * rematricula do ano seguinte na virada do ano letivo
      * (exerc-29-vir).

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MENSAL-FILE ASSIGN TO "MENSALIDADES"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MEN-CHAVE
               FILE STATUS IS WSS-FS-MENSAL.
           SELECT PLANOMEN-FILE ASSIGN TO "PLANOMENS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WSS-FS-PLANOMEN.

       DATA DIVISION.
       FILE SECTION.
       FD  MENSAL-FILE.
           COPY "MENSAL.CPY".

       FD  PLANOMEN-FILE.
           COPY "PLANOMEN.CPY".

       WORKING-STORAGE SECTION.
       77  WSS-FS-MENSAL        PIC X(02).
       77  WSS-FS-PLANOMEN      PIC X(02).
       77  WSS-fim-mensal       PIC X(01).
           88 WSS-NAO-HA-MAIS-MENSALIDADES  VALUE "S".
       77  WSS-fim-planos       PIC X(01).
           88 WSS-NAO-HA-MAIS-PLANOS  VALUE "S".
       77  WSS-PlanoVigencia    PIC 9(8).
       77  WSS-MesesLimite      PIC 9(2).

       LINKAGE SECTION.
       01  LNK-ALUNO            PIC 9(5).
       01  LNK-TURMA            PIC X(01).
       01  LNK-DATAREF          PIC 9(8).
       01  LNK-MESESATRASO      PIC 9(2).
       01  LNK-VALORATRASO      PIC 9(7)V99.
       01  LNK-INADIMPLENTE     PIC X(01).

       PROCEDURE DIVISION USING LNK-ALUNO LNK-TURMA LNK-DATAREF
                                LNK-MESESATRASO LNK-VALORATRASO
                                LNK-INADIMPLENTE.
       Inicio.
           MOVE ZEROS TO LNK-MESESATRASO
           MOVE ZEROS TO LNK-VALORATRASO
           MOVE "N" TO LNK-INADIMPLENTE

           OPEN INPUT MENSAL-FILE
           IF WSS-FS-MENSAL NOT = "00"
               GOBACK
           END-IF
           MOVE "N" TO WSS-fim-mensal
           MOVE LNK-ALUNO TO MEN-ALUNO
           MOVE ZEROS TO MEN-COMPETENCIA
           START MENSAL-FILE KEY NOT < MEN-CHAVE
               INVALID KEY SET WSS-NAO-HA-MAIS-MENSALIDADES TO TRUE
           END-START
           PERFORM UNTIL WSS-NAO-HA-MAIS-MENSALIDADES
               READ MENSAL-FILE NEXT RECORD
                   AT END SET WSS-NAO-HA-MAIS-MENSALIDADES TO TRUE
                   NOT AT END
                       IF MEN-ALUNO NOT = LNK-ALUNO
                           SET WSS-NAO-HA-MAIS-MENSALIDADES TO TRUE
                       ELSE
                           IF MEN-ABERTA
                              AND MEN-VENCIMENTO < LNK-DATAREF
                               ADD 1 TO LNK-MESESATRASO
                               COMPUTE LNK-VALORATRASO =
                                       LNK-VALORATRASO + MEN-VALOR
                                       - MEN-DESCONTO
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE MENSAL-FILE

           IF LNK-MESESATRASO > ZEROS
               PERFORM CarregarLimite
               IF WSS-MesesLimite > ZEROS
                  AND LNK-MESESATRASO > WSS-MesesLimite
                   MOVE "S" TO LNK-INADIMPLENTE
               END-IF
           END-IF
           GOBACK.

       CarregarLimite.
           MOVE ZEROS TO WSS-MesesLimite
           MOVE ZEROS TO WSS-PlanoVigencia
           OPEN INPUT PLANOMEN-FILE
           IF WSS-FS-PLANOMEN = "00"
               MOVE "N" TO WSS-fim-planos
               READ PLANOMEN-FILE
                   AT END SET WSS-NAO-HA-MAIS-PLANOS TO TRUE
               END-READ
               PERFORM UNTIL WSS-NAO-HA-MAIS-PLANOS
                   IF PLM-TURMA = LNK-TURMA
                      AND PLM-VIGENCIA NOT > LNK-DATAREF
                      AND PLM-VIGENCIA NOT < WSS-PlanoVigencia
                       MOVE PLM-VIGENCIA TO WSS-PlanoVigencia
                       MOVE PLM-MESESLIMITE TO WSS-MesesLimite
                   END-IF
                   READ PLANOMEN-FILE
                       AT END SET WSS-NAO-HA-MAIS-PLANOS TO TRUE
                   END-READ
               END-PERFORM
               CLOSE PLANOMEN-FILE
           END-IF.
      *wrun32 util-inadimpl
