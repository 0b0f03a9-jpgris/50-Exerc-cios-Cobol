      * horario, duracao e contagens, e destaca os passos que
      * falharam, que nao terminaram ou que processaram zero
      * registros.
      * No fim, a situacao de cada cadeia da ultima janela do
      * BATCH-NOTURNO, lida do estado BATCHEST: concluida, com
      * falha (e em que passo) ou bloqueada, com as contagens.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           SELECT SEGLOG-FILE ASSIGN TO "SEGLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WSS-FS-SEGLOG.
           SELECT ESTADO-FILE ASSIGN TO "BATCHEST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WSS-FS-ESTADO.

       DATA DIVISION.
       FILE SECTION.
           05  SEG-EVENTO          PIC X(2).
           05  SEG-FUNCAO          PIC X(2).

       FD  ESTADO-FILE.
           COPY "BATCHEST.CPY".

       WORKING-STORAGE SECTION.
       77  WSS-FS-JOBLOG        PIC X(02).
       77  WSS-fim-arquivo      PIC X(01) VALUE "N".
           88 WSS-NAO-HA-MAIS-SEGURANCA  VALUE "S".
       77  WSS-QtdSeguranca     PIC 9(4) VALUE ZEROS.

       77  WSS-FS-ESTADO        PIC X(02).
       77  WSS-fim-estado       PIC X(01).
           88 WSS-NAO-HA-MAIS-ESTADOS  VALUE "S".
       77  WSS-JanelaData       PIC 9(8) VALUE ZEROS.
       77  WSS-JanelaHora       PIC 9(6) VALUE ZEROS.
       77  WSS-IndPas           PIC 9(3).
       77  WSS-QtdPassosJan     PIC 9(3) VALUE ZEROS.
       77  WSS-AchouPasso       PIC X(01).
       01  TABELA-PASSOS.
           05  PASSO-JANELA OCCURS 200 TIMES.
               10  pas-programa       PIC X(12).
               10  pas-cadeia         PIC X(8).
               10  pas-situacao       PIC X(2).
       77  WSS-IndCad           PIC 9(2).
       77  WSS-QtdCadeias       PIC 9(2) VALUE ZEROS.
       77  WSS-AchouCadeia      PIC X(01).
       01  TABELA-CADEIAS.
           05  CADEIA OCCURS 20 TIMES.
               10  cad-nome           PIC X(8).
               10  cad-falhou-em      PIC X(12).
               10  cad-ok             PIC 9(3).
               10  cad-falhas         PIC 9(3).
               10  cad-bloqueados     PIC 9(3).
               10  cad-agenda         PIC 9(3).

       PROCEDURE DIVISION.
       Inicio.
           DISPLAY "Data das execucoes a relatar (AAAAMMDD, "
               UNTIL WSS-IndExe > WSS-QtdExecucoes
           DISPLAY "Execucoes com problema: " WSS-QtdProblemas
           PERFORM MostrarTravasRemanescentes
           PERFORM MostrarSeguranca
           PERFORM MostrarCadeias.

       Encerramento.
           DISPLAY SPACE
               END-PERFORM
               CLOSE TRAVAS-FILE
           END-IF.
      * Secao de seguranca: senhas erradas no sign-on (evento SF),
      * acessos negados pelo OPERAUTH (evento NG), lancamentos
      * tentados em competencia fechada (PF) e reaberturas de
      * competencia (PR) do PERFECH, da data pedida, vindos do
      * SEGLOG.
       MostrarSeguranca.
           OPEN INPUT SEGLOG-FILE
           IF WSS-FS-SEGLOG = "35"
                                   "SEGURANCA ------"
                       END-IF
                       ADD 1 TO WSS-QtdSeguranca
                       EVALUATE SEG-EVENTO
                       WHEN "SF"
                           DISPLAY SEG-HORA " operador "
                                   SEG-OPERADOR
                                   " SENHA INCORRETA no sign-on"
                       WHEN "PF"
                           DISPLAY SEG-HORA " operador "
                                   SEG-OPERADOR
                                   " LANCAMENTO EM COMPETENCIA "
                                   "FECHADA em " SEG-PROGRAMA
                                   " (" SEG-FUNCAO ")"
                       WHEN "PR"
                           DISPLAY SEG-HORA " operador "
                                   SEG-OPERADOR
                                   " REABRIU COMPETENCIA em "
                                   SEG-PROGRAMA " (" SEG-FUNCAO ")"
                       WHEN OTHER
                           DISPLAY SEG-HORA " operador "
                                   SEG-OPERADOR
                                   " ACESSO NEGADO em "
                                   SEG-PROGRAMA " (funcao "
                                   SEG-FUNCAO ")"
                       END-EVALUATE
                   END-IF
                   READ SEGLOG-FILE
                       AT END
                           WSS-QtdSeguranca
               END-IF
           END-IF.
      * Ultima janela do BATCHEST: de cada passo vale a ultima
      * situacao gravada (o reinicio regrava o que rodou de novo).
       MostrarCadeias.
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
                       MOVE ZEROS TO WSS-QtdPassosJan
                       MOVE BES-JANELA-DATA TO WSS-JanelaData
                       MOVE BES-JANELA-HORA TO WSS-JanelaHora
                   END-IF
                   PERFORM GuardarPassoJanela
                   READ ESTADO-FILE
                       AT END SET WSS-NAO-HA-MAIS-ESTADOS TO TRUE
                   END-READ
               END-PERFORM
               CLOSE ESTADO-FILE

               PERFORM SomarCadeia
                   VARYING WSS-IndPas FROM 1 BY 1
                   UNTIL WSS-IndPas > WSS-QtdPassosJan
               IF WSS-QtdCadeias > ZEROS
                   DISPLAY "------ CADEIAS DA JANELA " WSS-JanelaData
                           " " WSS-JanelaHora " ------"
               END-IF
               PERFORM VARYING WSS-IndCad FROM 1 BY 1
                       UNTIL WSS-IndCad > WSS-QtdCadeias
                   EVALUATE TRUE
                       WHEN cad-falhas (WSS-IndCad) > ZEROS
                           DISPLAY "Cadeia " cad-nome (WSS-IndCad)
                                   " *** FALHOU no passo "
                                   cad-falhou-em (WSS-IndCad) " ***"
                       WHEN cad-bloqueados (WSS-IndCad) > ZEROS
                           DISPLAY "Cadeia " cad-nome (WSS-IndCad)
                                   " *** BLOQUEADA ***"
                       WHEN OTHER
                           DISPLAY "Cadeia " cad-nome (WSS-IndCad)
                                   " CONCLUIDA"
                   END-EVALUATE
                   DISPLAY "    ok " cad-ok (WSS-IndCad)
                           " falhas " cad-falhas (WSS-IndCad)
                           " nao executados "
                           cad-bloqueados (WSS-IndCad)
                           " calendario " cad-agenda (WSS-IndCad)
               END-PERFORM
           END-IF.

       GuardarPassoJanela.
           MOVE "N" TO WSS-AchouPasso
           PERFORM VARYING WSS-IndPas FROM 1 BY 1
                   UNTIL WSS-IndPas > WSS-QtdPassosJan
                      OR WSS-AchouPasso = "S"
               IF pas-programa (WSS-IndPas) = BES-PROGRAMA
                  AND pas-cadeia (WSS-IndPas) = BES-CADEIA
                   MOVE "S" TO WSS-AchouPasso
                   SUBTRACT 1 FROM WSS-IndPas
               END-IF
           END-PERFORM
           IF WSS-AchouPasso = "N"
              AND WSS-QtdPassosJan < 200
               ADD 1 TO WSS-QtdPassosJan
               MOVE WSS-QtdPassosJan TO WSS-IndPas
               MOVE "S" TO WSS-AchouPasso
           END-IF
           IF WSS-AchouPasso = "S"
               MOVE BES-PROGRAMA TO pas-programa (WSS-IndPas)
               MOVE BES-CADEIA TO pas-cadeia (WSS-IndPas)
               MOVE BES-SITUACAO TO pas-situacao (WSS-IndPas)
           END-IF.

       SomarCadeia.
           MOVE "N" TO WSS-AchouCadeia
           PERFORM VARYING WSS-IndCad FROM 1 BY 1
                   UNTIL WSS-IndCad > WSS-QtdCadeias
                      OR WSS-AchouCadeia = "S"
               IF cad-nome (WSS-IndCad) = pas-cadeia (WSS-IndPas)
                   MOVE "S" TO WSS-AchouCadeia
                   SUBTRACT 1 FROM WSS-IndCad
               END-IF
           END-PERFORM
           IF WSS-AchouCadeia = "N"
              AND WSS-QtdCadeias < 20
               ADD 1 TO WSS-QtdCadeias
               MOVE WSS-QtdCadeias TO WSS-IndCad
               MOVE "S" TO WSS-AchouCadeia
               MOVE pas-cadeia (WSS-IndPas) TO cad-nome (WSS-IndCad)
               MOVE SPACES TO cad-falhou-em (WSS-IndCad)
               MOVE ZEROS TO cad-ok (WSS-IndCad)
               MOVE ZEROS TO cad-falhas (WSS-IndCad)
               MOVE ZEROS TO cad-bloqueados (WSS-IndCad)
               MOVE ZEROS TO cad-agenda (WSS-IndCad)
           END-IF
           IF WSS-AchouCadeia = "S"
               EVALUATE pas-situacao (WSS-IndPas)
                   WHEN "OK"
                       ADD 1 TO cad-ok (WSS-IndCad)
                   WHEN "ER"
                       ADD 1 TO cad-falhas (WSS-IndCad)
                       MOVE pas-programa (WSS-IndPas)
                            TO cad-falhou-em (WSS-IndCad)
                   WHEN "CL"
                       ADD 1 TO cad-agenda (WSS-IndCad)
                   WHEN OTHER
                       ADD 1 TO cad-bloqueados (WSS-IndCad)
               END-EVALUATE
           END-IF.
      *wrun32 util-logrel
