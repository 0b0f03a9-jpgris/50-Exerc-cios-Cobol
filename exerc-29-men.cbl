       IDENTIFICATION DIVISION.
       PROGRAM-ID. Exerc-29-Men.
       AUTHOR. JOAO_PAULO.

      * Faturamento mensal das mensalidades escolares: percorre o
      * cadastro ALUNOS e gera em MENSALIDADES uma mensalidade da
      * competencia corrente para cada aluno, pelo plano vigente
      * da turma em PLANOMENS (exerc-29-pla): valor, vencimento
      * no dia do plano, multa e mora gravadas na mensalidade.
      * Aluno transferido ou desistente (exerc-29-sit) com data
      * de efeito anterior ao inicio da competencia nao e
      * faturado; quem saiu durante o mes paga o mes. Irmaos (o
      * mesmo responsavel no ALUNOS): o primeiro aluno faturado
      * paga cheio e os demais levam o desconto de irmao. A
      * mensalidade ja gerada nao e gerada de novo, entao o passo
      * pode ser repetido. Turma sem plano vigente rejeita o
      * aluno. A baixa e do exerc-29-pag e a inadimplencia do
      * exerc-29-ina. Dia de vencimento que cai em fim de semana
      * ou feriado do CALENDARIO passa para o dia util seguinte
      * (DIAUTIL).

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ALUNOS-FILE ASSIGN TO "ALUNOS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS REG-ALUNO-ID
               FILE STATUS IS WSS-FS-ALUNOS.
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
       FD  ALUNOS-FILE.
           COPY "ALUNO.CPY".

       FD  MENSAL-FILE.
           COPY "MENSAL.CPY".

       FD  PLANOMEN-FILE.
           COPY "PLANOMEN.CPY".

       WORKING-STORAGE SECTION.
       77  WSS-FS-ALUNOS        PIC X(02).
       77  WSS-FS-MENSAL        PIC X(02).
       77  WSS-FS-PLANOMEN      PIC X(02).
       77  WSS-LogPrograma      PIC X(12) VALUE "EXERC-29-MEN".
       77  WSS-LogEvento        PIC X(01).
       77  WSS-LogLidos         PIC 9(7) VALUE ZEROS.
       77  WSS-LogGravados      PIC 9(7) VALUE ZEROS.
       77  WSS-LogRejeitados    PIC 9(7) VALUE ZEROS.
       77  WSS-LogRetorno       PIC X(02) VALUE "OK".
       77  WSS-TfsPrograma      PIC X(12) VALUE "exerc-29-men".
       77  WSS-TfsArquivo       PIC X(12).
       77  WSS-TfsOperacao      PIC X(10).

       77  WSS-fim-alunos       PIC X(01) VALUE "N".
           88 WSS-NAO-HA-MAIS-ALUNOS  VALUE "S".
       77  WSS-fim-planos       PIC X(01) VALUE "N".
           88 WSS-NAO-HA-MAIS-PLANOS  VALUE "S".

       77  WSS-DataHoje         PIC 9(8).
       77  WSS-Competencia      PIC 9(6).
       77  WSS-IniCompetencia   PIC 9(8).
       77  WSS-DataSituacao     PIC 9(8).
       77  WSS-VencPlano        PIC 9(8).
       77  WSS-SentidoDiaUtil   PIC X(01) VALUE "P".

       77  WSS-IndPla           PIC 9(2).
       77  WSS-QtdPlanos        PIC 9(2) VALUE ZEROS.
       77  WSS-AchouPlano       PIC X(01).
       01  TABELA-PLANOS.
           05  PLANO-TURMA OCCURS 20 TIMES.
               10  pla-turma          PIC X(01).
               10  pla-vigencia       PIC 9(8).
               10  pla-valor          PIC 9(5)V99.
               10  pla-diavenc        PIC 9(2).
               10  pla-descirmao      PIC 9(2)V99.
               10  pla-multa          PIC 9(2)V99.
               10  pla-mora           PIC 9(2)V99.

       77  WSS-IndRes           PIC 9(3).
       77  WSS-QtdResponsaveis  PIC 9(3) VALUE ZEROS.
       77  WSS-AchouResponsavel PIC X(01).
       01  TABELA-RESPONSAVEIS.
           05  res-codigo OCCURS 500 TIMES PIC X(05).

       77  WSS-Irmao            PIC X(01).
       77  WSS-QtdGeradas       PIC 9(5) VALUE ZEROS.
       77  WSS-QtdJaFaturadas   PIC 9(5) VALUE ZEROS.
       77  WSS-QtdInativos      PIC 9(5) VALUE ZEROS.
       77  WSS-QtdSemPlano      PIC 9(5) VALUE ZEROS.
       77  WSS-QtdComDesconto   PIC 9(5) VALUE ZEROS.
       77  WSS-TotalFaturado    PIC 9(8)V99 VALUE ZEROS.
       77  WSS-TotalDescontos   PIC 9(8)V99 VALUE ZEROS.
       77  WSS-ValorEd          PIC zz,zzz,zz9.99.

       PROCEDURE DIVISION.
       Inicio.
           MOVE "I" TO WSS-LogEvento
           CALL "GRAVALOG" USING WSS-LogPrograma WSS-LogEvento
                WSS-LogLidos WSS-LogGravados WSS-LogRejeitados
                WSS-LogRetorno

           ACCEPT WSS-DataHoje FROM DATE YYYYMMDD
           COMPUTE WSS-Competencia = WSS-DataHoje / 100
           COMPUTE WSS-IniCompetencia = WSS-Competencia * 100 + 1

           PERFORM CarregarPlanos
           IF WSS-QtdPlanos = ZEROS
               DISPLAY "Nenhum plano vigente em PLANOMENS. Lance no "
                       "exerc-29-pla antes do faturamento."
               MOVE "ER" TO WSS-LogRetorno
               GO TO GravarFimLog
           END-IF

           OPEN INPUT ALUNOS-FILE
           MOVE "ALUNOS" TO WSS-TfsArquivo
           MOVE "OPEN INPUT" TO WSS-TfsOperacao
           CALL "TRATAFS" USING WSS-TfsPrograma
                WSS-TfsArquivo WSS-TfsOperacao WSS-FS-ALUNOS
           IF WSS-FS-ALUNOS NOT = "00"
               MOVE "ER" TO WSS-LogRetorno
               GO TO GravarFimLog
           END-IF

           OPEN I-O MENSAL-FILE
           IF WSS-FS-MENSAL = "35"
               OPEN OUTPUT MENSAL-FILE
               CLOSE MENSAL-FILE
               OPEN I-O MENSAL-FILE
           END-IF
           MOVE "MENSALIDADES" TO WSS-TfsArquivo
           MOVE "OPEN I-O" TO WSS-TfsOperacao
           CALL "TRATAFS" USING WSS-TfsPrograma
                WSS-TfsArquivo WSS-TfsOperacao WSS-FS-MENSAL
           IF WSS-FS-MENSAL NOT = "00"
               CLOSE ALUNOS-FILE
               MOVE "ER" TO WSS-LogRetorno
               GO TO GravarFimLog
           END-IF

           MOVE LOW-VALUES TO REG-ALUNO-ID
           START ALUNOS-FILE KEY NOT < REG-ALUNO-ID
               INVALID KEY SET WSS-NAO-HA-MAIS-ALUNOS TO TRUE
           END-START
           PERFORM UNTIL WSS-NAO-HA-MAIS-ALUNOS
               READ ALUNOS-FILE NEXT RECORD
                   AT END SET WSS-NAO-HA-MAIS-ALUNOS TO TRUE
                   NOT AT END
                       ADD 1 TO WSS-LogLidos
                       PERFORM FaturarAluno THRU FaturarAluno-Fim
               END-READ
           END-PERFORM

           CLOSE ALUNOS-FILE
           CLOSE MENSAL-FILE

           DISPLAY "------ FATURAMENTO DE MENSALIDADES "
                   WSS-Competencia " ------"
           DISPLAY "Alunos lidos..........: " WSS-LogLidos
           DISPLAY "Mensalidades geradas..: " WSS-QtdGeradas
           DISPLAY "  com desconto irmao..: " WSS-QtdComDesconto
           DISPLAY "Ja faturadas antes....: " WSS-QtdJaFaturadas
           DISPLAY "Inativos nao faturados: " WSS-QtdInativos
           DISPLAY "Turma sem plano.......: " WSS-QtdSemPlano
           MOVE WSS-TotalDescontos TO WSS-ValorEd
           DISPLAY "Descontos de irmao....: " WSS-ValorEd
           MOVE WSS-TotalFaturado TO WSS-ValorEd
           DISPLAY "Total liquido faturado: " WSS-ValorEd

           MOVE WSS-QtdGeradas TO WSS-LogGravados.

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

      * O vinculo de irmao e registrado antes do teste de
      * mensalidade ja gerada, para que a repeticao do passo
      * mantenha o mesmo aluno pagando cheio.
       FaturarAluno.
           IF NOT REG-ALUNO-ATIVO
               MOVE REG-ALUNO-SITDATA TO WSS-DataSituacao
               IF WSS-DataSituacao < WSS-IniCompetencia
                   ADD 1 TO WSS-QtdInativos
                   GO TO FaturarAluno-Fim
               END-IF
           END-IF

           MOVE "N" TO WSS-AchouPlano
           PERFORM VARYING WSS-IndPla FROM 1 BY 1
                   UNTIL WSS-IndPla > WSS-QtdPlanos
                      OR WSS-AchouPlano = "S"
               IF pla-turma (WSS-IndPla) = REG-ALUNO-TURMA
                   MOVE "S" TO WSS-AchouPlano
               END-IF
           END-PERFORM
           IF WSS-AchouPlano = "N"
               ADD 1 TO WSS-QtdSemPlano
               ADD 1 TO WSS-LogRejeitados
               DISPLAY "Aluno " REG-ALUNO-ID " turma "
                       REG-ALUNO-TURMA " sem plano vigente em "
                       "PLANOMENS. Nao faturado."
               GO TO FaturarAluno-Fim
           END-IF
           SUBTRACT 1 FROM WSS-IndPla

           MOVE "N" TO WSS-Irmao
           IF REG-ALUNO-RESPONSAVEL NOT = SPACES
               PERFORM RegistrarResponsavel
           END-IF

           MOVE REG-ALUNO-ID TO MEN-ALUNO
           MOVE WSS-Competencia TO MEN-COMPETENCIA
           READ MENSAL-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   ADD 1 TO WSS-QtdJaFaturadas
                   GO TO FaturarAluno-Fim
           END-READ

           MOVE REG-ALUNO-ID TO MEN-ALUNO
           MOVE WSS-Competencia TO MEN-COMPETENCIA
           MOVE REG-ALUNO-TURMA TO MEN-TURMA
           MOVE pla-valor (WSS-IndPla) TO MEN-VALOR
           MOVE ZEROS TO MEN-DESCONTO
           IF WSS-Irmao = "S"
               COMPUTE MEN-DESCONTO ROUNDED =
                       pla-valor (WSS-IndPla) *
                       pla-descirmao (WSS-IndPla) / 100
           END-IF
           COMPUTE WSS-VencPlano = WSS-Competencia * 100
                   + pla-diavenc (WSS-IndPla)
           CALL "DIAUTIL" USING WSS-SentidoDiaUtil WSS-VencPlano
                MEN-VENCIMENTO
           MOVE pla-multa (WSS-IndPla) TO MEN-PERCMULTA
           MOVE pla-mora (WSS-IndPla) TO MEN-PERCMORA
           SET MEN-ABERTA TO TRUE
           MOVE ZEROS TO MEN-DTPAGTO
           MOVE ZEROS TO MEN-MULTA
           MOVE ZEROS TO MEN-MORA
           MOVE ZEROS TO MEN-VALORPAGO
           WRITE MENSAL-REG
           MOVE "WRITE" TO WSS-TfsOperacao
           MOVE "MENSALIDADES" TO WSS-TfsArquivo
           CALL "TRATAFS" USING WSS-TfsPrograma
                WSS-TfsArquivo WSS-TfsOperacao WSS-FS-MENSAL
           IF WSS-FS-MENSAL NOT = "00"
               ADD 1 TO WSS-LogRejeitados
               GO TO FaturarAluno-Fim
           END-IF
           ADD 1 TO WSS-QtdGeradas
           IF MEN-DESCONTO > ZEROS
               ADD 1 TO WSS-QtdComDesconto
               ADD MEN-DESCONTO TO WSS-TotalDescontos
           END-IF
           COMPUTE WSS-TotalFaturado = WSS-TotalFaturado
                   + MEN-VALOR - MEN-DESCONTO.

       FaturarAluno-Fim.
           EXIT.

       RegistrarResponsavel.
           MOVE "N" TO WSS-AchouResponsavel
           PERFORM VARYING WSS-IndRes FROM 1 BY 1
                   UNTIL WSS-IndRes > WSS-QtdResponsaveis
                      OR WSS-AchouResponsavel = "S"
               IF res-codigo (WSS-IndRes) = REG-ALUNO-RESPONSAVEL
                   MOVE "S" TO WSS-AchouResponsavel
               END-IF
           END-PERFORM
           IF WSS-AchouResponsavel = "S"
               MOVE "S" TO WSS-Irmao
           ELSE
               IF WSS-QtdResponsaveis < 500
                   ADD 1 TO WSS-QtdResponsaveis
                   MOVE REG-ALUNO-RESPONSAVEL
                        TO res-codigo (WSS-QtdResponsaveis)
               END-IF
           END-IF.

      * Um plano por turma: vale o de maior vigencia ja alcancada.
       CarregarPlanos.
           OPEN INPUT PLANOMEN-FILE
           IF WSS-FS-PLANOMEN = "35"
               CONTINUE
           ELSE
               READ PLANOMEN-FILE
                   AT END SET WSS-NAO-HA-MAIS-PLANOS TO TRUE
               END-READ
               PERFORM UNTIL WSS-NAO-HA-MAIS-PLANOS
                   IF PLM-VIGENCIA NOT > WSS-DataHoje
                       PERFORM GuardarPlano THRU GuardarPlano-Fim
                   END-IF
                   READ PLANOMEN-FILE
                       AT END SET WSS-NAO-HA-MAIS-PLANOS TO TRUE
                   END-READ
               END-PERFORM
               CLOSE PLANOMEN-FILE
           END-IF.

       GuardarPlano.
           MOVE "N" TO WSS-AchouPlano
           PERFORM VARYING WSS-IndPla FROM 1 BY 1
                   UNTIL WSS-IndPla > WSS-QtdPlanos
                      OR WSS-AchouPlano = "S"
               IF pla-turma (WSS-IndPla) = PLM-TURMA
                   MOVE "S" TO WSS-AchouPlano
               END-IF
           END-PERFORM
           IF WSS-AchouPlano = "S"
               SUBTRACT 1 FROM WSS-IndPla
               IF PLM-VIGENCIA < pla-vigencia (WSS-IndPla)
                   GO TO GuardarPlano-Fim
               END-IF
           ELSE
               IF WSS-QtdPlanos = 20
                   DISPLAY "Tabela de planos cheia; turma "
                           PLM-TURMA " ignorada."
                   GO TO GuardarPlano-Fim
               END-IF
               ADD 1 TO WSS-QtdPlanos
               MOVE WSS-QtdPlanos TO WSS-IndPla
           END-IF
           MOVE PLM-TURMA TO pla-turma (WSS-IndPla)
           MOVE PLM-VIGENCIA TO pla-vigencia (WSS-IndPla)
           MOVE PLM-VALOR TO pla-valor (WSS-IndPla)
           MOVE PLM-DIAVENC TO pla-diavenc (WSS-IndPla)
           MOVE PLM-DESCIRMAO TO pla-descirmao (WSS-IndPla)
           MOVE PLM-MULTA TO pla-multa (WSS-IndPla)
           MOVE PLM-MORAMES TO pla-mora (WSS-IndPla).

       GuardarPlano-Fim.
           EXIT.
      *wrun32 exerc-29-men
