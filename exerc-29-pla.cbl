       IDENTIFICATION DIVISION.
       PROGRAM-ID. Exerc-29-Pla.
       AUTHOR. JOAO_PAULO.

      * Planos de mensalidade da escola: lanca no arquivo
      * PLANOMENS o plano de cada turma - valor, dia do
      * vencimento, desconto de irmao, multa, mora ao mes e o
      * limite de mensalidades vencidas para a inadimplencia.
      * Mesmo molde do exerc-7-par: mudancas entram como novos
      * registros com vigencia e vale, por turma, o de maior
      * vigencia ja alcancada. Faz tambem o vinculo dos irmaos:
      * grava no ALUNOS o codigo do responsavel (a matricula de
      * um dos irmaos); no faturamento (exerc-29-men) o primeiro
      * aluno ativo do responsavel paga cheio e os demais levam
      * o desconto de irmao do plano.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PLANOMEN-FILE ASSIGN TO "PLANOMENS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WSS-FS-PLANOMEN.
           SELECT ALUNOS-FILE ASSIGN TO "ALUNOS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS REG-ALUNO-ID
               FILE STATUS IS WSS-FS-ALUNOS.

       DATA DIVISION.
       FILE SECTION.
       FD  PLANOMEN-FILE.
           COPY "PLANOMEN.CPY".

       FD  ALUNOS-FILE.
           COPY "ALUNO.CPY".

       WORKING-STORAGE SECTION.
       77  WSS-FS-PLANOMEN      PIC X(02).
       77  WSS-FS-ALUNOS        PIC X(02).
       77  WSS-Continuar        PIC X(01) VALUE "S".
       77  WSS-OpcaoMenu        PIC 9.
       77  WSS-fim-arquivo      PIC X(01).
           88 WSS-NAO-HA-MAIS-PLANOS  VALUE "S".
       77  WSS-QtdListados      PIC 9(3).
       77  WSS-AlunoId          PIC S9(6).
       77  WSS-Responsavel      PIC X(05).
       77  WSS-QtdAplicadas     PIC 9(3).
       77  WSS-ValorEd          PIC zz,zz9.99.
       77  WSS-PercEd           PIC z9.99.
       77  WSS-Perc2Ed          PIC z9.99.
       77  WSS-Perc3Ed          PIC z9.99.

       PROCEDURE DIVISION.
       Inicio.
           PERFORM UNTIL WSS-Continuar = "N"
                DISPLAY "--- Planos de mensalidade ---"
                DISPLAY "1. Lancar plano da turma com vigencia"
                DISPLAY "2. Listar historico de planos"
                DISPLAY "3. Vincular irmaos (responsavel)"
                DISPLAY "4. Sair"
                DISPLAY "Digite a opcao desejada:"
                ACCEPT WSS-OpcaoMenu

                EVALUATE WSS-OpcaoMenu
                    WHEN 1
                        PERFORM LancarPlano
                    WHEN 2
                        PERFORM ListarPlanos
                    WHEN 3
                        PERFORM VincularIrmaos
                    WHEN 4
                        DISPLAY "Saindo do programa."
                        MOVE "N" TO WSS-Continuar
                    WHEN OTHER
                        DISPLAY "Opcao invalida."
                END-EVALUATE
           END-PERFORM

           DISPLAY SPACE
           display "Obrigado volte sempre!!! "
           DISPLAY SPACE

           ACCEPT OMITTED.
           EXIT PROGRAM.
           STOP RUN.

       LancarPlano.
           DISPLAY "Turma (espaco = turma unica): "
           ACCEPT PLM-TURMA
           MOVE FUNCTION UPPER-CASE (PLM-TURMA) TO PLM-TURMA
           DISPLAY "Valor da mensalidade (ex: 850.00): "
           ACCEPT PLM-VALOR
           DISPLAY "Dia do vencimento (1 a 28): "
           ACCEPT PLM-DIAVENC
           DISPLAY "Desconto de irmao (% sobre o valor): "
           ACCEPT PLM-DESCIRMAO
           DISPLAY "Multa por atraso (% sobre o valor): "
           ACCEPT PLM-MULTA
           DISPLAY "Mora (% ao mes, cobrada por dia de atraso): "
           ACCEPT PLM-MORAMES
           DISPLAY "Mensalidades vencidas para inadimplencia "
                   "(0 nao bloqueia): "
           ACCEPT PLM-MESESLIMITE
           DISPLAY "Data de vigencia (AAAAMMDD): "
           ACCEPT PLM-VIGENCIA
           IF PLM-VALOR = ZEROS
               DISPLAY "Valor da mensalidade zerado. Nada gravado."
           ELSE
               IF PLM-DIAVENC < 1 OR PLM-DIAVENC > 28
                   DISPLAY "Dia do vencimento deve ser de 1 a 28. "
                           "Nada gravado."
               ELSE
                   OPEN EXTEND PLANOMEN-FILE
                   IF WSS-FS-PLANOMEN NOT = "00"
                       CLOSE PLANOMEN-FILE
                       OPEN OUTPUT PLANOMEN-FILE
                   END-IF
                   IF WSS-FS-PLANOMEN NOT = "00"
                       DISPLAY "Nao foi possivel gravar em "
                               "PLANOMENS. Status: " WSS-FS-PLANOMEN
                   ELSE
                       WRITE PLANOMEN-REG
                       CLOSE PLANOMEN-FILE
                       DISPLAY "Plano da turma " PLM-TURMA
                               " gravado com vigencia "
                               PLM-VIGENCIA "."
                   END-IF
               END-IF
           END-IF.

       ListarPlanos.
           MOVE ZEROS TO WSS-QtdListados
           OPEN INPUT PLANOMEN-FILE
           IF WSS-FS-PLANOMEN = "35"
               DISPLAY "Arquivo PLANOMENS nao encontrado."
           ELSE
               DISPLAY "------ HISTORICO DE PLANOS DE MENSALIDADE "
                       "------"
               MOVE "N" TO WSS-fim-arquivo
               READ PLANOMEN-FILE
                   AT END SET WSS-NAO-HA-MAIS-PLANOS TO TRUE
               END-READ
               PERFORM UNTIL WSS-NAO-HA-MAIS-PLANOS
                   MOVE PLM-VALOR TO WSS-ValorEd
                   MOVE PLM-DESCIRMAO TO WSS-PercEd
                   MOVE PLM-MULTA TO WSS-Perc2Ed
                   MOVE PLM-MORAMES TO WSS-Perc3Ed
                   DISPLAY "Vigencia " PLM-VIGENCIA
                           " turma " PLM-TURMA
                           " R$ " WSS-ValorEd
                           " dia " PLM-DIAVENC
                           " irmao " WSS-PercEd
                           "% multa " WSS-Perc2Ed
                           "% mora " WSS-Perc3Ed
                           "% limite " PLM-MESESLIMITE
                   ADD 1 TO WSS-QtdListados
                   READ PLANOMEN-FILE
                       AT END SET WSS-NAO-HA-MAIS-PLANOS TO TRUE
                   END-READ
               END-PERFORM
               CLOSE PLANOMEN-FILE
               DISPLAY "Registros no historico: " WSS-QtdListados
           END-IF.

       VincularIrmaos.
           MOVE ZEROS TO WSS-QtdAplicadas
           OPEN I-O ALUNOS-FILE
           IF WSS-FS-ALUNOS NOT = "00"
               DISPLAY "Cadastro ALUNOS indisponivel. Status: "
                       WSS-FS-ALUNOS
           ELSE
               DISPLAY "Vinculo de irmaos (para encerrar, digite "
                       "matricula negativa):"
               DISPLAY "Matricula do aluno: "
               ACCEPT WSS-AlunoId
               PERFORM UNTIL WSS-AlunoId < 0
                   PERFORM AplicarResponsavel
                   DISPLAY "Matricula do aluno: "
                   ACCEPT WSS-AlunoId
               END-PERFORM
               CLOSE ALUNOS-FILE
               DISPLAY "Vinculos aplicados no cadastro: "
                       WSS-QtdAplicadas
           END-IF.

       AplicarResponsavel.
           MOVE WSS-AlunoId TO REG-ALUNO-ID
           READ ALUNOS-FILE
               INVALID KEY
                   DISPLAY "Matricula nao cadastrada."
               NOT INVALID KEY
                   DISPLAY "Aluno " REG-ALUNO-ID " " REG-ALUNO-NOME
                           " responsavel atual: "
                           REG-ALUNO-RESPONSAVEL
                   DISPLAY "Codigo do responsavel (matricula de um "
                           "dos irmaos com 5 digitos, espaco "
                           "desfaz): "
                   ACCEPT WSS-Responsavel
                   IF WSS-Responsavel NOT = SPACES
                      AND WSS-Responsavel IS NOT NUMERIC
                       DISPLAY "Codigo invalido. Nada alterado."
                   ELSE
                       MOVE WSS-Responsavel TO REG-ALUNO-RESPONSAVEL
                       REWRITE WSS-REG-ALUNO
                           INVALID KEY
                               DISPLAY "Erro ao regravar. Status: "
                                       WSS-FS-ALUNOS
                           NOT INVALID KEY
                               ADD 1 TO WSS-QtdAplicadas
                       END-REWRITE
                   END-IF
           END-READ.
      *wrun32 exerc-29-pla
