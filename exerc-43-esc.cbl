       IDENTIFICATION DIVISION.
       PROGRAM-ID. Exerc-43-Esc.
       AUTHOR. JOAO_PAULO.

      * Manutencao do arquivo de parametros ESCALAPARAM com as
      * escalas de trabalho por grupo de funcionarios (o grupo
      * vai no cadastro, FUN-ESCALA), usadas pela apuracao
      * mensal do ponto (exerc-43-pon) para achar faltas,
      * atrasos e horas extras. Mesmo molde do Exerc-43-Trb:
      * cada dia da semana do grupo entra como novo registro com
      * vigencia e o grupo vale com os dias da sua maior
      * vigencia ja alcancada. Escala nova se lanca inteira, dia
      * a dia, com a mesma vigencia; dia relancado na mesma
      * vigencia corrige o anterior. Dia sem registro, ou com
      * entrada e saida zeradas, e descanso.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ESCALA-FILE ASSIGN TO "ESCALAPARAM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WSS-FS-ESCALA.

       DATA DIVISION.
       FILE SECTION.
       FD  ESCALA-FILE.
           COPY "ESCALA.CPY".

       WORKING-STORAGE SECTION.
       77  WSS-FS-ESCALA        PIC X(02).
       77  WSS-Continuar        PIC X(01) VALUE "S".
       77  WSS-OpcaoMenu        PIC 9.
       77  WSS-fim-arquivo      PIC X(01).
           88 WSS-NAO-HA-MAIS-DIAS  VALUE "S".
       77  WSS-DataHoje         PIC 9(8).
       77  WSS-QtdListados      PIC 9(4).
       77  WSS-GrupoInformado   PIC X(02).
       77  WSS-DiaInformado     PIC 9(1).
       77  WSS-VigInformada     PIC 9(8).
       77  WSS-DataValida       PIC X(01).
       77  WSS-MotivoData       PIC X(30).
       77  WSS-IndGrp           PIC 9(2).
       77  WSS-IndDia           PIC 9(1).
       77  WSS-AchouGrupo       PIC X(01).

       01  WSS-Entrada          PIC 9(4).
       01  FILLER REDEFINES WSS-Entrada.
           05  WSS-EntradaHH       PIC 9(2).
           05  WSS-EntradaMM       PIC 9(2).
       01  WSS-Saida            PIC 9(4).
       01  FILLER REDEFINES WSS-Saida.
           05  WSS-SaidaHH         PIC 9(2).
           05  WSS-SaidaMM         PIC 9(2).
       77  WSS-Intervalo        PIC 9(3).
       77  WSS-Tolerancia       PIC 9(2).

       01  TABELA-DIAS-INICIAL.
           05  FILLER           PIC X(07) VALUE "Segunda".
           05  FILLER           PIC X(07) VALUE "Terca".
           05  FILLER           PIC X(07) VALUE "Quarta".
           05  FILLER           PIC X(07) VALUE "Quinta".
           05  FILLER           PIC X(07) VALUE "Sexta".
           05  FILLER           PIC X(07) VALUE "Sabado".
           05  FILLER           PIC X(07) VALUE "Domingo".
       01  TABELA-DIAS REDEFINES TABELA-DIAS-INICIAL.
           05  nom-dia OCCURS 7 TIMES PIC X(07).

       77  WSS-QtdGrupos        PIC 9(2).
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

       PROCEDURE DIVISION.
       Inicio.
           ACCEPT WSS-DataHoje FROM DATE YYYYMMDD

           PERFORM UNTIL WSS-Continuar = "N"
                DISPLAY "--- Manutencao das escalas de trabalho ---"
                DISPLAY "1. Lancar dia de escala com vigencia"
                DISPLAY "2. Listar escalas vigentes hoje"
                DISPLAY "3. Listar historico completo"
                DISPLAY "4. Sair"
                DISPLAY "Digite a opcao desejada:"
                ACCEPT WSS-OpcaoMenu

                EVALUATE WSS-OpcaoMenu
                    WHEN 1
                        PERFORM LancarDia THRU LancarDia-Fim
                    WHEN 2
                        PERFORM ListarVigentes
                    WHEN 3
                        PERFORM ListarHistorico
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

      * Horarios em HHMM; saida menor que a entrada e turno que
      * atravessa a meia-noite. Entrada e saida zeradas lancam
      * o dia como descanso (para tirar um dia de uma escala
      * anterior).
       LancarDia.
           DISPLAY "Grupo de escala (2 posicoes, ex: AD): "
           ACCEPT WSS-GrupoInformado
           IF WSS-GrupoInformado = SPACES
               DISPLAY "Grupo invalido. Nada gravado."
               GO TO LancarDia-Fim
           END-IF
           DISPLAY "Dia da semana (1 segunda ... 7 domingo): "
           ACCEPT WSS-DiaInformado
           IF WSS-DiaInformado = 0 OR WSS-DiaInformado > 7
               DISPLAY "Dia invalido. Nada gravado."
               GO TO LancarDia-Fim
           END-IF
           DISPLAY "Entrada (HHMM; 0 com saida 0 = descanso): "
           ACCEPT WSS-Entrada
           DISPLAY "Saida (HHMM): "
           ACCEPT WSS-Saida
           IF WSS-EntradaHH > 23 OR WSS-EntradaMM > 59
              OR WSS-SaidaHH > 23 OR WSS-SaidaMM > 59
               DISPLAY "Horario invalido. Nada gravado."
               GO TO LancarDia-Fim
           END-IF
           MOVE ZEROS TO WSS-Intervalo
           MOVE ZEROS TO WSS-Tolerancia
           IF WSS-Entrada NOT = WSS-Saida
               DISPLAY "Intervalo em minutos (ex: 60): "
               ACCEPT WSS-Intervalo
               DISPLAY "Tolerancia de atraso em minutos (ex: 10): "
               ACCEPT WSS-Tolerancia
           END-IF

           DISPLAY "Data de vigencia (AAAAMMDD): "
           ACCEPT WSS-VigInformada
           CALL "VALIDATA" USING WSS-VigInformada WSS-DataValida
                                 WSS-MotivoData
           IF WSS-DataValida NOT = "S"
               DISPLAY "Data invalida (" WSS-MotivoData "). "
                       "Nada gravado."
               GO TO LancarDia-Fim
           END-IF

           OPEN EXTEND ESCALA-FILE
           IF WSS-FS-ESCALA NOT = "00"
               CLOSE ESCALA-FILE
               OPEN OUTPUT ESCALA-FILE
           END-IF
           IF WSS-FS-ESCALA NOT = "00"
               DISPLAY "Nao foi possivel gravar em ESCALAPARAM. "
                       "Status: " WSS-FS-ESCALA
           ELSE
               MOVE WSS-GrupoInformado TO ESC-GRUPO
               MOVE WSS-DiaInformado TO ESC-DIASEMANA
               MOVE WSS-Entrada TO ESC-ENTRADA
               MOVE WSS-Saida TO ESC-SAIDA
               MOVE WSS-Intervalo TO ESC-INTERVALO
               MOVE WSS-Tolerancia TO ESC-TOLERANCIA
               MOVE WSS-VigInformada TO ESC-VIGENCIA
               WRITE ESCALA-REG
               CLOSE ESCALA-FILE
               DISPLAY "Dia de escala gravado com vigencia "
                       WSS-VigInformada "."
           END-IF.
       LancarDia-Fim.
           EXIT.

       ListarVigentes.
           PERFORM CarregarVigentes
           DISPLAY "------ ESCALAS VIGENTES EM " WSS-DataHoje
                   " ------"
           IF WSS-QtdGrupos = ZEROS
               DISPLAY "Nenhuma escala vigente."
           END-IF
           PERFORM VARYING WSS-IndGrp FROM 1 BY 1
                   UNTIL WSS-IndGrp > WSS-QtdGrupos
               DISPLAY "Grupo " vig-grupo (WSS-IndGrp)
                       " desde " vig-vigencia (WSS-IndGrp)
               PERFORM VARYING WSS-IndDia FROM 1 BY 1
                       UNTIL WSS-IndDia > 7
                   PERFORM MostrarDiaVigente
               END-PERFORM
           END-PERFORM.

       MostrarDiaVigente.
           IF vig-carregado (WSS-IndGrp WSS-IndDia) NOT = "S"
              OR vig-entrada (WSS-IndGrp WSS-IndDia) =
                 vig-saida (WSS-IndGrp WSS-IndDia)
               DISPLAY "  " nom-dia (WSS-IndDia) " descanso"
           ELSE
               DISPLAY "  " nom-dia (WSS-IndDia) " "
                       vig-entrada (WSS-IndGrp WSS-IndDia) " as "
                       vig-saida (WSS-IndGrp WSS-IndDia)
                       " intervalo "
                       vig-intervalo (WSS-IndGrp WSS-IndDia)
                       " min tolerancia "
                       vig-tolerancia (WSS-IndGrp WSS-IndDia) " min"
           END-IF.

       ListarHistorico.
           MOVE ZEROS TO WSS-QtdListados
           OPEN INPUT ESCALA-FILE
           IF WSS-FS-ESCALA = "35"
               DISPLAY "Arquivo ESCALAPARAM nao encontrado."
           ELSE
               DISPLAY "------ HISTORICO DAS ESCALAS ------"
               MOVE "N" TO WSS-fim-arquivo
               READ ESCALA-FILE
                   AT END SET WSS-NAO-HA-MAIS-DIAS TO TRUE
               END-READ
               PERFORM UNTIL WSS-NAO-HA-MAIS-DIAS
                   DISPLAY "Grupo " ESC-GRUPO " dia " ESC-DIASEMANA
                           " " ESC-ENTRADA " as " ESC-SAIDA
                           " intervalo " ESC-INTERVALO
                           " tolerancia " ESC-TOLERANCIA
                           " vigencia " ESC-VIGENCIA
                   ADD 1 TO WSS-QtdListados
                   READ ESCALA-FILE
                       AT END
                           SET WSS-NAO-HA-MAIS-DIAS TO TRUE
                   END-READ
               END-PERFORM
               CLOSE ESCALA-FILE
               DISPLAY "Registros no historico: " WSS-QtdListados
           END-IF.

      * Mesma regra da apuracao do ponto: por grupo, os dias da
      * maior vigencia ate hoje; vigencia maior descarta os ja
      * lidos.
       CarregarVigentes.
           INITIALIZE TABELA-ESCALAS
           MOVE ZEROS TO WSS-QtdGrupos
           OPEN INPUT ESCALA-FILE
           IF WSS-FS-ESCALA = "35"
               CONTINUE
           ELSE
               MOVE "N" TO WSS-fim-arquivo
               READ ESCALA-FILE
                   AT END SET WSS-NAO-HA-MAIS-DIAS TO TRUE
               END-READ
               PERFORM UNTIL WSS-NAO-HA-MAIS-DIAS
                   IF ESC-DIASEMANA > 0 AND ESC-DIASEMANA < 8
                      AND ESC-VIGENCIA NOT > WSS-DataHoje
                       PERFORM GuardarDiaEscala
                   END-IF
                   READ ESCALA-FILE
                       AT END
                           SET WSS-NAO-HA-MAIS-DIAS TO TRUE
                   END-READ
               END-PERFORM
               CLOSE ESCALA-FILE
           END-IF.

       GuardarDiaEscala.
           MOVE "N" TO WSS-AchouGrupo
           PERFORM VARYING WSS-IndGrp FROM 1 BY 1
                   UNTIL WSS-IndGrp > WSS-QtdGrupos
                      OR WSS-AchouGrupo = "S"
               IF vig-grupo (WSS-IndGrp) = ESC-GRUPO
                   MOVE "S" TO WSS-AchouGrupo
                   SUBTRACT 1 FROM WSS-IndGrp
               END-IF
           END-PERFORM
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
      *wrun32 exerc-43-esc
