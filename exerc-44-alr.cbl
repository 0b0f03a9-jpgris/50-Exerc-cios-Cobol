       IDENTIFICATION DIVISION.
       PROGRAM-ID. Exerc-44-Alr.
       AUTHOR. JOAO_PAULO.

      * Tratamento dos alertas do monitoramento de movimentos: lista
      * os alertas pendentes do indexado ALERTAS44 (gravados pelo
      * batch exerc-44-mon) e registra a disposicao de cada um -
      * revisado, comunicado ou descartado - com data e operador,
      * funcao MC do OPERAUTH. Alerta tratado nao volta na lista de
      * casos dos meses seguintes. Mantem tambem MONITPARAM no
      * molde de TAXASPARAM (limite de comunicacao, faixa logo
      * abaixo dele, janela em dias e quantidade minima de
      * movimentos que caracterizam fracionamento).

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ALERTAS-FILE ASSIGN TO "ALERTAS44"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ALR-CHAVE
               FILE STATUS IS WSS-FS-ALERTAS.
           SELECT PARAM-FILE ASSIGN TO "MONITPARAM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WSS-FS-PARAM.

       DATA DIVISION.
       FILE SECTION.
       FD  ALERTAS-FILE.
           COPY "ALERTA.CPY".

       FD  PARAM-FILE.
           COPY "MONPAR.CPY".

       WORKING-STORAGE SECTION.
       77  WSS-FS-ALERTAS       PIC X(02).
       77  WSS-FS-PARAM         PIC X(02).
       77  WSS-Continuar        PIC X(01) VALUE "S".
       77  WSS-OpcaoMenu        PIC 9.
       77  WSS-DataHoje         PIC 9(8).
       77  WSS-fim-arquivo      PIC X(01).
           88 WSS-NAO-HA-MAIS-ALERTAS  VALUE "S".
       77  WSS-fim-param        PIC X(01).
           88 WSS-NAO-HA-MAIS-PARAMETROS  VALUE "S".
       77  WSS-QtdListados      PIC 9(4).
       77  WSS-QtdTratados      PIC 9(4).
       77  WSS-Disposicao       PIC X(01).
       77  WSS-LimiteInformado  PIC 9(7)V99.
       77  WSS-FaixaInformada   PIC 9(2).
       77  WSS-JanelaInformada  PIC 9(2).
       77  WSS-QtdInformada     PIC 9(2).
       77  WSS-VigInformada     PIC 9(8).
       77  WSS-ValorEd          PIC zzz,zzz,zz9.99.

       01  WSS-Operador         PIC 9(3).
       01  WSS-OperadorValido   PIC X(01).
       77  WSS-AutPrograma      PIC X(12) VALUE "exerc-44-alr".
       77  WSS-AutFuncao        PIC X(2) VALUE "MC".
       77  WSS-AutAutorizado    PIC X(1).

       77  WSS-TfsPrograma      PIC X(12) VALUE "exerc-44-alr".
       77  WSS-TfsArquivo       PIC X(12).
       77  WSS-TfsOperacao      PIC X(10).

       PROCEDURE DIVISION.
       Inicio.
           CALL "OPERSIGN" USING WSS-Operador WSS-OperadorValido
           IF WSS-OperadorValido NOT = "S"
               DISPLAY "Sem operador identificado. Encerrando."
               GO TO Encerramento
           END-IF
           ACCEPT WSS-DataHoje FROM DATE YYYYMMDD

           OPEN I-O ALERTAS-FILE
           IF WSS-FS-ALERTAS = "35"
               OPEN OUTPUT ALERTAS-FILE
               CLOSE ALERTAS-FILE
               OPEN I-O ALERTAS-FILE
           END-IF
           MOVE "ALERTAS44" TO WSS-TfsArquivo
           MOVE "OPEN I-O" TO WSS-TfsOperacao
           CALL "TRATAFS" USING WSS-TfsPrograma
                WSS-TfsArquivo WSS-TfsOperacao WSS-FS-ALERTAS

           PERFORM UNTIL WSS-Continuar = "N"
                DISPLAY "--- Alertas de monitoramento ---"
                DISPLAY "1. Listar alertas pendentes"
                DISPLAY "2. Registrar disposicao dos pendentes"
                DISPLAY "3. Lancar parametros com vigencia"
                DISPLAY "4. Listar historico de parametros"
                DISPLAY "5. Sair"
                DISPLAY "Digite a opcao desejada:"
                ACCEPT WSS-OpcaoMenu

                EVALUATE WSS-OpcaoMenu
                    WHEN 1
                        MOVE "N" TO WSS-Disposicao
                        PERFORM PercorrerPendentes
                            THRU PercorrerPendentes-Fim
                    WHEN 2
                        PERFORM AutorizarFuncao
                        IF WSS-AutAutorizado = "S"
                            MOVE "S" TO WSS-Disposicao
                            PERFORM PercorrerPendentes
                                THRU PercorrerPendentes-Fim
                        END-IF
                    WHEN 3
                        PERFORM AutorizarFuncao
                        IF WSS-AutAutorizado = "S"
                            PERFORM LancarParametro
                        END-IF
                    WHEN 4
                        PERFORM ListarParametros
                    WHEN 5
                        DISPLAY "Saindo do programa."
                        MOVE "N" TO WSS-Continuar
                    WHEN OTHER
                        DISPLAY "Opcao invalida."
                END-EVALUATE
           END-PERFORM

           CLOSE ALERTAS-FILE.

       Encerramento.
           DISPLAY SPACE
           display "Obrigado volte sempre!!! "
           DISPLAY SPACE

           ACCEPT OMITTED.
           EXIT PROGRAM.
           STOP RUN.

      * Disposicao de alerta e parametro de compliance: so com MC
      * (ou tudo) no perfil do operador; negado vai para o SEGLOG.
       AutorizarFuncao.
           CALL "OPERAUTH" USING WSS-Operador WSS-AutPrograma
                WSS-AutFuncao WSS-AutAutorizado
           IF WSS-AutAutorizado NOT = "S"
               DISPLAY "Operador sem autorizacao para o "
                       "monitoramento de movimentos."
           END-IF.

      * Com WSS-Disposicao = "S" pergunta a disposicao de cada
      * pendente listado; Enter deixa o alerta pendente.
       PercorrerPendentes.
           MOVE ZEROS TO WSS-QtdListados
           MOVE ZEROS TO WSS-QtdTratados
           DISPLAY "------ ALERTAS PENDENTES ------"
           MOVE LOW-VALUES TO ALR-CHAVE
           START ALERTAS-FILE KEY IS NOT LESS THAN ALR-CHAVE
               INVALID KEY
                   DISPLAY "Nenhum alerta registrado."
                   GO TO PercorrerPendentes-Fim
           END-START
           MOVE "N" TO WSS-fim-arquivo
           PERFORM UNTIL WSS-NAO-HA-MAIS-ALERTAS
               READ ALERTAS-FILE NEXT RECORD
                   AT END SET WSS-NAO-HA-MAIS-ALERTAS TO TRUE
                   NOT AT END
                       IF ALR-PENDENTE
                           PERFORM MostrarAlerta
                           IF WSS-Disposicao = "S"
                               PERFORM RegistrarDisposicao
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

       PercorrerPendentes-Fim.
           DISPLAY "Alertas pendentes listados: " WSS-QtdListados
           IF WSS-Disposicao = "S"
               DISPLAY "Alertas tratados agora....: " WSS-QtdTratados
           END-IF.

       MostrarAlerta.
           ADD 1 TO WSS-QtdListados
           MOVE ALR-VALOR TO WSS-ValorEd
           DISPLAY SPACE
           IF ALR-VALOR-ALTO
               DISPLAY "Acima do limite - titular " ALR-DOCUMENTO
                       " conta " ALR-CONTA " op " ALR-OP
           ELSE
               DISPLAY "Fracionamento - titular " ALR-DOCUMENTO
                       " a partir da conta " ALR-CONTA
           END-IF
           DISPLAY "  desde " ALR-DATAHORA " movimentos "
                   ALR-QTDMOV " total " WSS-ValorEd
                   " competencia " ALR-COMPETENCIA.

       RegistrarDisposicao.
           DISPLAY "  Disposicao (R revisado, C comunicado, "
                   "D descartado, Enter mantem pendente): "
           MOVE SPACE TO ALR-SITUACAO
           ACCEPT ALR-SITUACAO
           IF ALR-SITUACAO = "r"
               MOVE "R" TO ALR-SITUACAO
           END-IF
           IF ALR-SITUACAO = "c"
               MOVE "C" TO ALR-SITUACAO
           END-IF
           IF ALR-SITUACAO = "d"
               MOVE "D" TO ALR-SITUACAO
           END-IF
           IF ALR-REVISADO OR ALR-COMUNICADO OR ALR-DESCARTADO
               MOVE WSS-DataHoje TO ALR-DATADISP
               MOVE WSS-Operador TO ALR-OPERADOR
               REWRITE ALERTA-REG
               MOVE "REWRITE" TO WSS-TfsOperacao
               MOVE "ALERTAS44" TO WSS-TfsArquivo
               CALL "TRATAFS" USING WSS-TfsPrograma
                    WSS-TfsArquivo WSS-TfsOperacao WSS-FS-ALERTAS
               ADD 1 TO WSS-QtdTratados
           ELSE
               MOVE "P" TO ALR-SITUACAO
               DISPLAY "  Alerta continua pendente."
           END-IF.

       LancarParametro.
           DISPLAY "Valor a partir do qual o movimento e "
                   "comunicado: "
           ACCEPT WSS-LimiteInformado
           DISPLAY "Faixa logo abaixo do limite que conta como "
                   "fracionamento (% do limite): "
           ACCEPT WSS-FaixaInformada
           DISPLAY "Janela em dias: "
           ACCEPT WSS-JanelaInformada
           DISPLAY "Quantidade minima de movimentos na janela: "
           ACCEPT WSS-QtdInformada
           DISPLAY "Data de vigencia (AAAAMMDD): "
           ACCEPT WSS-VigInformada
           IF WSS-LimiteInformado = ZEROS
              OR WSS-JanelaInformada = ZEROS
              OR WSS-QtdInformada < 2
               DISPLAY "Parametros invalidos (limite e janela "
                       "acima de zero, minimo de 2 movimentos). "
                       "Nada gravado."
           ELSE
               OPEN EXTEND PARAM-FILE
               IF WSS-FS-PARAM NOT = "00"
                   CLOSE PARAM-FILE
                   OPEN OUTPUT PARAM-FILE
               END-IF
               IF WSS-FS-PARAM NOT = "00"
                   DISPLAY "Nao foi possivel gravar em MONITPARAM. "
                           "Status: " WSS-FS-PARAM
               ELSE
                   MOVE WSS-LimiteInformado TO MON-LIMITE
                   MOVE WSS-FaixaInformada TO MON-FAIXA
                   MOVE WSS-JanelaInformada TO MON-JANELA
                   MOVE WSS-QtdInformada TO MON-QTDMIN
                   MOVE WSS-VigInformada TO MON-VIGENCIA
                   WRITE MONITPAR-REG
                   CLOSE PARAM-FILE
                   DISPLAY "Parametros gravados com vigencia "
                           WSS-VigInformada "."
               END-IF
           END-IF.

       ListarParametros.
           MOVE ZEROS TO WSS-QtdListados
           OPEN INPUT PARAM-FILE
           IF WSS-FS-PARAM = "35"
               DISPLAY "Arquivo MONITPARAM nao encontrado."
           ELSE
               DISPLAY "------ PARAMETROS DO MONITORAMENTO ------"
               MOVE "N" TO WSS-fim-param
               READ PARAM-FILE
                   AT END SET WSS-NAO-HA-MAIS-PARAMETROS TO TRUE
               END-READ
               PERFORM UNTIL WSS-NAO-HA-MAIS-PARAMETROS
                   MOVE MON-LIMITE TO WSS-ValorEd
                   DISPLAY "Limite " WSS-ValorEd " faixa "
                           MON-FAIXA "% janela " MON-JANELA
                           " dias minimo " MON-QTDMIN
                           " vigencia " MON-VIGENCIA
                   ADD 1 TO WSS-QtdListados
                   READ PARAM-FILE
                       AT END
                           SET WSS-NAO-HA-MAIS-PARAMETROS TO TRUE
                   END-READ
               END-PERFORM
               CLOSE PARAM-FILE
               DISPLAY "Registros no historico: " WSS-QtdListados
           END-IF.
      *wrun32 exerc-44-alr
