       IDENTIFICATION DIVISION.
       PROGRAM-ID. Exerc-44-Mon.
       AUTHOR. JOAO_PAULO.

      * Monitoramento mensal de movimentos para o compliance: le a
      * trilha AUDITORIA44 da competencia pedida e agrupa as contas
      * pelo titular (CLI-DOCUMENTO). Depositos (IN, DL), saques
      * (SA) e transferencias (TS, TE) a partir do limite de
      * comunicacao viram alerta tipo V; movimentos logo abaixo do
      * limite (faixa de MONITPARAM) que se juntam na janela de
      * dias do mesmo titular ate a quantidade minima viram alerta
      * tipo E (fracionamento). A janela olha tambem os ultimos
      * dias do mes anterior. Cada alerta entra pendente no
      * indexado ALERTAS44 e vai para a lista de casos CASOSMON
      * com os movimentos; alerta ja tratado no exerc-44-alr
      * (revisado, comunicado, descartado) nao volta na lista.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CLIENTES-FILE ASSIGN TO "CLIENTES"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS CLI-CODIGO
               FILE STATUS IS WSS-FS-CLIENTES.
           SELECT PARAM-FILE ASSIGN TO "MONITPARAM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WSS-FS-PARAM.
           SELECT AUDITORIA-FILE ASSIGN TO "AUDITORIA44"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WSS-FS-AUDITORIA.
           SELECT ALERTAS-FILE ASSIGN TO "ALERTAS44"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ALR-CHAVE
               FILE STATUS IS WSS-FS-ALERTAS.
           SELECT CASOS-FILE ASSIGN TO "CASOSMON"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WSS-FS-CASOS.

       DATA DIVISION.
       FILE SECTION.
       FD  CLIENTES-FILE.
           COPY "CLIENTE.CPY".

       FD  PARAM-FILE.
           COPY "MONPAR.CPY".

       FD  AUDITORIA-FILE.
       01  WSS-REG-AUDITORIA         PIC X(120).

       FD  ALERTAS-FILE.
           COPY "ALERTA.CPY".

       FD  CASOS-FILE.
       01  WSS-REG-CASOS             PIC X(100).

       WORKING-STORAGE SECTION.
       77  WSS-FS-CLIENTES      PIC X(02).
       77  WSS-FS-PARAM         PIC X(02).
       77  WSS-FS-AUDITORIA     PIC X(02).
       77  WSS-FS-ALERTAS       PIC X(02).
       77  WSS-FS-CASOS         PIC X(02).
       77  WSS-LogPrograma      PIC X(12) VALUE "EXERC-44-MON".
       77  WSS-LogEvento        PIC X(01).
       77  WSS-LogLidos         PIC 9(7) VALUE ZEROS.
       77  WSS-LogGravados      PIC 9(7) VALUE ZEROS.
       77  WSS-LogRejeitados    PIC 9(7) VALUE ZEROS.
       77  WSS-LogRetorno       PIC X(02) VALUE "OK".
       77  WSS-TfsPrograma      PIC X(12) VALUE "exerc-44-mon".
       77  WSS-TfsArquivo       PIC X(12).
       77  WSS-TfsOperacao      PIC X(10).

       77  WSS-fim-clientes     PIC X(01) VALUE "N".
           88 WSS-NAO-HA-MAIS-CLIENTES  VALUE "S".
       77  WSS-fim-param        PIC X(01) VALUE "N".
           88 WSS-NAO-HA-MAIS-PARAMETROS VALUE "S".
       77  WSS-fim-auditoria    PIC X(01) VALUE "N".
           88 WSS-NAO-HA-MAIS-MOVIMENTOS VALUE "S".

       77  WSS-DataHoje         PIC 9(8).
       77  WSS-Competencia      PIC 9(6).
       77  WSS-AnoComp          PIC 9(4).
       77  WSS-MesComp          PIC 9(2).
       77  WSS-DataInicioComp   PIC 9(8).
       77  WSS-DiaInicioComp    PIC 9(7).
       77  WSS-DiaInicioJanela  PIC 9(7).
       77  WSS-ParamCarregado   PIC X(01) VALUE "N".
       77  WSS-Limite           PIC 9(7)V99 VALUE ZEROS.
       77  WSS-PisoFaixa        PIC 9(7)V99 VALUE ZEROS.
       77  WSS-Faixa            PIC 9(2) VALUE ZEROS.
       77  WSS-Janela           PIC 9(2) VALUE ZEROS.
       77  WSS-QtdMinima        PIC 9(2) VALUE ZEROS.
       77  WSS-Vigencia         PIC 9(8) VALUE ZEROS.

       77  WSS-IndCta           PIC 9(4).
       77  WSS-QtdContas        PIC 9(4) VALUE ZEROS.
       77  WSS-AchouConta       PIC X(01).
       01  TABELA-CONTAS.
           05  CONTA-MON OCCURS 1000 TIMES.
               10  ctm-codigo         PIC 9(6).
               10  ctm-documento      PIC X(14).

      * Movimentos logo abaixo do limite, na ordem da trilha, da
      * janela anterior ao inicio da competencia ate o fim dela.
      * sus-caso guarda a data/hora do primeiro movimento do
      * fracionamento em que o movimento entrou.
       77  WSS-IndSus           PIC 9(4).
       77  WSS-IndJan           PIC 9(4).
       77  WSS-IndPrimeiro      PIC 9(4).
       77  WSS-QtdSuspeitos     PIC 9(4) VALUE ZEROS.
       77  WSS-QtdNaJanela      PIC 9(3).
       77  WSS-CasoJanela       PIC 9(14).
       01  TABELA-SUSPEITOS.
           05  SUSPEITO OCCURS 3000 TIMES.
               10  sus-documento      PIC X(14).
               10  sus-conta          PIC 9(6).
               10  sus-datahora       PIC 9(14).
               10  sus-dia            PIC 9(7).
               10  sus-op             PIC X(02).
               10  sus-valor          PIC 9(7)V99.
               10  sus-nacomp         PIC X(01).
               10  sus-caso           PIC 9(14).

       01  WSS-LINHA-AUD.
           05  FILLER           PIC X(09).
           05  AUD-CODIGO       PIC X(03).
           05  AUD-MARCA4       PIC X(01).
           05  FILLER           PIC X(10).
           05  AUD-DATAHORA     PIC X(14).
           05  AUD-DATAHORA-N REDEFINES AUD-DATAHORA.
               10  AUD-DATA     PIC 9(8).
               10  AUD-HORA     PIC 9(6).
           05  FILLER           PIC X(17).
           05  AUD-VALOR        PIC X(09).
           05  AUD-VALOR-N REDEFINES AUD-VALOR
                                PIC 9(7)V99.
           05  FILLER           PIC X(13).
           05  AUD-RENDIMENTO   PIC X(11).
           05  FILLER           PIC X(05).
           05  AUD-OP           PIC X(02).
           05  FILLER           PIC X(06).

       01  WSS-LINHA-AUD6 REDEFINES WSS-LINHA-AUD.
           05  FILLER           PIC X(09).
           05  AU6-CODIGO       PIC X(06).
           05  FILLER           PIC X(11).
           05  AU6-DATAHORA     PIC X(14).
           05  AU6-DATAHORA-N REDEFINES AU6-DATAHORA.
               10  AU6-DATA     PIC 9(8).
               10  AU6-HORA     PIC 9(6).
           05  FILLER           PIC X(17).
           05  AU6-VALOR        PIC X(09).
           05  AU6-VALOR-N REDEFINES AU6-VALOR
                                PIC 9(7)V99.
           05  FILLER           PIC X(13).
           05  AU6-RENDIMENTO   PIC X(11).
           05  FILLER           PIC X(05).
           05  AU6-OP           PIC X(02).
           05  FILLER           PIC X(03).

       77  WSS-CodigoLido       PIC 9(6).
       77  WSS-DataHoraMov      PIC 9(14).
       77  WSS-DataMov          PIC 9(8).
       77  WSS-DiaMov           PIC 9(7).
       77  WSS-OpMov            PIC X(02).
       77  WSS-ValorMov         PIC 9(7)V99.
       77  WSS-DocumentoMov     PIC X(14).

       77  WSS-SituacaoCaso     PIC X(10).
       77  WSS-TotalCaso        PIC 9(9)V99.
       77  WSS-QtdMovCaso       PIC 9(3).
       77  WSS-QtdAlertasV      PIC 9(4) VALUE ZEROS.
       77  WSS-QtdAlertasE      PIC 9(4) VALUE ZEROS.
       77  WSS-QtdNovos         PIC 9(4) VALUE ZEROS.
       77  WSS-QtdPendentes     PIC 9(4) VALUE ZEROS.
       77  WSS-QtdTratados      PIC 9(4) VALUE ZEROS.
       77  WSS-ValorEd          PIC zzz,zzz,zz9.99.

       01  WSS-LINHA-CASO.
           05  FILLER                PIC X(08) VALUE "ALERTA: ".
           05  CAS-TIPO              PIC X(01).
           05  FILLER                PIC X(05) VALUE " DOC:".
           05  CAS-DOCUMENTO         PIC X(14).
           05  FILLER                PIC X(07) VALUE " CONTA:".
           05  CAS-CONTA             PIC 9(6).
           05  FILLER                PIC X(06) VALUE " DATA:".
           05  CAS-DATAHORA          PIC 9(14).
           05  FILLER                PIC X(05) VALUE " QTD:".
           05  CAS-QTDMOV            PIC 9(3).
           05  FILLER                PIC X(07) VALUE " TOTAL:".
           05  CAS-TOTAL             PIC zzz,zzz,zz9.99.
           05  FILLER                PIC X(01) VALUE SPACE.
           05  CAS-SITUACAO          PIC X(10).

       01  WSS-LINHA-MOVCASO.
           05  FILLER                PIC X(10) VALUE "    CONTA ".
           05  MVC-CONTA             PIC 9(6).
           05  FILLER                PIC X(10) VALUE " DATAHORA ".
           05  MVC-DATAHORA          PIC 9(14).
           05  FILLER                PIC X(04) VALUE " OP ".
           05  MVC-OP                PIC X(02).
           05  FILLER                PIC X(07) VALUE " VALOR ".
           05  MVC-VALOR             PIC zzz,zzz,zz9.99.

       PROCEDURE DIVISION.
       Inicio.
           MOVE "I" TO WSS-LogEvento
           CALL "GRAVALOG" USING WSS-LogPrograma WSS-LogEvento
                WSS-LogLidos WSS-LogGravados WSS-LogRejeitados
                WSS-LogRetorno

           ACCEPT WSS-DataHoje FROM DATE YYYYMMDD
           DISPLAY "Competencia a monitorar (AAAAMM, 0 = mes "
                   "anterior): "
           ACCEPT WSS-Competencia
           IF WSS-Competencia = ZEROS
               MOVE WSS-DataHoje (1:4) TO WSS-AnoComp
               MOVE WSS-DataHoje (5:2) TO WSS-MesComp
               IF WSS-MesComp = 1
                   MOVE 12 TO WSS-MesComp
                   SUBTRACT 1 FROM WSS-AnoComp
               ELSE
                   SUBTRACT 1 FROM WSS-MesComp
               END-IF
               MOVE WSS-AnoComp TO WSS-Competencia (1:4)
               MOVE WSS-MesComp TO WSS-Competencia (5:2)
           END-IF
           MOVE WSS-Competencia (5:2) TO WSS-MesComp
           IF WSS-MesComp < 1 OR WSS-MesComp > 12
               DISPLAY "Competencia invalida."
               MOVE "ER" TO WSS-LogRetorno
               GO TO GravarFimLog
           END-IF
           MOVE WSS-Competencia TO WSS-DataInicioComp (1:6)
           MOVE "01" TO WSS-DataInicioComp (7:2)

           PERFORM CarregarParametros
           IF WSS-ParamCarregado = "N"
               DISPLAY "Nenhum parametro vigente em MONITPARAM. "
                       "Lance no exerc-44-alr antes do batch."
               MOVE "ER" TO WSS-LogRetorno
               GO TO GravarFimLog
           END-IF
           COMPUTE WSS-PisoFaixa ROUNDED =
                   WSS-Limite * (100 - WSS-Faixa) / 100
           COMPUTE WSS-DiaInicioComp =
                   FUNCTION INTEGER-OF-DATE (WSS-DataInicioComp)
           COMPUTE WSS-DiaInicioJanela =
                   WSS-DiaInicioComp - WSS-Janela

           OPEN INPUT CLIENTES-FILE
           MOVE "CLIENTES" TO WSS-TfsArquivo
           MOVE "OPEN INPUT" TO WSS-TfsOperacao
           CALL "TRATAFS" USING WSS-TfsPrograma
                WSS-TfsArquivo WSS-TfsOperacao WSS-FS-CLIENTES
           IF WSS-FS-CLIENTES NOT = "00"
               DISPLAY "Arquivo CLIENTES indisponivel. Status: "
                       WSS-FS-CLIENTES
               MOVE "ER" TO WSS-LogRetorno
               GO TO GravarFimLog
           END-IF
           READ CLIENTES-FILE
               AT END SET WSS-NAO-HA-MAIS-CLIENTES TO TRUE
           END-READ
           PERFORM UNTIL WSS-NAO-HA-MAIS-CLIENTES
               PERFORM GuardarConta
               READ CLIENTES-FILE
                   AT END SET WSS-NAO-HA-MAIS-CLIENTES TO TRUE
               END-READ
           END-PERFORM
           CLOSE CLIENTES-FILE

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
           IF WSS-FS-ALERTAS NOT = "00"
               DISPLAY "Arquivo ALERTAS44 indisponivel. Status: "
                       WSS-FS-ALERTAS
               MOVE "ER" TO WSS-LogRetorno
               GO TO GravarFimLog
           END-IF

           OPEN OUTPUT CASOS-FILE
           MOVE SPACES TO WSS-REG-CASOS
           STRING "CASOS DE MONITORAMENTO - COMPETENCIA "
                                           DELIMITED BY SIZE
                  WSS-Competencia          DELIMITED BY SIZE
                  INTO WSS-REG-CASOS
           END-STRING
           WRITE WSS-REG-CASOS
           DISPLAY "------ MONITORAMENTO DE MOVIMENTOS "
                   WSS-Competencia " ------"

           PERFORM LerTrilha
           PERFORM MarcarFracionamentos
           PERFORM ListarFracionamentos

           CLOSE ALERTAS-FILE
           CLOSE CASOS-FILE

           DISPLAY SPACE
           DISPLAY "Alertas acima do limite.....: " WSS-QtdAlertasV
           DISPLAY "Alertas de fracionamento....: " WSS-QtdAlertasE
           DISPLAY "  novos.....................: " WSS-QtdNovos
           DISPLAY "  ainda pendentes...........: " WSS-QtdPendentes
           DISPLAY "  ja tratados (fora da lista): " WSS-QtdTratados

           COMPUTE WSS-LogGravados = WSS-QtdNovos + WSS-QtdPendentes
           MOVE WSS-QtdTratados TO WSS-LogRejeitados.

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

       CarregarParametros.
           OPEN INPUT PARAM-FILE
           IF WSS-FS-PARAM = "35"
               CONTINUE
           ELSE
               MOVE "N" TO WSS-fim-param
               READ PARAM-FILE
                   AT END SET WSS-NAO-HA-MAIS-PARAMETROS TO TRUE
               END-READ
               PERFORM UNTIL WSS-NAO-HA-MAIS-PARAMETROS
                   IF MON-VIGENCIA NOT > WSS-DataHoje
                      AND MON-VIGENCIA NOT < WSS-Vigencia
                       MOVE MON-LIMITE TO WSS-Limite
                       MOVE MON-FAIXA TO WSS-Faixa
                       MOVE MON-JANELA TO WSS-Janela
                       MOVE MON-QTDMIN TO WSS-QtdMinima
                       MOVE MON-VIGENCIA TO WSS-Vigencia
                       MOVE "S" TO WSS-ParamCarregado
                   END-IF
                   READ PARAM-FILE
                       AT END SET WSS-NAO-HA-MAIS-PARAMETROS TO TRUE
                   END-READ
               END-PERFORM
               CLOSE PARAM-FILE
           END-IF.

       GuardarConta.
           IF WSS-QtdContas = 1000
               DISPLAY "Limite de 1000 contas atingido. Conta "
                       CLI-CODIGO " fora do monitoramento."
           ELSE
               ADD 1 TO WSS-QtdContas
               MOVE CLI-CODIGO TO ctm-codigo (WSS-QtdContas)
               MOVE CLI-DOCUMENTO TO ctm-documento (WSS-QtdContas)
           END-IF.

       LerTrilha.
           OPEN INPUT AUDITORIA-FILE
           IF WSS-FS-AUDITORIA = "35"
               DISPLAY "Trilha AUDITORIA44 nao encontrada."
           ELSE
               READ AUDITORIA-FILE
                   AT END SET WSS-NAO-HA-MAIS-MOVIMENTOS TO TRUE
               END-READ
               PERFORM UNTIL WSS-NAO-HA-MAIS-MOVIMENTOS
                   ADD 1 TO WSS-LogLidos
                   MOVE WSS-REG-AUDITORIA TO WSS-LINHA-AUD
                   PERFORM ExtrairCampos
                   IF WSS-CodigoLido > ZEROS
                       PERFORM AvaliarMovimento
                           THRU AvaliarMovimento-Fim
                   END-IF
                   READ AUDITORIA-FILE
                       AT END SET WSS-NAO-HA-MAIS-MOVIMENTOS TO TRUE
                   END-READ
               END-PERFORM
               CLOSE AUDITORIA-FILE
           END-IF.

       ExtrairCampos.
           MOVE ZEROS TO WSS-CodigoLido
           MOVE ZEROS TO WSS-DataHoraMov
           MOVE ZEROS TO WSS-ValorMov
           MOVE SPACES TO WSS-OpMov
           IF AUD-MARCA4 = SPACE
               IF AUD-CODIGO IS NUMERIC
                  AND AUD-DATAHORA IS NUMERIC
                   MOVE AUD-CODIGO TO WSS-CodigoLido
                   MOVE AUD-DATAHORA TO WSS-DataHoraMov
                   MOVE AUD-OP TO WSS-OpMov
                   IF AUD-VALOR IS NUMERIC
                       MOVE AUD-VALOR-N TO WSS-ValorMov
                   END-IF
               END-IF
           ELSE
               IF AU6-CODIGO IS NUMERIC
                  AND AU6-DATAHORA IS NUMERIC
                   MOVE AU6-CODIGO TO WSS-CodigoLido
                   MOVE AU6-DATAHORA TO WSS-DataHoraMov
                   MOVE AU6-OP TO WSS-OpMov
                   IF AU6-VALOR IS NUMERIC
                       MOVE AU6-VALOR-N TO WSS-ValorMov
                   END-IF
               END-IF
           END-IF
           MOVE WSS-DataHoraMov (1:8) TO WSS-DataMov.

       AvaliarMovimento.
           IF WSS-OpMov NOT = "IN" AND NOT = "DL" AND NOT = "SA"
                        AND NOT = "TS" AND NOT = "TE"
               GO TO AvaliarMovimento-Fim
           END-IF
           IF WSS-ValorMov < WSS-PisoFaixa
              OR WSS-DataMov (1:6) > WSS-Competencia
              OR WSS-DataMov < 19000101
               GO TO AvaliarMovimento-Fim
           END-IF
           COMPUTE WSS-DiaMov = FUNCTION INTEGER-OF-DATE (WSS-DataMov)
           IF WSS-DiaMov < WSS-DiaInicioJanela
               GO TO AvaliarMovimento-Fim
           END-IF

           MOVE "N" TO WSS-AchouConta
           PERFORM VARYING WSS-IndCta FROM 1 BY 1
                   UNTIL WSS-IndCta > WSS-QtdContas
                      OR WSS-AchouConta = "S"
               IF ctm-codigo (WSS-IndCta) = WSS-CodigoLido
                   MOVE "S" TO WSS-AchouConta
                   SUBTRACT 1 FROM WSS-IndCta
               END-IF
           END-PERFORM
      * Conta ja excluida de CLIENTES fica agrupada pelo proprio
      * codigo no lugar do documento.
           IF WSS-AchouConta = "S"
               MOVE ctm-documento (WSS-IndCta) TO WSS-DocumentoMov
           ELSE
               MOVE SPACES TO WSS-DocumentoMov
               MOVE WSS-CodigoLido TO WSS-DocumentoMov (1:6)
           END-IF

           IF WSS-ValorMov NOT < WSS-Limite
               IF WSS-DiaMov NOT < WSS-DiaInicioComp
                   PERFORM AlertarValorAlto
               END-IF
               GO TO AvaliarMovimento-Fim
           END-IF

           IF WSS-QtdSuspeitos = 3000
               DISPLAY "Limite de 3000 movimentos na faixa atingido."
                       " Movimento da conta " WSS-CodigoLido
                       " fora da analise de fracionamento."
               GO TO AvaliarMovimento-Fim
           END-IF
           ADD 1 TO WSS-QtdSuspeitos
           MOVE WSS-QtdSuspeitos TO WSS-IndSus
           MOVE WSS-DocumentoMov TO sus-documento (WSS-IndSus)
           MOVE WSS-CodigoLido TO sus-conta (WSS-IndSus)
           MOVE WSS-DataHoraMov TO sus-datahora (WSS-IndSus)
           MOVE WSS-DiaMov TO sus-dia (WSS-IndSus)
           MOVE WSS-OpMov TO sus-op (WSS-IndSus)
           MOVE WSS-ValorMov TO sus-valor (WSS-IndSus)
           MOVE ZEROS TO sus-caso (WSS-IndSus)
           IF WSS-DiaMov NOT < WSS-DiaInicioComp
               MOVE "S" TO sus-nacomp (WSS-IndSus)
           ELSE
               MOVE "N" TO sus-nacomp (WSS-IndSus)
           END-IF.
       AvaliarMovimento-Fim.
           EXIT.

       AlertarValorAlto.
           ADD 1 TO WSS-QtdAlertasV
           MOVE "V" TO ALR-TIPO
           MOVE WSS-DocumentoMov TO ALR-DOCUMENTO
           MOVE WSS-DataHoraMov TO ALR-DATAHORA
           MOVE WSS-CodigoLido TO ALR-CONTA
           MOVE WSS-OpMov TO ALR-OP
           MOVE WSS-ValorMov TO WSS-TotalCaso
           MOVE 1 TO WSS-QtdMovCaso
           PERFORM RegistrarAlerta
           IF WSS-SituacaoCaso NOT = SPACES
               PERFORM GravarCabecalhoCaso
               MOVE WSS-CodigoLido TO MVC-CONTA
               MOVE WSS-DataHoraMov TO MVC-DATAHORA
               MOVE WSS-OpMov TO MVC-OP
               MOVE WSS-ValorMov TO MVC-VALOR
               PERFORM GravarMovimentoCaso
           END-IF.

      * Cada movimento da faixa na competencia conta os movimentos
      * do mesmo titular que vieram antes dele dentro da janela.
      * Janela que chega a quantidade minima vira fracionamento; se
      * algum movimento dela ja estava num fracionamento, o caso
      * continua o mesmo, senao abre com o primeiro da janela.
       MarcarFracionamentos.
           PERFORM VARYING WSS-IndSus FROM 1 BY 1
                   UNTIL WSS-IndSus > WSS-QtdSuspeitos
               IF sus-nacomp (WSS-IndSus) = "S"
                   MOVE 1 TO WSS-QtdNaJanela
                   MOVE WSS-IndSus TO WSS-IndPrimeiro
                   MOVE ZEROS TO WSS-CasoJanela
                   PERFORM VARYING WSS-IndJan FROM 1 BY 1
                           UNTIL WSS-IndJan NOT < WSS-IndSus
                       IF sus-documento (WSS-IndJan) =
                          sus-documento (WSS-IndSus)
                          AND sus-dia (WSS-IndJan) + WSS-Janela >
                              sus-dia (WSS-IndSus)
                           ADD 1 TO WSS-QtdNaJanela
                           IF WSS-IndJan < WSS-IndPrimeiro
                               MOVE WSS-IndJan TO WSS-IndPrimeiro
                           END-IF
                           IF WSS-CasoJanela = ZEROS
                               MOVE sus-caso (WSS-IndJan)
                                    TO WSS-CasoJanela
                           END-IF
                       END-IF
                   END-PERFORM
                   IF WSS-QtdNaJanela NOT < WSS-QtdMinima
                      AND WSS-QtdMinima > ZEROS
                       IF WSS-CasoJanela = ZEROS
                           MOVE sus-datahora (WSS-IndPrimeiro)
                                TO WSS-CasoJanela
                       END-IF
                       PERFORM MarcarJanela
                   END-IF
               END-IF
           END-PERFORM.

       MarcarJanela.
           MOVE WSS-CasoJanela TO sus-caso (WSS-IndSus)
           PERFORM VARYING WSS-IndJan FROM 1 BY 1
                   UNTIL WSS-IndJan NOT < WSS-IndSus
               IF sus-documento (WSS-IndJan) =
                  sus-documento (WSS-IndSus)
                  AND sus-dia (WSS-IndJan) + WSS-Janela >
                      sus-dia (WSS-IndSus)
                  AND sus-caso (WSS-IndJan) = ZEROS
                   MOVE WSS-CasoJanela TO sus-caso (WSS-IndJan)
               END-IF
           END-PERFORM.

      * Um alerta por caso, aberto no primeiro movimento dele, com
      * todos os movimentos do titular marcados no mesmo caso.
       ListarFracionamentos.
           PERFORM VARYING WSS-IndSus FROM 1 BY 1
                   UNTIL WSS-IndSus > WSS-QtdSuspeitos
               IF sus-caso (WSS-IndSus) NOT = ZEROS
                  AND sus-caso (WSS-IndSus) =
                      sus-datahora (WSS-IndSus)
                   PERFORM AlertarFracionamento
               END-IF
           END-PERFORM.

       AlertarFracionamento.
           ADD 1 TO WSS-QtdAlertasE
           MOVE ZEROS TO WSS-TotalCaso
           MOVE ZEROS TO WSS-QtdMovCaso
           PERFORM VARYING WSS-IndJan FROM WSS-IndSus BY 1
                   UNTIL WSS-IndJan > WSS-QtdSuspeitos
               IF sus-documento (WSS-IndJan) =
                  sus-documento (WSS-IndSus)
                  AND sus-caso (WSS-IndJan) = sus-caso (WSS-IndSus)
                   ADD sus-valor (WSS-IndJan) TO WSS-TotalCaso
                   ADD 1 TO WSS-QtdMovCaso
               END-IF
           END-PERFORM
           MOVE "E" TO ALR-TIPO
           MOVE sus-documento (WSS-IndSus) TO ALR-DOCUMENTO
           MOVE sus-datahora (WSS-IndSus) TO ALR-DATAHORA
           MOVE sus-conta (WSS-IndSus) TO ALR-CONTA
           MOVE sus-op (WSS-IndSus) TO ALR-OP
           PERFORM RegistrarAlerta
           IF WSS-SituacaoCaso NOT = SPACES
               PERFORM GravarCabecalhoCaso
               PERFORM VARYING WSS-IndJan FROM WSS-IndSus BY 1
                       UNTIL WSS-IndJan > WSS-QtdSuspeitos
                   IF sus-documento (WSS-IndJan) =
                      sus-documento (WSS-IndSus)
                      AND sus-caso (WSS-IndJan) =
                          sus-caso (WSS-IndSus)
                       MOVE sus-conta (WSS-IndJan) TO MVC-CONTA
                       MOVE sus-datahora (WSS-IndJan)
                            TO MVC-DATAHORA
                       MOVE sus-op (WSS-IndJan) TO MVC-OP
                       MOVE sus-valor (WSS-IndJan) TO MVC-VALOR
                       PERFORM GravarMovimentoCaso
                   END-IF
               END-PERFORM
           END-IF.

      * Alerta novo entra pendente; pendente de mes anterior volta
      * na lista com os totais refeitos; alerta tratado fica fora
      * (WSS-SituacaoCaso em branco).
       RegistrarAlerta.
           READ ALERTAS-FILE
               INVALID KEY
                   MOVE WSS-TotalCaso TO ALR-VALOR
                   MOVE WSS-QtdMovCaso TO ALR-QTDMOV
                   MOVE WSS-Competencia TO ALR-COMPETENCIA
                   MOVE "P" TO ALR-SITUACAO
                   MOVE ZEROS TO ALR-DATADISP
                   MOVE ZEROS TO ALR-OPERADOR
                   WRITE ALERTA-REG
                   ADD 1 TO WSS-QtdNovos
                   MOVE "NOVO" TO WSS-SituacaoCaso
               NOT INVALID KEY
                   IF ALR-PENDENTE
                       MOVE WSS-TotalCaso TO ALR-VALOR
                       MOVE WSS-QtdMovCaso TO ALR-QTDMOV
                       REWRITE ALERTA-REG
                       ADD 1 TO WSS-QtdPendentes
                       MOVE "PENDENTE" TO WSS-SituacaoCaso
                   ELSE
                       ADD 1 TO WSS-QtdTratados
                       MOVE SPACES TO WSS-SituacaoCaso
                   END-IF
           END-READ.

       GravarCabecalhoCaso.
           MOVE ALR-TIPO TO CAS-TIPO
           MOVE ALR-DOCUMENTO TO CAS-DOCUMENTO
           MOVE ALR-CONTA TO CAS-CONTA
           MOVE ALR-DATAHORA TO CAS-DATAHORA
           MOVE WSS-QtdMovCaso TO CAS-QTDMOV
           MOVE WSS-TotalCaso TO CAS-TOTAL
           MOVE WSS-SituacaoCaso TO CAS-SITUACAO
           MOVE SPACES TO WSS-REG-CASOS
           MOVE WSS-LINHA-CASO TO WSS-REG-CASOS
           WRITE WSS-REG-CASOS
           DISPLAY WSS-LINHA-CASO.

       GravarMovimentoCaso.
           MOVE SPACES TO WSS-REG-CASOS
           MOVE WSS-LINHA-MOVCASO TO WSS-REG-CASOS
           WRITE WSS-REG-CASOS
           DISPLAY WSS-LINHA-MOVCASO.
      *wrun32 exerc-44-mon
