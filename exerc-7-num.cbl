       IDENTIFICATION DIVISION.
       PROGRAM-ID. Exerc-7-Num.
       AUTHOR. JOAO_PAULO.

      * Faixas de numeracao de recibos por loja (RECIBOCTL): cada
      * loja recebe uma faixa propria de numeros, sem sobreposicao
      * com as outras lojas, e o recibo (Exerc-7) toma o proximo
      * numero da faixa da loja sob trava do RUNLOCK - o operador
      * nao digita mais o numero. Aqui se inclui a faixa, se
      * amplia o numero final quando a faixa esta acabando e se
      * lista a situacao de cada loja.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RECIBCTL-FILE ASSIGN TO "RECIBOCTL"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RCT-LOJA
               FILE STATUS IS WSS-FS-RECIBCTL.

       DATA DIVISION.
       FILE SECTION.
       FD  RECIBCTL-FILE.
           COPY "RECIBCTL.CPY".

       WORKING-STORAGE SECTION.
       77  WSS-FS-RECIBCTL      PIC X(02).
       77  WSS-TfsPrograma      PIC X(12) VALUE "exerc-7-num".
       77  WSS-TfsArquivo       PIC X(12).
       77  WSS-TfsOperacao      PIC X(10).

       77  WSS-Continuar        PIC X(01) VALUE "S".
       77  WSS-OpcaoMenu        PIC 9.
       77  WSS-Operador         PIC 9(3).
       77  WSS-OperadorValido   PIC X(01).
       77  WSS-LojaInformada    PIC X(01).
       77  WSS-InicialInf       PIC 9(6).
       77  WSS-FinalInf         PIC 9(6).
       77  WSS-Sobreposta       PIC X(01).
       77  WSS-LojaSobreposta   PIC X(01).
       77  WSS-Disponiveis      PIC 9(6).
       77  WSS-fim-arquivo      PIC X(01).
           88 WSS-NAO-HA-MAIS-FAIXAS  VALUE "S".

       PROCEDURE DIVISION.
       Inicio.
           CALL "OPERSIGN" USING WSS-Operador WSS-OperadorValido
           IF WSS-OperadorValido NOT = "S"
               DISPLAY "Sem operador identificado. Encerrando."
               GO TO Encerramento
           END-IF
           OPEN I-O RECIBCTL-FILE
           IF WSS-FS-RECIBCTL = "35"
               OPEN OUTPUT RECIBCTL-FILE
               CLOSE RECIBCTL-FILE
               OPEN I-O RECIBCTL-FILE
           END-IF
           MOVE "RECIBOCTL" TO WSS-TfsArquivo
           MOVE "OPEN I-O" TO WSS-TfsOperacao
           CALL "TRATAFS" USING WSS-TfsPrograma
                WSS-TfsArquivo WSS-TfsOperacao WSS-FS-RECIBCTL

           PERFORM UNTIL WSS-Continuar = "N"
                DISPLAY "--- Numeracao de recibos por loja ---"
                DISPLAY "1. Incluir faixa da loja"
                DISPLAY "2. Ampliar numero final da faixa"
                DISPLAY "3. Listar faixas"
                DISPLAY "4. Sair"
                DISPLAY "Digite a opcao desejada:"
                ACCEPT WSS-OpcaoMenu

                EVALUATE WSS-OpcaoMenu
                    WHEN 1
                        PERFORM IncluirFaixa
                    WHEN 2
                        PERFORM AmpliarFaixa
                    WHEN 3
                        PERFORM ListarFaixas
                    WHEN 4
                        DISPLAY "Saindo do programa."
                        MOVE "N" TO WSS-Continuar
                    WHEN OTHER
                        DISPLAY "Opcao invalida."
                END-EVALUATE
           END-PERFORM

           CLOSE RECIBCTL-FILE.

       Encerramento.
           DISPLAY SPACE
           display "Obrigado volte sempre!!! "
           DISPLAY SPACE

           ACCEPT OMITTED.
           EXIT PROGRAM.
           STOP RUN.

       IncluirFaixa.
           DISPLAY "Codigo da loja (A/B/...): "
           ACCEPT WSS-LojaInformada
           MOVE FUNCTION UPPER-CASE (WSS-LojaInformada)
                TO WSS-LojaInformada
           MOVE WSS-LojaInformada TO RCT-LOJA
           READ RECIBCTL-FILE
               INVALID KEY
                   DISPLAY "Numero inicial da faixa: "
                   ACCEPT WSS-InicialInf
                   DISPLAY "Numero final da faixa: "
                   ACCEPT WSS-FinalInf
                   IF WSS-InicialInf = ZEROS
                      OR WSS-FinalInf < WSS-InicialInf
                       DISPLAY "Faixa invalida. Nada gravado."
                   ELSE
                       PERFORM VerificarSobreposicao
                       IF WSS-Sobreposta = "S"
                           DISPLAY "Faixa sobreposta a da loja "
                                   WSS-LojaSobreposta
                                   ". Nada gravado."
                       ELSE
                           PERFORM GravarFaixa
                       END-IF
                   END-IF
               NOT INVALID KEY
                   DISPLAY "Loja ja tem faixa: " RCT-INICIAL
                           " a " RCT-FINAL ". Use a opcao 2."
           END-READ.

       GravarFaixa.
           MOVE WSS-LojaInformada TO RCT-LOJA
           MOVE WSS-InicialInf TO RCT-INICIAL
           MOVE WSS-FinalInf TO RCT-FINAL
           MOVE WSS-InicialInf TO RCT-PROXIMO
           MOVE ZEROS TO RCT-ULTDATA
           MOVE WSS-Operador TO RCT-ULTOPERADOR
           WRITE RECIBCTL-REG
               INVALID KEY
                   DISPLAY "Erro ao gravar faixa. Status: "
                           WSS-FS-RECIBCTL
               NOT INVALID KEY
                   DISPLAY "Faixa da loja " RCT-LOJA " incluida: "
                           RCT-INICIAL " a " RCT-FINAL "."
           END-WRITE.

      * A faixa so cresce no fim; o numero inicial e o proximo a
      * emitir nao mudam, para nao reabrir numeros ja usados.
       AmpliarFaixa.
           DISPLAY "Codigo da loja (A/B/...): "
           ACCEPT WSS-LojaInformada
           MOVE FUNCTION UPPER-CASE (WSS-LojaInformada)
                TO WSS-LojaInformada
           MOVE WSS-LojaInformada TO RCT-LOJA
           READ RECIBCTL-FILE
               INVALID KEY
                   DISPLAY "Loja sem faixa cadastrada."
               NOT INVALID KEY
                   DISPLAY "Faixa atual " RCT-INICIAL " a "
                           RCT-FINAL " proximo " RCT-PROXIMO
                   DISPLAY "Novo numero final: "
                   ACCEPT WSS-FinalInf
                   MOVE RCT-INICIAL TO WSS-InicialInf
                   IF WSS-FinalInf NOT > RCT-FINAL
                       DISPLAY "O novo final deve ser maior que o "
                               "atual. Nada alterado."
                   ELSE
                       PERFORM VerificarSobreposicao
                       IF WSS-Sobreposta = "S"
                           DISPLAY "Faixa sobreposta a da loja "
                                   WSS-LojaSobreposta
                                   ". Nada alterado."
                       ELSE
                           MOVE WSS-LojaInformada TO RCT-LOJA
                           READ RECIBCTL-FILE
                           MOVE WSS-FinalInf TO RCT-FINAL
                           MOVE WSS-Operador TO RCT-ULTOPERADOR
                           REWRITE RECIBCTL-REG
                           MOVE "REWRITE" TO WSS-TfsOperacao
                           CALL "TRATAFS" USING WSS-TfsPrograma
                                WSS-TfsArquivo WSS-TfsOperacao
                                WSS-FS-RECIBCTL
                           DISPLAY "Faixa da loja " RCT-LOJA
                                   " ampliada ate " RCT-FINAL "."
                       END-IF
                   END-IF
           END-READ.

       VerificarSobreposicao.
           MOVE "N" TO WSS-Sobreposta
           MOVE "N" TO WSS-fim-arquivo
           MOVE LOW-VALUES TO RCT-LOJA
           START RECIBCTL-FILE KEY NOT < RCT-LOJA
               INVALID KEY SET WSS-NAO-HA-MAIS-FAIXAS TO TRUE
           END-START
           PERFORM UNTIL WSS-NAO-HA-MAIS-FAIXAS
               READ RECIBCTL-FILE NEXT RECORD
                   AT END SET WSS-NAO-HA-MAIS-FAIXAS TO TRUE
                   NOT AT END
                       IF RCT-LOJA NOT = WSS-LojaInformada
                          AND WSS-InicialInf NOT > RCT-FINAL
                          AND WSS-FinalInf NOT < RCT-INICIAL
                           MOVE "S" TO WSS-Sobreposta
                           MOVE RCT-LOJA TO WSS-LojaSobreposta
                       END-IF
               END-READ
           END-PERFORM.

       ListarFaixas.
           DISPLAY "------ FAIXAS DE RECIBO POR LOJA ------"
           MOVE "N" TO WSS-fim-arquivo
           MOVE LOW-VALUES TO RCT-LOJA
           START RECIBCTL-FILE KEY NOT < RCT-LOJA
               INVALID KEY SET WSS-NAO-HA-MAIS-FAIXAS TO TRUE
           END-START
           PERFORM UNTIL WSS-NAO-HA-MAIS-FAIXAS
               READ RECIBCTL-FILE NEXT RECORD
                   AT END SET WSS-NAO-HA-MAIS-FAIXAS TO TRUE
                   NOT AT END
                       IF RCT-PROXIMO > RCT-FINAL
                           MOVE ZEROS TO WSS-Disponiveis
                       ELSE
                           COMPUTE WSS-Disponiveis =
                                   RCT-FINAL - RCT-PROXIMO + 1
                       END-IF
                       DISPLAY "Loja " RCT-LOJA " faixa "
                               RCT-INICIAL " a " RCT-FINAL
                               " proximo " RCT-PROXIMO
                               " livres " WSS-Disponiveis
                               " ultimo uso " RCT-ULTDATA
               END-READ
           END-PERFORM.
      *wrun32 exerc-7-num
