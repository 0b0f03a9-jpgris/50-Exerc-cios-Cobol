       IDENTIFICATION DIVISION.
       PROGRAM-ID. GRAVAMCT.
       AUTHOR. JOAO_PAULO.

      * Servico chamavel do historico de movimentos de conta:
      * recebe a linha que o chamador acabou de gravar na trilha
      * AUDITORIA44 e grava o mesmo movimento no indexado
      * MOVCONTAS (conta + data-hora + sequencia), para o extrato,
      * as contas dormentes, o informe anual e a atividade por
      * operador lerem so as chaves de que precisam. A linha e
      * normalizada aqui, para os gravadores e para a carga da
      * trilha antiga (exerc-44-cmov): codigo de 3 digitos
      * reconhecido pelo espaco na 13a coluna, OP ausente como IN
      * e carimbo OPERADOR procurado em qualquer posicao. Linha
      * sem codigo ou data numericos nao e gravada. Devolve S
      * quando gravou.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MOVCONTA-FILE ASSIGN TO "MOVCONTAS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MCT-CHAVE
               ALTERNATE RECORD KEY IS MCT-OPERADOR
                   WITH DUPLICATES
               FILE STATUS IS WSS-FS-MOVCONTA.

       DATA DIVISION.
       FILE SECTION.
       FD  MOVCONTA-FILE.
           COPY "MOVCONTA.CPY".

       WORKING-STORAGE SECTION.
       77  WSS-FS-MOVCONTA      PIC X(02).
       77  WSS-IndCol           PIC 9(3).
       77  WSS-AchouCarimbo     PIC X(01).

       01  WSS-LINHA-AUD.
           05  FILLER           PIC X(09).
           05  AUD-CODIGO       PIC X(03).
           05  AUD-MARCA4       PIC X(01).
           05  FILLER           PIC X(10).
           05  AUD-DATAHORA     PIC X(14).
           05  FILLER           PIC X(17).
           05  AUD-VALOR        PIC X(09).
           05  AUD-VALOR-N REDEFINES AUD-VALOR
                                PIC 9(7)V99.
           05  FILLER           PIC X(13).
           05  AUD-RENDIMENTO   PIC X(11).
           05  AUD-RENDIMENTO-N REDEFINES AUD-RENDIMENTO
                                PIC 9(9)V99.
           05  FILLER           PIC X(05).
           05  AUD-OP           PIC X(02).
           05  FILLER           PIC X(26).

       01  WSS-LINHA-AUD6 REDEFINES WSS-LINHA-AUD.
           05  FILLER           PIC X(09).
           05  AU6-CODIGO       PIC X(06).
           05  FILLER           PIC X(11).
           05  AU6-DATAHORA     PIC X(14).
           05  FILLER           PIC X(17).
           05  AU6-VALOR        PIC X(09).
           05  AU6-VALOR-N REDEFINES AU6-VALOR
                                PIC 9(7)V99.
           05  FILLER           PIC X(13).
           05  AU6-RENDIMENTO   PIC X(11).
           05  AU6-RENDIMENTO-N REDEFINES AU6-RENDIMENTO
                                PIC 9(9)V99.
           05  FILLER           PIC X(05).
           05  AU6-OP           PIC X(02).
           05  FILLER           PIC X(23).

       LINKAGE SECTION.
       01  LNK-LINHA            PIC X(120).
       01  LNK-GRAVADO          PIC X(1).

       PROCEDURE DIVISION USING LNK-LINHA LNK-GRAVADO.
       Inicio.
           MOVE "N" TO LNK-GRAVADO
           MOVE LNK-LINHA TO WSS-LINHA-AUD
           MOVE ZEROS TO MCT-VALOR
           MOVE ZEROS TO MCT-RENDIMENTO
           IF AUD-MARCA4 = SPACE
               IF AUD-CODIGO IS NUMERIC
                  AND AUD-DATAHORA IS NUMERIC
                   MOVE AUD-CODIGO TO MCT-CONTA
                   MOVE AUD-DATAHORA TO MCT-DATAHORA
                   MOVE AUD-OP TO MCT-OP
                   IF AUD-VALOR IS NUMERIC
                       MOVE AUD-VALOR-N TO MCT-VALOR
                   END-IF
                   IF AUD-RENDIMENTO IS NUMERIC
                       MOVE AUD-RENDIMENTO-N TO MCT-RENDIMENTO
                   END-IF
               ELSE
                   GO TO Retorno
               END-IF
           ELSE
               IF AU6-CODIGO IS NUMERIC
                  AND AU6-DATAHORA IS NUMERIC
                   MOVE AU6-CODIGO TO MCT-CONTA
                   MOVE AU6-DATAHORA TO MCT-DATAHORA
                   MOVE AU6-OP TO MCT-OP
                   IF AU6-VALOR IS NUMERIC
                       MOVE AU6-VALOR-N TO MCT-VALOR
                   END-IF
                   IF AU6-RENDIMENTO IS NUMERIC
                       MOVE AU6-RENDIMENTO-N TO MCT-RENDIMENTO
                   END-IF
               ELSE
                   GO TO Retorno
               END-IF
           END-IF
           IF MCT-OP = SPACES OR MCT-OP = LOW-VALUES
               MOVE "IN" TO MCT-OP
           END-IF

           MOVE SPACES TO MCT-OPERADOR
           MOVE "N" TO WSS-AchouCarimbo
           PERFORM VARYING WSS-IndCol FROM 1 BY 1
                   UNTIL WSS-IndCol > 108
                      OR WSS-AchouCarimbo = "S"
               IF LNK-LINHA (WSS-IndCol:10) = "OPERADOR: "
                   IF LNK-LINHA (WSS-IndCol + 10:3) IS NUMERIC
                       MOVE LNK-LINHA (WSS-IndCol + 10:3)
                            TO MCT-OPERADOR
                       MOVE "S" TO WSS-AchouCarimbo
                   END-IF
               END-IF
           END-PERFORM

           OPEN I-O MOVCONTA-FILE
           IF WSS-FS-MOVCONTA = "35"
               OPEN OUTPUT MOVCONTA-FILE
               CLOSE MOVCONTA-FILE
               OPEN I-O MOVCONTA-FILE
           END-IF
           IF WSS-FS-MOVCONTA NOT = "00"
               DISPLAY "GRAVAMCT: nao foi possivel gravar "
                       "MOVCONTAS. Status: " WSS-FS-MOVCONTA
               GO TO Retorno
           END-IF
           MOVE 1 TO MCT-SEQ
           PERFORM UNTIL LNK-GRAVADO = "S" OR MCT-SEQ = 999
               WRITE MOVCONTA-REG
                   INVALID KEY
                       CONTINUE
               END-WRITE
               EVALUATE TRUE
                   WHEN WSS-FS-MOVCONTA (1:1) = "0"
                       MOVE "S" TO LNK-GRAVADO
                   WHEN WSS-FS-MOVCONTA = "22"
                       ADD 1 TO MCT-SEQ
                   WHEN OTHER
                       MOVE 999 TO MCT-SEQ
               END-EVALUATE
           END-PERFORM
           IF LNK-GRAVADO NOT = "S"
               DISPLAY "GRAVAMCT: movimento da conta " MCT-CONTA
                       " em " MCT-DATAHORA " nao gravado. Status: "
                       WSS-FS-MOVCONTA
           END-IF
           CLOSE MOVCONTA-FILE.

       Retorno.
           GOBACK.
