      * HOLERITES e grava HOLERITESNOVO com a situacao P (pago)
      * ou J (rejeitado). Creditos rejeitados e remessas sem
      * retorno saem listados para nao bater mais na porta do RH
      * sem ninguem saber. O retorno traz o tipo de pagamento
      * da remessa (FO, D1 ou D2; branco nos retornos antigos
      * vale FO), para a folha e o decimo terceiro da mesma
      * competencia nao se confundirem.
      * Apos conferir, substitua o HOLERITES pelo HOLERITESNOVO.

       ENVIRONMENT DIVISION.
           05  RET-MATRICULA       PIC 9(5).
           05  RET-COMPETENCIA     PIC 9(6).
           05  RET-OCORRENCIA      PIC X(02).
           05  RET-TIPO            PIC X(02).

       FD  HOLERITES-FILE.
           COPY "HOLERITE.CPY".

       FD  NOVO-FILE.
       01  NOVO-REG             PIC X(133).

       WORKING-STORAGE SECTION.
       77  WSS-FS-RETORNO       PIC X(02).
       77  WSS-QtdRetornos      PIC 9(4) VALUE ZEROS.
       77  WSS-IndRet           PIC 9(4).
       77  WSS-AchouRetorno     PIC X(01).
       77  WSS-TipoHolerite     PIC X(02).
       77  WSS-QtdPagos         PIC 9(5) VALUE ZEROS.
       77  WSS-QtdRejeitados    PIC 9(5) VALUE ZEROS.
       77  WSS-QtdSemRetorno    PIC 9(5) VALUE ZEROS.
               10  ret-matric        PIC 9(5).
               10  ret-compet        PIC 9(6).
               10  ret-ocorr         PIC X(02).
               10  ret-tpag          PIC X(02).

       PROCEDURE DIVISION.
       Inicio.
                        TO ret-compet (WSS-QtdRetornos)
                   MOVE RET-OCORRENCIA
                        TO ret-ocorr (WSS-QtdRetornos)
                   MOVE RET-TIPO TO ret-tpag (WSS-QtdRetornos)
                   IF RET-TIPO = SPACES
                       MOVE "FO" TO ret-tpag (WSS-QtdRetornos)
                   END-IF
                   READ RETORNO-FILE
                       AT END SET WSS-NAO-HA-MAIS-RETORNOS TO TRUE
                   END-READ
           END-PERFORM.

       BaixarHolerite.
           MOVE HOL-TIPO TO WSS-TipoHolerite
           IF HOL-DA-FOLHA
               MOVE "FO" TO WSS-TipoHolerite
           END-IF
           MOVE "N" TO WSS-AchouRetorno
           PERFORM VARYING WSS-IndRet FROM 1 BY 1
                   UNTIL WSS-IndRet > WSS-QtdRetornos
                      OR WSS-AchouRetorno = "S"
               IF ret-matric (WSS-IndRet) = HOL-MATRICULA
                  AND ret-compet (WSS-IndRet) = HOL-COMPETENCIA
                  AND ret-tpag (WSS-IndRet) = WSS-TipoHolerite
                   MOVE "S" TO WSS-AchouRetorno
                   SUBTRACT 1 FROM WSS-IndRet
               END-IF
