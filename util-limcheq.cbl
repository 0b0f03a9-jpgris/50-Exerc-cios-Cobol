       IDENTIFICATION DIVISION.
       PROGRAM-ID. LIMCHEQ.
       AUTHOR. JOAO_PAULO.

      * Servico chamavel de consulta do limite de cheque especial:
      * recebe o codigo da conta e devolve o limite ativo em
      * LIMITESCHQ (exerc-44-lim). Conta sem limite, limite
      * cancelado ou arquivo ainda inexistente devolvem zero - o
      * debito continua parando no saldo zero. Usado pelo saque e
      * transferencia do exerc-44, pelas ordens permanentes
      * (exerc-44-trf), pela tarifa (exerc-44-cob) e pela parcela
      * de emprestimo (exerc-44-par).

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LIMITES-FILE ASSIGN TO "LIMITESCHQ"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LIM-CODIGO
               FILE STATUS IS WSS-FS-LIMITES.

       DATA DIVISION.
       FILE SECTION.
       FD  LIMITES-FILE.
           COPY "LIMCHEQ.CPY".

       WORKING-STORAGE SECTION.
       77  WSS-FS-LIMITES       PIC X(02).

       LINKAGE SECTION.
       01  LNK-CONTA            PIC 9(6).
       01  LNK-LIMITE           PIC 9(7)V99.

       PROCEDURE DIVISION USING LNK-CONTA LNK-LIMITE.
       Inicio.
           MOVE ZEROS TO LNK-LIMITE
           OPEN INPUT LIMITES-FILE
           IF WSS-FS-LIMITES = "00"
               MOVE LNK-CONTA TO LIM-CODIGO
               READ LIMITES-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF LIM-ATIVO
                           MOVE LIM-VALOR TO LNK-LIMITE
                       END-IF
               END-READ
               CLOSE LIMITES-FILE
           END-IF
           GOBACK.
      *wrun32 util-limcheq
