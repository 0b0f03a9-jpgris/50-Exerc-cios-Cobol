           05  TITULAR-POS OCCURS 300 TIMES.
               10  tit-documento      PIC X(14).
               10  tit-nome           PIC X(30).
               10  tit-total          PIC S9(11)V99.
               10  tit-qtdcontas      PIC 9(3).
               10  tit-nomediverge    PIC X(01).
       01  WSS-TITULAR-TROCA.
           05  trc-documento      PIC X(14).
           05  trc-nome           PIC X(30).
           05  trc-total          PIC S9(11)V99.
           05  trc-qtdcontas      PIC 9(3).
           05  trc-nomediverge    PIC X(01).

               10  cta-codigo         PIC 9(6).
               10  cta-tipo           PIC 9(1).
               10  cta-situacao       PIC X(1).
               10  cta-saldo          PIC S9(9)V99.
               10  cta-nome           PIC X(30).

       77  WSS-QtdDivergentes   PIC 9(3) VALUE ZEROS.
       77  WSS-SaldoEd          PIC -zzz,zzz,zz9.99.
       77  WSS-TotalEd          PIC -zzz,zzz,zzz,zz9.99.

       PROCEDURE DIVISION.
       INICIO.
