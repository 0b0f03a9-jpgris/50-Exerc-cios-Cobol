           05  WSS-DataHora-HR  PIC 9(6).
       77  WSS-DataHora-T8      PIC 9(8).
       77  WSS-QtdContas        PIC 9(6) VALUE ZEROS.
       77  WSS-TotalSaldo       PIC S9(13)V99 VALUE ZEROS.
       77  WSS-UltQtdContas     PIC 9(6).
       77  WSS-UltTotalSaldo    PIC S9(13)V99.
       77  WSS-UltData          PIC 9(8).
       77  WSS-UltHora          PIC 9(6).
       77  WSS-TemFechamento    PIC X(01) VALUE "N".
