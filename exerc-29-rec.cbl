       DATA DIVISION.
       FILE SECTION.
       FD  BOLETIM-FILE.
       01  WSS-REG-BOLETIM           PIC X(80).

       FD  RECUP-FILE.
       01  RECUP-REG.
           05  BOL-MEDIA         PIC X(5).
           05  FILLER            PIC X(11).
           05  BOL-APROV         PIC X(1).
           05  FILLER            PIC X(36).
       01  WSS-LINHA-ALUNO REDEFINES WSS-LINHA-BOL.
           05  FILLER            PIC X(6).
           05  ALU-ID            PIC X(5).
           05  FILLER            PIC X(29).
           05  ALU-AULAS         PIC X(2).
           05  FILLER            PIC X(38).

       77  WSS-MediaOriginal    PIC 9(2)V99.
       77  WSS-MediaFinal       PIC 9(2)V99.
