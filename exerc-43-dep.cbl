       77  WSS-FS-PENDENTES     PIC X(02).
       77  WSS-FS-CLIENTES      PIC X(02).
       77  WSS-FS-AUDITORIA     PIC X(02).
       77  WSS-MctGravado       PIC X(01).
       77  WSS-LogPrograma      PIC X(12) VALUE "EXERC-43-DEP".
       77  WSS-LogEvento        PIC X(01).
       77  WSS-LogLidos         PIC 9(7) VALUE ZEROS.
                  WSS-Operador             DELIMITED BY SIZE
                  INTO WSS-REG-AUDITORIA
           END-STRING
           WRITE WSS-REG-AUDITORIA
           CALL "GRAVAMCT" USING WSS-REG-AUDITORIA WSS-MctGravado.
      *wrun32 exerc-43-dep
