       IDENTIFICATION DIVISION.
       PROGRAM-ID. EXERC-43-CFE.
       AUTHOR. JOAO_PAULO.
      *****************************************************
      *  Conversao unica do controle de ferias FERIASCTL   *
      *  para o novo layout com os dias de licenca nao     *
      *  remunerada que suspendem a aquisicao. Antes de    *
      *  executar, renomear o arquivo FERIASCTL atual para *
      *  FERIASCTLANT; o programa grava o novo FERIASCTL a *
      *  partir dele. Os dias suspensos entram zerados: as *
      *  licencas so passam a ser lancadas (exerc-43-lic)  *
      *  depois da conversao.                              *
      *****************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ANTIGO-FILE ASSIGN TO "FERIASCTLANT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS FEA-MATRICULA
               FILE STATUS IS WSS-FS-ANTIGO.
           SELECT FERIAS-FILE ASSIGN TO "FERIASCTL"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FER-MATRICULA
               FILE STATUS IS WSS-FS-FERIAS.

       DATA DIVISION.
       FILE SECTION.
       FD  ANTIGO-FILE.
       01  FERIASCTL-REG-ANT.
           05  FEA-MATRICULA       PIC 9(5).
           05  FEA-AQUIS-INI       PIC 9(8).
           05  FEA-AQUIS-FIM       PIC 9(8).
           05  FEA-DIAS-DIREITO    PIC 9(2).
           05  FEA-DIAS-GOZADOS    PIC 9(2).
           05  FEA-AGENDA-INI      PIC 9(8).
           05  FEA-AGENDA-DIAS     PIC 9(2).

       FD  FERIAS-FILE.
           COPY "FERIAS.CPY".

       WORKING-STORAGE SECTION.
       77  WSS-FS-ANTIGO        PIC X(02).
       77  WSS-FS-FERIAS        PIC X(02).
       77  WSS-fim-arquivo      PIC X(01) VALUE "N".
           88 WSS-NAO-HA-MAIS-FERIAS  VALUE "S".
       77  WSS-QtdLidas         PIC 9(7) VALUE ZEROS.
       77  WSS-QtdGravadas      PIC 9(7) VALUE ZEROS.

       PROCEDURE DIVISION.
       Inicio.
           OPEN INPUT ANTIGO-FILE
           IF WSS-FS-ANTIGO = "35"
               DISPLAY "Arquivo FERIASCTLANT nao encontrado."
                       " Renomeie o FERIASCTL atual para"
                       " FERIASCTLANT antes da conversao."
               GO TO Encerramento
           END-IF

           OPEN OUTPUT FERIAS-FILE
           IF WSS-FS-FERIAS NOT = "00"
               DISPLAY "Nao foi possivel criar o novo FERIASCTL. "
                       "Status: " WSS-FS-FERIAS
               CLOSE ANTIGO-FILE
               GO TO Encerramento
           END-IF

           READ ANTIGO-FILE
               AT END SET WSS-NAO-HA-MAIS-FERIAS TO TRUE
           END-READ

           PERFORM UNTIL WSS-NAO-HA-MAIS-FERIAS
               ADD 1 TO WSS-QtdLidas
               MOVE FEA-MATRICULA TO FER-MATRICULA
               MOVE FEA-AQUIS-INI TO FER-AQUIS-INI
               MOVE FEA-AQUIS-FIM TO FER-AQUIS-FIM
               MOVE FEA-DIAS-DIREITO TO FER-DIAS-DIREITO
               MOVE FEA-DIAS-GOZADOS TO FER-DIAS-GOZADOS
               MOVE FEA-AGENDA-INI TO FER-AGENDA-INI
               MOVE FEA-AGENDA-DIAS TO FER-AGENDA-DIAS
               MOVE ZEROS TO FER-DIAS-SUSPENSOS
               WRITE FERIASCTL-REG
                   INVALID KEY
                       DISPLAY "Matricula duplicada ignorada: "
                               FEA-MATRICULA
                   NOT INVALID KEY
                       ADD 1 TO WSS-QtdGravadas
               END-WRITE
               READ ANTIGO-FILE
                   AT END SET WSS-NAO-HA-MAIS-FERIAS TO TRUE
               END-READ
           END-PERFORM

           CLOSE ANTIGO-FILE
           CLOSE FERIAS-FILE

           DISPLAY "------ CONVERSAO DO CONTROLE DE FERIAS ------"
           DISPLAY "Controles lidos....: " WSS-QtdLidas
           DISPLAY "Controles gravados.: " WSS-QtdGravadas.

       Encerramento.
           DISPLAY SPACE
           display "Obrigado volte sempre!!! "
           DISPLAY SPACE

           ACCEPT OMITTED.
           EXIT PROGRAM.
           STOP RUN.
      *wrun32 exerc-43-cfe
