       77  WSS-fim-cidades      PIC X(01).
           88 WSS-NAO-HA-MAIS-CIDADES  VALUE "S".
       77  WSS-CidadeValida     PIC X(01).
       77  WSS-DocValido        PIC X(01).
       77  WSS-DocTipo          PIC X(01).
       77  WSS-DocMotivo        PIC X(30).

       PROCEDURE DIVISION.
       INICIO.
               ACCEPT PES-CODIGO
               DISPLAY "Nome da pessoa: "
               ACCEPT PES-NOME
               PERFORM AceitarDocumento
               DISPLAY "Data de nascimento (AAAAMMDD): "
               ACCEPT PES-DATANASC
               COMPUTE PES-IDADE =
               ACCEPT PES-OLHOS
               DISPLAY "Cor dos cabelos (P/C/L/R): "
               ACCEPT PES-CABELOS
               DISPLAY "Conta CLIENTES para o beneficio municipal "
                       "(0 = sem conta): "
               ACCEPT PES-CODCLIENTE

               WRITE PESSOA-REG
                   INVALID KEY
           EXIT PROGRAM.
           STOP RUN.

      * CPF conferido pelo VALIDOC e gravado so com digitos;
      * branco fica sem documento (menor de idade).
       AceitarDocumento.
           DISPLAY "CPF (branco = sem documento): "
           ACCEPT PES-DOCUMENTO
           PERFORM ConferirDocumento
           PERFORM UNTIL WSS-DocValido = "S"
               DISPLAY "CPF invalido (" WSS-DocMotivo "). "
                       "Informe novamente: "
               ACCEPT PES-DOCUMENTO
               PERFORM ConferirDocumento
           END-PERFORM.

       ConferirDocumento.
           MOVE "S" TO WSS-DocValido
           IF PES-DOCUMENTO NOT = SPACES
               CALL "VALIDOC" USING PES-DOCUMENTO WSS-DocValido
                                    WSS-DocTipo WSS-DocMotivo
               IF WSS-DocValido = "S" AND WSS-DocTipo NOT = "F"
                   MOVE "N" TO WSS-DocValido
                   MOVE "PESSOA EXIGE CPF" TO WSS-DocMotivo
               END-IF
           END-IF.

      * A cidade digitada deve existir no mestre CIDADES
      * (exerc-16-cid); errando, o programa lista as cidades com
      * o mesmo comeco para ajudar. Sem o mestre implantado a
