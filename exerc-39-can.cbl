      * Cadastro de candidatos por eleicao (arquivo CANDIDATOS),
      * usado pela apuracao de votos do exerc-39 para validar o
      * numero votado e nomear os candidatos no resultado.
      * Na eleicao proporcional a chapa e cadastrada como registro
      * proprio (tipo C, numero votavel como legenda) e cada
      * candidato aponta a chapa e a ordem de precedencia na
      * lista; os parametros da eleicao (sistema, cadeiras e
      * suplentes) ficam em ELEICAOPARAM para a distribuicao de
      * cadeiras do exerc-39-cad.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           SELECT CANDIDATOS-FILE ASSIGN TO "CANDIDATOS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WSS-FS-CANDIDATOS.
           SELECT ELEPARAM-FILE ASSIGN TO "ELEICAOPARAM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WSS-FS-ELEPARAM.

       DATA DIVISION.
       FILE SECTION.
       FD  CANDIDATOS-FILE.
           COPY "CANDID.CPY".

       FD  ELEPARAM-FILE.
           COPY "ELEPAR.CPY".

       WORKING-STORAGE SECTION.
       77  WSS-FS-CANDIDATOS    PIC X(02).
       77  WSS-Continuar        PIC X(01) VALUE "S".
       77  WSS-Nome             PIC X(20).
       77  WSS-Duplicado        PIC X(01).
       77  WSS-QtdListados      PIC 9(3).
       77  WSS-FS-ELEPARAM      PIC X(02).
       77  WSS-Tipo             PIC X(01).
       77  WSS-Chapa            PIC 9(2).
       77  WSS-Ordem            PIC 9(2).
       77  WSS-ChapaExiste      PIC X(01).
       77  WSS-OrdemRepetida    PIC X(01).
       77  WSS-LidoChapa        PIC 9(2).

       PROCEDURE DIVISION.
       Inicio.
                DISPLAY "--- Cadastro de candidatos ---"
                DISPLAY "1. Incluir candidato"
                DISPLAY "2. Listar candidatos de uma eleicao"
                DISPLAY "3. Incluir chapa"
                DISPLAY "4. Definir parametros da eleicao"
                DISPLAY "5. Sair"
                DISPLAY "Digite a opcao desejada:"
                ACCEPT WSS-OpcaoMenu

                    WHEN 2
                        PERFORM ListarCandidatos
                    WHEN 3
                        PERFORM IncluirChapa
                    WHEN 4
                        PERFORM DefinirParametros
                    WHEN 5
                        DISPLAY "Saindo do programa."
                        MOVE "N" TO WSS-Continuar
                    WHEN OTHER
               ELSE
                   DISPLAY "Nome do candidato: "
                   ACCEPT WSS-Nome
                   DISPLAY "Chapa do candidato (0 = avulso): "
                   ACCEPT WSS-Chapa
                   MOVE ZEROS TO WSS-Ordem
                   IF WSS-Chapa NOT = 0
                       DISPLAY "Ordem de precedencia na chapa: "
                       ACCEPT WSS-Ordem
                   END-IF
                   PERFORM ConferirChapa
                   EVALUATE TRUE
                       WHEN WSS-Chapa NOT = 0
                            AND WSS-ChapaExiste = "N"
                           DISPLAY "Chapa " WSS-Chapa " nao "
                                   "cadastrada na eleicao "
                                   WSS-Eleicao ". Nada gravado."
                       WHEN WSS-Chapa NOT = 0 AND WSS-Ordem = 0
                           DISPLAY "Ordem de precedencia "
                                   "obrigatoria. Nada gravado."
                       WHEN WSS-OrdemRepetida = "S"
                           DISPLAY "Ordem " WSS-Ordem " ja usada "
                                   "na chapa " WSS-Chapa
                                   ". Nada gravado."
                       WHEN OTHER
                           MOVE SPACE TO WSS-Tipo
                           PERFORM GravarCandidato
                           DISPLAY "Candidato cadastrado."
                   END-EVALUATE
               END-IF
           END-IF.

       IncluirChapa.
           DISPLAY "Numero da eleicao (ex: 01): "
           ACCEPT WSS-Eleicao
           DISPLAY "Numero da chapa (1 a 97, votavel como "
                   "legenda): "
           ACCEPT WSS-Numero
           IF WSS-Numero < 1 OR WSS-Numero > 97
               DISPLAY "Numero invalido: 98 e 99 sao reservados "
                       "para branco e nulo."
           ELSE
               PERFORM VerificarDuplicado
               IF WSS-Duplicado = "S"
                   DISPLAY "Numero " WSS-Numero " ja cadastrado "
                           "na eleicao " WSS-Eleicao "."
               ELSE
                   DISPLAY "Nome da chapa: "
                   ACCEPT WSS-Nome
                   MOVE "C" TO WSS-Tipo
                   MOVE ZEROS TO WSS-Chapa
                   MOVE ZEROS TO WSS-Ordem
                   PERFORM GravarCandidato
                   DISPLAY "Chapa cadastrada."
               END-IF
           END-IF.

       GravarCandidato.
           OPEN EXTEND CANDIDATOS-FILE
           IF WSS-FS-CANDIDATOS NOT = "00"
               CLOSE CANDIDATOS-FILE
               OPEN OUTPUT CANDIDATOS-FILE
           END-IF
           MOVE WSS-Eleicao TO CAN-ELEICAO
           MOVE WSS-Numero TO CAN-NUMERO
           MOVE WSS-Nome TO CAN-NOME
           MOVE WSS-Tipo TO CAN-TIPO
           MOVE WSS-Chapa TO CAN-CHAPA
           MOVE WSS-Ordem TO CAN-ORDEM
           WRITE CANDIDATO-REG
           CLOSE CANDIDATOS-FILE.

      * A chapa tem de existir na mesma eleicao e a ordem de
      * precedencia nao pode repetir dentro da chapa.
       ConferirChapa.
           MOVE "N" TO WSS-ChapaExiste
           MOVE "N" TO WSS-OrdemRepetida
           IF WSS-Chapa NOT = 0
               OPEN INPUT CANDIDATOS-FILE
               IF WSS-FS-CANDIDATOS = "00"
                   MOVE "N" TO WSS-fim-arquivo
                   READ CANDIDATOS-FILE
                       AT END SET WSS-NAO-HA-MAIS-CANDIDATOS TO TRUE
                   END-READ
                   PERFORM UNTIL WSS-NAO-HA-MAIS-CANDIDATOS
                       IF CAN-ELEICAO = WSS-Eleicao
                           IF CAN-EH-CHAPA
                              AND CAN-NUMERO = WSS-Chapa
                               MOVE "S" TO WSS-ChapaExiste
                           END-IF
                           PERFORM ApurarChapaLida
                           IF NOT CAN-EH-CHAPA
                              AND WSS-LidoChapa = WSS-Chapa
                              AND CAN-ORDEM = WSS-Ordem
                               MOVE "S" TO WSS-OrdemRepetida
                           END-IF
                       END-IF
                       READ CANDIDATOS-FILE
                           AT END
                               SET WSS-NAO-HA-MAIS-CANDIDATOS TO TRUE
                       END-READ
                   END-PERFORM
                   CLOSE CANDIDATOS-FILE
               END-IF
           END-IF.

      * Registro gravado antes das chapas vem sem CHAPA e ORDEM.
       ApurarChapaLida.
           IF CAN-CHAPA IS NUMERIC
               MOVE CAN-CHAPA TO WSS-LidoChapa
           ELSE
               MOVE ZEROS TO WSS-LidoChapa
               MOVE ZEROS TO CAN-ORDEM
           END-IF.

       DefinirParametros.
           DISPLAY "Numero da eleicao (ex: 01): "
           ACCEPT EPA-ELEICAO
           DISPLAY "Sistema (M majoritaria, P proporcional por "
                   "chapas): "
           ACCEPT EPA-SISTEMA
           MOVE ZEROS TO EPA-CADEIRAS
           MOVE ZEROS TO EPA-SUPLENTES
           IF EPA-SISTEMA = "p"
               MOVE "P" TO EPA-SISTEMA
           END-IF
           IF EPA-PROPORCIONAL
               DISPLAY "Numero de cadeiras em disputa: "
               ACCEPT EPA-CADEIRAS
               DISPLAY "Suplentes a indicar por chapa: "
               ACCEPT EPA-SUPLENTES
           ELSE
               MOVE "M" TO EPA-SISTEMA
           END-IF
           IF EPA-PROPORCIONAL AND EPA-CADEIRAS = 0
               DISPLAY "Eleicao proporcional exige cadeiras. "
                       "Nada gravado."
           ELSE
               OPEN EXTEND ELEPARAM-FILE
               IF WSS-FS-ELEPARAM NOT = "00"
                   CLOSE ELEPARAM-FILE
                   OPEN OUTPUT ELEPARAM-FILE
               END-IF
               IF WSS-FS-ELEPARAM NOT = "00"
                   DISPLAY "Nao foi possivel gravar em "
                           "ELEICAOPARAM. Status: " WSS-FS-ELEPARAM
               ELSE
                   WRITE ELEPARAM-REG
                   CLOSE ELEPARAM-FILE
                   DISPLAY "Parametros da eleicao " EPA-ELEICAO
                           " gravados."
               END-IF
           END-IF.

               END-READ
               PERFORM UNTIL WSS-NAO-HA-MAIS-CANDIDATOS
                   IF CAN-ELEICAO = WSS-Eleicao
                       PERFORM ApurarChapaLida
                       EVALUATE TRUE
                           WHEN CAN-EH-CHAPA
                               DISPLAY CAN-NUMERO " " CAN-NOME
                                       " (chapa)"
                           WHEN WSS-LidoChapa NOT = 0
                               DISPLAY CAN-NUMERO " " CAN-NOME
                                       " chapa " WSS-LidoChapa
                                       " ordem " CAN-ORDEM
                           WHEN OTHER
                               DISPLAY CAN-NUMERO " " CAN-NOME
                       END-EVALUATE
                       ADD 1 TO WSS-QtdListados
                   END-IF
                   READ CANDIDATOS-FILE
