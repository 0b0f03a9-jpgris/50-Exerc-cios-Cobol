       IDENTIFICATION DIVISION.
       PROGRAM-ID. VALIDOC.
       AUTHOR. JOAO_PAULO.

      * Servico chamavel de validacao de documento, no molde do
      * VALIDATA: recebe o CPF ou CNPJ como digitado (com ou sem
      * pontos, barra e traco), fica so com os digitos - 11 e CPF,
      * 14 e CNPJ - e confere os dois digitos verificadores pelo
      * modulo 11. Sequencia de digitos repetidos e recusada.
      * Devolve S/N, o tipo (F pessoa fisica, J juridica) e o
      * motivo da recusa; aceito, o documento volta normalizado
      * (so digitos, alinhado a esquerda) para ser gravado sempre
      * do mesmo jeito em PESSOAS, FUNCIONARIOS, CLIENTES,
      * CLIENTESLJ e FORNECEDORES.

       DATA DIVISION.
       WORKING-STORAGE SECTION.
       01  PESOS-CNPJ-INICIAL.
           05  FILLER         PIC X(13) VALUE "6543298765432".
       01  PESOS-CNPJ REDEFINES PESOS-CNPJ-INICIAL.
           05  PESO-CNPJ OCCURS 13 TIMES PIC 9.

       01  DigitosDoc.
           05  DigitoDoc      PIC 9 OCCURS 14 TIMES.
       01  DigitosDoc-X REDEFINES DigitosDoc PIC X(14).

       77  QtdDigitos         PIC 9(2).
       77  IndDoc             PIC 9(2).
       77  IndPeso            PIC 9(2).
       77  SomaDigitos        PIC 9(4).
       77  RestoDivisao       PIC 9(2).
       77  DvCalculado        PIC 9.
       77  TodosIguais        PIC X(1).

       LINKAGE SECTION.
       01  LNK-DOCUMENTO      PIC X(14).
       01  LNK-VALIDO         PIC X(1).
       01  LNK-TIPO           PIC X(1).
       01  LNK-MOTIVO         PIC X(30).

       PROCEDURE DIVISION USING LNK-DOCUMENTO LNK-VALIDO LNK-TIPO
                                LNK-MOTIVO.
       Inicio.
           MOVE "S" TO LNK-VALIDO
           MOVE SPACE TO LNK-TIPO
           MOVE SPACES TO LNK-MOTIVO
           MOVE ZEROS TO DigitosDoc-X
           MOVE ZEROS TO QtdDigitos

           PERFORM VARYING IndDoc FROM 1 BY 1 UNTIL IndDoc > 14
               IF LNK-DOCUMENTO (IndDoc:1) IS NUMERIC
                   IF QtdDigitos < 14
                       ADD 1 TO QtdDigitos
                       MOVE LNK-DOCUMENTO (IndDoc:1)
                            TO DigitosDoc-X (QtdDigitos:1)
                   END-IF
               ELSE
                   IF LNK-DOCUMENTO (IndDoc:1) NOT = SPACE
                      AND LNK-DOCUMENTO (IndDoc:1) NOT = "."
                      AND LNK-DOCUMENTO (IndDoc:1) NOT = "-"
                      AND LNK-DOCUMENTO (IndDoc:1) NOT = "/"
                       MOVE "N" TO LNK-VALIDO
                       MOVE "CARACTER INVALIDO" TO LNK-MOTIVO
                       GO TO Devolver
                   END-IF
               END-IF
           END-PERFORM

           EVALUATE QtdDigitos
               WHEN 11
                   MOVE "F" TO LNK-TIPO
               WHEN 14
                   MOVE "J" TO LNK-TIPO
               WHEN ZEROS
                   MOVE "N" TO LNK-VALIDO
                   MOVE "DOCUMENTO EM BRANCO" TO LNK-MOTIVO
                   GO TO Devolver
               WHEN OTHER
                   MOVE "N" TO LNK-VALIDO
                   MOVE "NEM 11 (CPF) NEM 14 (CNPJ) DIG." TO LNK-MOTIVO
                   GO TO Devolver
           END-EVALUATE

           MOVE "S" TO TodosIguais
           PERFORM VARYING IndDoc FROM 2 BY 1
                   UNTIL IndDoc > QtdDigitos
               IF DigitoDoc (IndDoc) NOT = DigitoDoc (1)
                   MOVE "N" TO TodosIguais
               END-IF
           END-PERFORM
           IF TodosIguais = "S"
               MOVE "N" TO LNK-VALIDO
               MOVE "DIGITOS TODOS IGUAIS" TO LNK-MOTIVO
               GO TO Devolver
           END-IF

           IF LNK-TIPO = "F"
               PERFORM ConferirCpf
           ELSE
               PERFORM ConferirCnpj
           END-IF
           IF LNK-VALIDO = "S"
               MOVE SPACES TO LNK-DOCUMENTO
               MOVE DigitosDoc-X (1:QtdDigitos) TO LNK-DOCUMENTO
           END-IF.

       Devolver.
           GOBACK.

      * CPF: primeiro DV com pesos 10 a 2 sobre os 9 digitos,
      * segundo com pesos 11 a 2 sobre os 10; resto < 2 vale 0.
       ConferirCpf.
           MOVE ZEROS TO SomaDigitos
           PERFORM VARYING IndDoc FROM 1 BY 1 UNTIL IndDoc > 9
               COMPUTE SomaDigitos = SomaDigitos
                       + DigitoDoc (IndDoc) * (11 - IndDoc)
           END-PERFORM
           PERFORM CalcularDv
           IF DvCalculado NOT = DigitoDoc (10)
               MOVE "N" TO LNK-VALIDO
               MOVE "CPF COM DV INVALIDO" TO LNK-MOTIVO
           ELSE
               MOVE ZEROS TO SomaDigitos
               PERFORM VARYING IndDoc FROM 1 BY 1 UNTIL IndDoc > 10
                   COMPUTE SomaDigitos = SomaDigitos
                           + DigitoDoc (IndDoc) * (12 - IndDoc)
               END-PERFORM
               PERFORM CalcularDv
               IF DvCalculado NOT = DigitoDoc (11)
                   MOVE "N" TO LNK-VALIDO
                   MOVE "CPF COM DV INVALIDO" TO LNK-MOTIVO
               END-IF
           END-IF.

      * CNPJ: primeiro DV com pesos 5,4,3,2,9..2 sobre os 12
      * digitos, segundo com 6,5,4,3,2,9..2 sobre os 13.
       ConferirCnpj.
           MOVE ZEROS TO SomaDigitos
           PERFORM VARYING IndDoc FROM 1 BY 1 UNTIL IndDoc > 12
               COMPUTE IndPeso = IndDoc + 1
               COMPUTE SomaDigitos = SomaDigitos
                       + DigitoDoc (IndDoc) * PESO-CNPJ (IndPeso)
           END-PERFORM
           PERFORM CalcularDv
           IF DvCalculado NOT = DigitoDoc (13)
               MOVE "N" TO LNK-VALIDO
               MOVE "CNPJ COM DV INVALIDO" TO LNK-MOTIVO
           ELSE
               MOVE ZEROS TO SomaDigitos
               PERFORM VARYING IndDoc FROM 1 BY 1 UNTIL IndDoc > 13
                   COMPUTE SomaDigitos = SomaDigitos
                           + DigitoDoc (IndDoc) * PESO-CNPJ (IndDoc)
               END-PERFORM
               PERFORM CalcularDv
               IF DvCalculado NOT = DigitoDoc (14)
                   MOVE "N" TO LNK-VALIDO
                   MOVE "CNPJ COM DV INVALIDO" TO LNK-MOTIVO
               END-IF
           END-IF.

       CalcularDv.
           COMPUTE RestoDivisao = FUNCTION MOD (SomaDigitos 11)
           IF RestoDivisao < 2
               MOVE 0 TO DvCalculado
           ELSE
               COMPUTE DvCalculado = 11 - RestoDivisao
           END-IF.
