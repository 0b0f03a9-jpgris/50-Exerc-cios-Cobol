       77  WSS-AntCidade        PIC X(20).
       77  WSS-AntAltura        PIC 9(3)V99.
       77  WSS-AntPeso          PIC 9(3)V99.
       77  WSS-AntCodCliente    PIC 9(6).
       77  WSS-AntDocumento     PIC X(14).
       77  WSS-DocValido        PIC X(01).
       77  WSS-DocTipo          PIC X(01).
       77  WSS-DocMotivo        PIC X(30).

       PROCEDURE DIVISION.
       Inicio.
               MOVE PES-CIDADE TO WSS-AntCidade
               MOVE PES-ALTURA TO WSS-AntAltura
               MOVE PES-PESO TO WSS-AntPeso
               IF PES-CODCLIENTE IS NOT NUMERIC
                   MOVE ZEROS TO PES-CODCLIENTE
               END-IF
               MOVE PES-CODCLIENTE TO WSS-AntCodCliente
               MOVE PES-DOCUMENTO TO WSS-AntDocumento
               DISPLAY "Digite os novos dados da pessoa."
               DISPLAY "Nome da pessoa: "
               ACCEPT PES-NOME
               DISPLAY "CPF (branco = sem documento): "
               ACCEPT PES-DOCUMENTO
               PERFORM ConferirDocumento
               PERFORM UNTIL WSS-DocValido = "S"
                   DISPLAY "CPF invalido (" WSS-DocMotivo "). "
                           "Informe novamente: "
                   ACCEPT PES-DOCUMENTO
                   PERFORM ConferirDocumento
               END-PERFORM
               DISPLAY "Data de nascimento (AAAAMMDD): "
               ACCEPT PES-DATANASC
               COMPUTE PES-IDADE =
               ACCEPT PES-OLHOS
               DISPLAY "Cor dos cabelos (P/C/L/R): "
               ACCEPT PES-CABELOS
               DISPLAY "Conta CLIENTES para o beneficio municipal "
                       "(0 = sem conta): "
               ACCEPT PES-CODCLIENTE

               REWRITE PESSOA-REG
                   INVALID KEY
               MOVE PES-PESO TO WSS-JrnValorEd
               MOVE WSS-JrnValorEd TO WSS-JrnNovo
               PERFORM GravarLinhaJornal
           END-IF
           IF WSS-AntDocumento NOT = PES-DOCUMENTO
               MOVE "DOCUMENTO" TO WSS-JrnCampo
               MOVE WSS-AntDocumento TO WSS-JrnAntigo
               MOVE PES-DOCUMENTO TO WSS-JrnNovo
               PERFORM GravarLinhaJornal
           END-IF
           IF WSS-AntCodCliente NOT = PES-CODCLIENTE
               MOVE "CODCLIENTE" TO WSS-JrnCampo
               MOVE SPACES TO WSS-JrnAntigo
               MOVE WSS-AntCodCliente TO WSS-JrnAntigo (1:6)
               MOVE SPACES TO WSS-JrnNovo
               MOVE PES-CODCLIENTE TO WSS-JrnNovo (1:6)
               PERFORM GravarLinhaJornal
           END-IF.

      * CPF conferido pelo VALIDOC e gravado so com digitos;
      * branco fica sem documento (menor de idade).
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

       GravarLinhaJornal.

       MostrarPessoa.
           DISPLAY "Codigo: " PES-CODIGO "  Nome: " PES-NOME
           IF PES-DOCUMENTO NOT = SPACES
              AND PES-DOCUMENTO NOT = LOW-VALUES
               DISPLAY "CPF: " PES-DOCUMENTO
           END-IF
           DISPLAY "Nascimento: " PES-DATANASC
                   "  Cidade: " PES-CIDADE
           DISPLAY "Idade: " PES-IDADE
           DISPLAY "Sexo: " PES-SEXO
                   "  Olhos: " PES-OLHOS
                   "  Cabelos: " PES-CABELOS
           IF PES-CODCLIENTE IS NUMERIC AND PES-CODCLIENTE > ZEROS
               DISPLAY "Conta do beneficio: " PES-CODCLIENTE
           END-IF
           DISPLAY "-------------------------------".
