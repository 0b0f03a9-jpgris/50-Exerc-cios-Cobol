       77  WSS-fim-arquivo      PIC X(01).
           88 WSS-NAO-HA-MAIS-CLIENTES  VALUE "S".
       77  WSS-QtdListados      PIC 9(4).
       77  WSS-DocValido        PIC X(01).
       77  WSS-DocTipo          PIC X(01).
       77  WSS-DocMotivo        PIC X(30).

       PROCEDURE DIVISION.
       Inicio.
                   DISPLAY "Nome do cliente: "
                   ACCEPT CLJ-NOME
                   DISPLAY "Documento do cliente: "
                   PERFORM AceitarDocumento
                   DISPLAY "Limite de credito: "
                   ACCEPT WSS-LimiteInformado
                   MOVE WSS-LimiteInformado TO CLJ-LIMITE
                   DISPLAY "Novo nome: "
                   ACCEPT CLJ-NOME
                   DISPLAY "Novo documento: "
                   PERFORM AceitarDocumento
                   DISPLAY "Novo limite de credito: "
                   ACCEPT WSS-LimiteInformado
                   MOVE WSS-LimiteInformado TO CLJ-LIMITE
                   DISPLAY "Dados do cliente atualizados."
           END-READ.

      * CPF ou CNPJ conferido pelo VALIDOC e gravado so com os
      * digitos; invalido, pede de novo.
       AceitarDocumento.
           ACCEPT CLJ-DOCUMENTO
           CALL "VALIDOC" USING CLJ-DOCUMENTO WSS-DocValido
                                WSS-DocTipo WSS-DocMotivo
           PERFORM UNTIL WSS-DocValido = "S"
               DISPLAY "Documento invalido (" WSS-DocMotivo "). "
                       "Informe novamente: "
               ACCEPT CLJ-DOCUMENTO
               CALL "VALIDOC" USING CLJ-DOCUMENTO WSS-DocValido
                                    WSS-DocTipo WSS-DocMotivo
           END-PERFORM.

       ConsultarCliente.
           DISPLAY "Codigo do cliente: "
           ACCEPT WSS-CodigoCliente
