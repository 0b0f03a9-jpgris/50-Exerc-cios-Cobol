      * (codigo, nome, documento e telefone), referenciado pelos
      * pedidos de compra gerados da reposicao de estoque
      * (exerc-35-ped). Fornecedor bloqueado nao recebe pedido.
      * O prazo de entrega combinado em dias mede a pontualidade
      * no desempenho de fornecedores (exerc-35-dsp); a condicao
      * de pagamento em dias da o vencimento dos titulos de
      * CONTASPAG gerados no recebimento (exerc-35-rcb).

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       77  WSS-fim-arquivo      PIC X(01).
           88 WSS-NAO-HA-MAIS-FORNECEDORES  VALUE "S".
       77  WSS-QtdListados      PIC 9(4).
       77  WSS-DocValido        PIC X(01).
       77  WSS-DocTipo          PIC X(01).
       77  WSS-DocMotivo        PIC X(30).

       PROCEDURE DIVISION.
       Inicio.
                   DISPLAY "Nome do fornecedor: "
                   ACCEPT FOR-NOME
                   DISPLAY "Documento do fornecedor: "
                   PERFORM AceitarDocumento
                   DISPLAY "Telefone do fornecedor: "
                   ACCEPT FOR-TELEFONE
                   DISPLAY "Prazo de entrega combinado em dias "
                           "(ex: 007): "
                   ACCEPT FOR-PRAZOENTREGA
                   DISPLAY "Condicao de pagamento em dias "
                           "(ex: 028): "
                   ACCEPT FOR-PRAZOPAGTO
                   MOVE "A" TO FOR-SITUACAO
                   WRITE FORNEC-REG
                       INVALID KEY
                   DISPLAY "Nome atual.....: " FOR-NOME
                   DISPLAY "Documento atual: " FOR-DOCUMENTO
                   DISPLAY "Telefone atual.: " FOR-TELEFONE
                   IF FOR-PRAZOENTREGA NOT NUMERIC
                       MOVE ZEROS TO FOR-PRAZOENTREGA
                   END-IF
                   DISPLAY "Prazo atual....: " FOR-PRAZOENTREGA
                           " dias"
                   IF FOR-PRAZOPAGTO NOT NUMERIC
                       MOVE ZEROS TO FOR-PRAZOPAGTO
                   END-IF
                   DISPLAY "Pagamento atual: " FOR-PRAZOPAGTO
                           " dias"
                   DISPLAY "Novo nome: "
                   ACCEPT FOR-NOME
                   DISPLAY "Novo documento: "
                   PERFORM AceitarDocumento
                   DISPLAY "Novo telefone: "
                   ACCEPT FOR-TELEFONE
                   DISPLAY "Novo prazo de entrega em dias: "
                   ACCEPT FOR-PRAZOENTREGA
                   DISPLAY "Nova condicao de pagamento em dias: "
                   ACCEPT FOR-PRAZOPAGTO
                   REWRITE FORNEC-REG
                   MOVE "REWRITE" TO WSS-TfsOperacao
                   MOVE "FORNECEDORES" TO WSS-TfsArquivo
                   DISPLAY "Dados do fornecedor atualizados."
           END-READ.

      * CPF ou CNPJ conferido pelo VALIDOC e gravado so com os
      * digitos; invalido, pede de novo.
       AceitarDocumento.
           ACCEPT FOR-DOCUMENTO
           CALL "VALIDOC" USING FOR-DOCUMENTO WSS-DocValido
                                WSS-DocTipo WSS-DocMotivo
           PERFORM UNTIL WSS-DocValido = "S"
               DISPLAY "Documento invalido (" WSS-DocMotivo "). "
                       "Informe novamente: "
               ACCEPT FOR-DOCUMENTO
               CALL "VALIDOC" USING FOR-DOCUMENTO WSS-DocValido
                                    WSS-DocTipo WSS-DocMotivo
           END-PERFORM.

       ConsultarFornecedor.
           DISPLAY "Codigo do fornecedor: "
           ACCEPT WSS-CodigoFornec
                   DISPLAY "Documento.: " FOR-DOCUMENTO
                   DISPLAY "Telefone..: " FOR-TELEFONE
                   DISPLAY "Situacao..: " FOR-SITUACAO
                   IF FOR-PRAZOENTREGA NUMERIC
                       DISPLAY "Prazo.....: " FOR-PRAZOENTREGA
                               " dias"
                   ELSE
                       DISPLAY "Prazo.....: nao informado"
                   END-IF
                   IF FOR-PRAZOPAGTO NUMERIC
                       DISPLAY "Pagamento.: " FOR-PRAZOPAGTO
                               " dias"
                   ELSE
                       DISPLAY "Pagamento.: nao informado"
                   END-IF
           END-READ.

       BloquearFornecedor.
