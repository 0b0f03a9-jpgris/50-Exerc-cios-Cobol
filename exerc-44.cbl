       01  WSS-OpAudit               PIC X(02).
       01  WSS-ValorMovimento        PIC 9(7)V99.
       01  WSS-CodigoDestino         PIC 9(6).
       01  WSS-Saldo-mask            PIC -zzz,zzz,zz9.99.
       01  WSS-LimiteConta           PIC 9(7)V99.
       01  WSS-Disponivel            PIC S9(9)V99.
       01  WSS-Disponivel-mask       PIC -zzz,zzz,zz9.99.
       01  WSS-TipoConta             PIC 9(1).
       01  WSS-ValorInvestido        PIC 9(7)V99.
       01  WSS-RendimentoMensal      PIC 9(09)V99.
       01  WSS-FimLeitura            PIC X VALUE "N".
       01  WSS-FS-CLIENTES           PIC X(02).
       01  WSS-FS-AUDITORIA          PIC X(02).
       01  WSS-MctGravado            PIC X(01).
       01  WSS-DataHoraLancamento.
           05  WSS-DataHoraLancamento-DT PIC 9(8).
           05  WSS-DataHoraLancamento-HR PIC 9(6).
       77  WSS-LckDesde         PIC X(5).
       77  WSS-AutFuncao        PIC X(2).
       77  WSS-AutAutorizado    PIC X(1).
       77  WSS-DocValido        PIC X(1).
       77  WSS-DocTipo          PIC X(1).
       77  WSS-DocMotivo        PIC X(30).
       77  WSS-PerOperacao      PIC X(1) VALUE "V".
       77  WSS-PerSubsistema    PIC X(2) VALUE "IN".
       77  WSS-PerSituacao      PIC X(1).

       PROCEDURE DIVISION.
       Inicio.
               GO TO Fim
           END-IF
           ACCEPT WSS-DataHoje FROM DATE YYYYMMDD
      * Competencia de investimento ja fechada (UTIL-PERIODO) nao
      * recebe movimento; a tentativa fica no SEGLOG (PERFECH).
           CALL "PERFECH" USING WSS-PerOperacao WSS-PerSubsistema
                WSS-DataHoje WSS-Operador WSS-LckPrograma
                WSS-PerSituacao
           IF WSS-PerSituacao = "F"
               DISPLAY "Competencia " WSS-DataHoje (1:6) " de "
                       "investimento ja fechada. Procure o "
                       "supervisor."
               GO TO Fim
           END-IF
           PERFORM CarregarTaxas
           OPEN I-O CLIENTES-FILE
           IF WSS-FS-CLIENTES = "35"
                    DISPLAY "Nome do titular: "
                    ACCEPT CLI-NOME
                    DISPLAY "Documento do titular: "
                    PERFORM AceitarDocumento
                    ACCEPT CLI-ABERTURA FROM DATE YYYYMMDD
                    MOVE "A" TO CLI-SITUACAO
                    DISPLAY "Digite o tipo da conta (1-Poupanca, "
                       END-IF
                       MOVE CLI-SALDO TO WSS-Saldo-mask
                       DISPLAY "Saldo atual: " WSS-Saldo-mask
                       PERFORM ApurarDisponivel
                       DISPLAY "Valor do saque: "
                       ACCEPT WSS-ValorMovimento
                       IF WSS-ValorMovimento > WSS-Disponivel
                           DISPLAY "SAQUE RECUSADO: saldo "
                                   "insuficiente para o valor "
                                   "pedido."
                 ELSE
                   MOVE CLI-SALDO TO WSS-Saldo-mask
                   DISPLAY "Saldo da origem: " WSS-Saldo-mask
                   PERFORM ApurarDisponivel
                   DISPLAY "Valor da transferencia: "
                   ACCEPT WSS-ValorMovimento
                   IF WSS-ValorMovimento > WSS-Disponivel
                       DISPLAY "TRANSFERENCIA RECUSADA: saldo "
                               "insuficiente na conta de origem."
                   ELSE
                 END-IF
           END-READ.

      * Disponivel para debito: saldo mais o limite ativo de
      * cheque especial da conta (LIMITESCHQ, exerc-44-lim).
       ApurarDisponivel.
           CALL "LIMCHEQ" USING CLI-CODIGO WSS-LimiteConta
           COMPUTE WSS-Disponivel = CLI-SALDO + WSS-LimiteConta
           IF WSS-LimiteConta > ZEROS
               MOVE WSS-Disponivel TO WSS-Disponivel-mask
               DISPLAY "Disponivel com cheque especial: "
                       WSS-Disponivel-mask
           END-IF
           IF WSS-Disponivel < ZEROS
               MOVE ZEROS TO WSS-Disponivel
           END-IF.

       CarregarTaxas.
           PERFORM VARYING WSS-IndTaxa FROM 1 BY 1
                   UNTIL WSS-IndTaxa > 3
               PERFORM UNTIL WSS-NAO-HA-MAIS-TAXAS
                   IF TAX-TIPOCONTA >= 1 AND TAX-TIPOCONTA <= 3
                      AND TAX-VIGENCIA NOT > WSS-DataHoje
                      AND TAX-APROVADA
                      AND TAX-VIGENCIA NOT <
                          vig-vigencia (TAX-TIPOCONTA)
                       MOVE TAX-PERCENTUAL
                   DISPLAY "Novo nome do titular: "
                   ACCEPT CLI-NOME
                   DISPLAY "Novo documento: "
                   PERFORM AceitarDocumento
                   REWRITE CLIENTE-REG
                   MOVE "REWRITE" TO WSS-TfsOperacao
                   MOVE "CLIENTES" TO WSS-TfsArquivo
                   DISPLAY "Dados do titular atualizados."
           END-READ.

      * CPF ou CNPJ conferido pelo VALIDOC e gravado so com os
      * digitos; invalido, pede de novo.
       AceitarDocumento.
           ACCEPT CLI-DOCUMENTO
           CALL "VALIDOC" USING CLI-DOCUMENTO WSS-DocValido
                                WSS-DocTipo WSS-DocMotivo
           PERFORM UNTIL WSS-DocValido = "S"
               DISPLAY "Documento invalido (" WSS-DocMotivo "). "
                       "Informe novamente: "
               ACCEPT CLI-DOCUMENTO
               CALL "VALIDOC" USING CLI-DOCUMENTO WSS-DocValido
                                    WSS-DocTipo WSS-DocMotivo
           END-PERFORM.

       EstornarTransferencia.
           DISPLAY "ERRO: conta de destino indisponivel. "
                   "Estornando o debito da origem."
                  WSS-Operador             DELIMITED BY SIZE
                  INTO WSS-REG-AUDITORIA
           END-STRING
           WRITE WSS-REG-AUDITORIA
           CALL "GRAVAMCT" USING WSS-REG-AUDITORIA WSS-MctGravado.
