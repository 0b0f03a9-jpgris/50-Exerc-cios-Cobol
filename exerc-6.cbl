       PROGRAM-ID. Exerc-6.
       AUTHOR. JOAO_PAULO.

      * Digitacao do faturamento do dia no livro FATURALEDG. A
      * linha diaria de cada loja e lancada pelo passo de fim de
      * dia (exerc-6-fat) a partir de VENDASDIA; aqui fica so a
      * digitacao de contingencia, para o dia em que o caixa do
      * sistema ficou fora, liberada por supervisor com a funcao
      * FM no perfil (OPERAUTH). A linha digitada sai marcada com
      * M e o codigo do supervisor no fim do registro.
      * Data em competencia de vendas ja fechada (PERIODOS,
      * servico PERFECH) e recusada; a tentativa vai ao SEGLOG.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       77  WSS-AchouOutra     PIC X(1).
       77  WSS-fim-ledger     PIC X(1).
           88 WSS-NAO-HA-MAIS-LINHAS  VALUE "S".
       77  WSS-DataFaturamento PIC 9(8).
       77  WSS-DataValida     PIC X(1).
       77  WSS-MotivoData     PIC X(30).
       77  WSS-Operador       PIC 9(3).
       77  WSS-OperadorValido PIC X(1).
       77  WSS-Supervisor     PIC 9(3).
       77  WSS-SupervisorValido PIC X(1).
       77  WSS-AutPrograma    PIC X(12) VALUE "EXERC-6".
       77  WSS-AutFuncao      PIC X(2).
       77  WSS-AutAutorizado  PIC X(1).
       77  WSS-JaNoLivro      PIC X(1).
       77  WSS-Confirmar      PIC X(1).
       77  WSS-PerOperacao    PIC X(1) VALUE "V".
       77  WSS-PerSubsistema  PIC X(2) VALUE "VD".
       77  WSS-PerSituacao    PIC X(1).
       01  WSS-LINHA-DIA.
           05  FILLER         PIC X(16) VALUE "FATURAMENTO DIA ".
           05  LIN-LOJA       PIC X(1).
           05  LIN-DATA       PIC 9(8).
           05  FILLER         PIC X(02) VALUE ": ".
           05  LIN-VALOR      PIC 9(7).
           05  FILLER         PIC X(1) VALUE SPACE.
           05  LIN-ORIGEM     PIC X(1).
           05  LIN-SUPERVISOR PIC 9(3).
       01  WSS-LINHA-LIDA.
           05  LID-PREFIXO    PIC X(16).
           05  LID-LOJA       PIC X(1).

       PROCEDURE DIVISION.
       Abertura.
           CALL "OPERSIGN" USING WSS-Operador WSS-OperadorValido
           IF WSS-OperadorValido NOT = "S"
               DISPLAY "Sem operador identificado. Encerrando."
               GO TO Despedida
           END-IF
      * Liberacao: outro operador, com FM (ou tudo) no perfil,
      * assina na hora; negado cai no SEGLOG pelo OPERAUTH.
           DISPLAY "Digitacao de contingencia do faturamento. "
                   "Assinatura do supervisor para liberar:"
           CALL "OPERSIGN" USING WSS-Supervisor WSS-SupervisorValido
           IF WSS-SupervisorValido NOT = "S"
               DISPLAY "Supervisor nao identificado. Digitacao "
                       "nao liberada."
               GO TO Despedida
           END-IF
           IF WSS-Supervisor = WSS-Operador
               DISPLAY "O proprio operador nao libera a sua "
                       "digitacao."
               GO TO Despedida
           END-IF
           MOVE "FM" TO WSS-AutFuncao
           CALL "OPERAUTH" USING WSS-Supervisor WSS-AutPrograma
                WSS-AutFuncao WSS-AutAutorizado
           IF WSS-AutAutorizado NOT = "S"
               DISPLAY "Supervisor sem autorizacao para digitar "
                       "faturamento."
               GO TO Despedida
           END-IF

           DISPLAY "Codigo da loja que esta fechando (A/B/...): "
           ACCEPT WSS-LojaAtual.

       INICIO.
           ACCEPT WSS-DataHoje FROM DATE YYYYMMDD
           DISPLAY "Data do faturamento (AAAAMMDD, 0 = hoje): "
           ACCEPT WSS-DataFaturamento
           IF WSS-DataFaturamento = ZEROS
               MOVE WSS-DataHoje TO WSS-DataFaturamento
           END-IF
           CALL "VALIDATA" USING WSS-DataFaturamento WSS-DataValida
                                 WSS-MotivoData
           IF WSS-DataValida = "N"
               DISPLAY "Data invalida (" WSS-MotivoData ")."
               GO TO PerguntarOutro
           END-IF
           CALL "PERFECH" USING WSS-PerOperacao WSS-PerSubsistema
                WSS-DataFaturamento WSS-Operador WSS-AutPrograma
                WSS-PerSituacao
           IF WSS-PerSituacao = "F"
               DISPLAY "Competencia " WSS-DataFaturamento (1:6)
                       " de vendas ja fechada. Faturamento nao "
                       "lancado."
               GO TO PerguntarOutro
           END-IF
      * Dia ja lancado (pelo passo de fim de dia ou por outra
      * digitacao) so recebe complemento com confirmacao: as
      * linhas da loja no mesmo dia se somam nos relatorios.
           PERFORM ConferirDiaNoLivro
           IF WSS-JaNoLivro = "S"
               DISPLAY "Loja " WSS-LojaAtual " ja tem faturamento "
                       "lancado em " WSS-DataFaturamento "."
               DISPLAY "Lancar complemento digitado (S/N): "
               ACCEPT WSS-Confirmar
               IF WSS-Confirmar NOT = "S" AND WSS-Confirmar NOT = "s"
                   GO TO PerguntarOutro
               END-IF
           END-IF

           MOVE ZEROS TO TotalFaturamento

           DISPLAY "Quantos clientes foram atendidos no dia: ".
           ACCEPT QtdClientes.

           PERFORM VARYING Cliente FROM 1 BY 1
               ADD FaturamentoLojaA TO TotalFaturamento
           END-PERFORM.

           PERFORM CompararComOutraLoja

           OPEN EXTEND LEDGER-FILE
               OPEN OUTPUT LEDGER-FILE
           END-IF
           MOVE WSS-LojaAtual TO LIN-LOJA
           MOVE WSS-DataFaturamento TO LIN-DATA
           MOVE TotalFaturamento TO LIN-VALOR
           MOVE "M" TO LIN-ORIGEM
           MOVE WSS-Supervisor TO LIN-SUPERVISOR
           MOVE SPACES TO WSS-REG-LEDGER
           MOVE WSS-LINHA-DIA TO WSS-REG-LEDGER
           WRITE WSS-REG-LEDGER
           CLOSE LEDGER-FILE.

       PerguntarOutro.
           DISPLAY "Fechar o caixa de outro cliente (S/N): ".
           ACCEPT WSS-Continuar.
           IF WSS-Continuar = "S" OR WSS-Continuar = "s"
               GO TO INICIO
           END-IF.

       Despedida.
           DISPLAY SPACE
           display "Obrigado volte sempre!!! "
           DISPLAY SPACE
                   IF LID-PREFIXO = "FATURAMENTO DIA "
                      AND LID-LOJA = WSS-LojaOutra
                      AND LID-DATA IS NUMERIC
                      AND LID-DATA = WSS-DataFaturamento
                      AND LID-VALOR IS NUMERIC
                       MOVE LID-VALOR TO WSS-TotalOutra
                       MOVE "S" TO WSS-AchouOutra
           IF WSS-AchouOutra = "N"
               MOVE FaturamentoLojaB TO WSS-TotalOutra
               DISPLAY "Loja " WSS-LojaOutra " ainda sem fechamento"
                       " no dia; comparando com a referencia fixa."
           END-IF
           IF TotalFaturamento > WSS-TotalOutra
               DISPLAY "O faturamento da loja " WSS-LojaAtual
                       " nao foi superior ao da loja "
                       WSS-LojaOutra " (" WSS-TotalOutra ")."
           END-IF.

       ConferirDiaNoLivro.
           MOVE "N" TO WSS-JaNoLivro
           OPEN INPUT LEDGER-FILE
           IF WSS-FS-LEDGER = "35"
               CONTINUE
           ELSE
               MOVE "N" TO WSS-fim-ledger
               READ LEDGER-FILE
                   AT END SET WSS-NAO-HA-MAIS-LINHAS TO TRUE
               END-READ
               PERFORM UNTIL WSS-NAO-HA-MAIS-LINHAS
                   MOVE WSS-REG-LEDGER TO WSS-LINHA-LIDA
                   IF LID-PREFIXO = "FATURAMENTO DIA "
                      AND LID-LOJA = WSS-LojaAtual
                      AND LID-DATA IS NUMERIC
                      AND LID-DATA = WSS-DataFaturamento
                       MOVE "S" TO WSS-JaNoLivro
                   END-IF
                   READ LEDGER-FILE
                       AT END SET WSS-NAO-HA-MAIS-LINHAS TO TRUE
                   END-READ
               END-PERFORM
               CLOSE LEDGER-FILE
           END-IF.
      *wrun32 exerc-6
