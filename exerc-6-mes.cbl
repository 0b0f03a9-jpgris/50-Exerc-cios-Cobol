      * fechamento, totaliza o mes, aponta o melhor e o pior dia,
      * compara com a Loja B e grava o registro de fechamento para
      * que o proximo mes comece de uma secao limpa do livro.
      * A competencia fechada fica registrada em PERIODOS
      * (subsistema VD, servico PERFECH): dai em diante venda ou
      * faturamento datado nela e recusado.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       77  WSS-fim-orca         PIC X(01).
           88 WSS-NAO-HA-MAIS-ORCAMENTOS  VALUE "S".
       77  WSS-Competencia      PIC 9(6).
       01  WSS-PerOperacao      PIC X(1) VALUE "F".
       01  WSS-PerSubsistema    PIC X(2) VALUE "VD".
       01  WSS-PerData          PIC 9(8).
       01  WSS-PerOperador      PIC 9(3) VALUE ZEROS.
       01  WSS-PerPrograma      PIC X(12) VALUE "EXERC-6-MES".
       01  WSS-PerSituacao      PIC X(1).
       77  WSS-OrcadoMes        PIC 9(9) VALUE ZEROS.
       77  WSS-TemOrcado        PIC X(01) VALUE "N".
       77  WSS-OrcadoAno        PIC 9(11) VALUE ZEROS.
           MOVE WSS-LINHA-FECHA TO WSS-REG-LEDGER
           WRITE WSS-REG-LEDGER
           CLOSE LEDGER-FILE
           DISPLAY "Registro de fechamento gravado no FATURALEDG."

           MOVE WSS-Competencia TO WSS-PerData (1:6)
           MOVE "01" TO WSS-PerData (7:2)
           CALL "PERFECH" USING WSS-PerOperacao WSS-PerSubsistema
                WSS-PerData WSS-PerOperador WSS-PerPrograma
                WSS-PerSituacao
           IF WSS-PerSituacao = "S"
               DISPLAY "Competencia " WSS-Competencia
                       " de vendas fechada em PERIODOS."
           ELSE
               DISPLAY "Competencia " WSS-Competencia " NAO "
                       "registrada em PERIODOS; feche pelo "
                       "UTIL-PERIODO."
           END-IF.

       Encerramento.
           DISPLAY SPACE
