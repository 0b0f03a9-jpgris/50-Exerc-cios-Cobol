      * entre 0.01 e 12.00 por lancamento e tipo na lista. A
      * folha em lote (exerc-43-fol) precifica os lancamentos da
      * competencia a partir do salario mensal e soma ao bruto.
      * Os lancamentos gerados pela apuracao do ponto
      * (exerc-43-pon) aparecem na listagem marcados "(ponto)".
      * Data em competencia de folha ja fechada (PERIODOS,
      * servico PERFECH, tentativa no SEGLOG) so entra como
      * ajuste na competencia corrente, datado de hoje e com a
      * data original de referencia, marcado "(ajuste de ...)"
      * na listagem; sem a confirmacao o lancamento e recusado.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       77  WSS-QtdListados      PIC 9(4).
       77  WSS-fim-arquivo      PIC X(01).
           88 WSS-NAO-HA-MAIS-HORAS  VALUE "S".
       77  WSS-DataHoje         PIC 9(8).
       77  WSS-DataReferencia   PIC 9(8).
       77  WSS-Recusado         PIC X(01).
       77  WSS-Confirma         PIC X(01).
       77  WSS-PerOperacao      PIC X(01) VALUE "V".
       77  WSS-PerSubsistema    PIC X(02) VALUE "FO".
       77  WSS-PerPrograma      PIC X(12) VALUE "EXERC-43-HOR".
       77  WSS-PerSituacao      PIC X(01).

       PROCEDURE DIVISION.
       Inicio.
                                     WSS-DataValida WSS-MotivoData
           END-PERFORM

           MOVE ZEROS TO WSS-DataReferencia
           MOVE "N" TO WSS-Recusado
           CALL "PERFECH" USING WSS-PerOperacao WSS-PerSubsistema
                WSS-DataLancamento WSS-Operador WSS-PerPrograma
                WSS-PerSituacao
           IF WSS-PerSituacao = "F"
               PERFORM DesviarParaAjuste
           END-IF
           IF WSS-Recusado = "N"
               PERFORM AceitarHoras
           END-IF.

      * Competencia da data ja fechada: o lancamento so entra como
      * ajuste na competencia corrente, se ela estiver aberta.
       DesviarParaAjuste.
           DISPLAY "Competencia " WSS-DataLancamento (1:6)
                   " da folha ja fechada."
           DISPLAY "Lancar como ajuste na competencia corrente, com "
                   "referencia a " WSS-DataLancamento " (S/N): "
           ACCEPT WSS-Confirma
           IF WSS-Confirma = "S" OR WSS-Confirma = "s"
               ACCEPT WSS-DataHoje FROM DATE YYYYMMDD
               CALL "PERFECH" USING WSS-PerOperacao
                    WSS-PerSubsistema WSS-DataHoje WSS-Operador
                    WSS-PerPrograma WSS-PerSituacao
               IF WSS-PerSituacao = "F"
                   DISPLAY "Competencia corrente tambem fechada. "
                           "Nada lancado."
                   MOVE "S" TO WSS-Recusado
               ELSE
                   MOVE WSS-DataLancamento TO WSS-DataReferencia
                   MOVE WSS-DataHoje TO WSS-DataLancamento
               END-IF
           ELSE
               DISPLAY "Nada lancado."
               MOVE "S" TO WSS-Recusado
           END-IF.

       AceitarHoras.
           DISPLAY "Quantidade de horas (0.01 a 12.00): "
           ACCEPT WSS-Horas
           PERFORM UNTIL WSS-Horas > 0 AND WSS-Horas NOT > 12
               MOVE WSS-Horas TO HOR-HORAS
               MOVE WSS-Tipo TO HOR-TIPO
               MOVE WSS-Operador TO HOR-OPERADOR
               MOVE SPACE TO HOR-ORIGEM
               MOVE ZEROS TO HOR-DATAREF
               IF WSS-DataReferencia NOT = ZEROS
                   SET HOR-AJUSTE TO TRUE
                   MOVE WSS-DataReferencia TO HOR-DATAREF
               END-IF
               WRITE HORAS-REG
               CLOSE HORAS-FILE
               IF HOR-AJUSTE
                   DISPLAY "Ajuste gravado para a matricula "
                           WSS-Matricula " em " HOR-DATA
                           ", referente a " HOR-DATAREF "."
               ELSE
                   DISPLAY "Lancamento gravado para a matricula "
                           WSS-Matricula "."
               END-IF
           END-IF.

       ListarLancamentos.
               PERFORM UNTIL WSS-NAO-HA-MAIS-HORAS
                   COMPUTE WSS-CompetReg = HOR-DATA / 100
                   IF WSS-CompetReg = WSS-Competencia
                       EVALUATE TRUE
                       WHEN HOR-DO-RELOGIO
                           DISPLAY HOR-MATRICULA " " HOR-DATA " "
                                   HOR-TIPO " " HOR-HORAS
                                   " horas (ponto)"
                       WHEN HOR-AJUSTE
                           DISPLAY HOR-MATRICULA " " HOR-DATA " "
                                   HOR-TIPO " " HOR-HORAS
                                   " horas (ajuste de " HOR-DATAREF
                                   ")"
                       WHEN OTHER
                           DISPLAY HOR-MATRICULA " " HOR-DATA " "
                                   HOR-TIPO " " HOR-HORAS " horas"
                       END-EVALUATE
                       ADD 1 TO WSS-QtdListados
                   END-IF
                   READ HORAS-FILE
