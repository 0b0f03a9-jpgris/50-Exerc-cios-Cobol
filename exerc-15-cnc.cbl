       IDENTIFICATION DIVISION.
       PROGRAM-ID. Exerc-15-Cnc.
       AUTHOR. JOAO_PAULO.

      * Conciliacao de cartao e PIX: confronta as formas de
      * pagamento eletronicas do dia gravadas pelo Exerc-7 em
      * PAGAMENTOS (CD debito, CC credito, PX PIX) com o arquivo de
      * liquidacao da adquirente LIQUIDACOES, pelo codigo de
      * autorizacao e pela forma. Cada forma recebe a situacao -
      * C conciliada, M liquidada a menor que o valor da venda,
      * F sem liquidacao - e a data da conciliacao. Saem listadas
      * as faltas, as liquidacoes a menor e as liquidacoes sem
      * forma correspondente no recibo, com o total de taxas. A
      * copia de papel sai pelo spool IMPRESSAO.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PAGTO-FILE ASSIGN TO "PAGAMENTOS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PAG-CHAVE
               FILE STATUS IS WSS-FS-PAGTO.
           SELECT LIQUID-FILE ASSIGN TO "LIQUIDACOES"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WSS-FS-LIQUID.

       DATA DIVISION.
       FILE SECTION.
       FD  PAGTO-FILE.
           COPY "PAGTO.CPY".

       FD  LIQUID-FILE.
           COPY "LIQUID.CPY".

       WORKING-STORAGE SECTION.
       77  WSS-FS-PAGTO         PIC X(02).
       77  WSS-FS-LIQUID        PIC X(02).
       77  WSS-LogPrograma      PIC X(12) VALUE "EXERC-15-CNC".
       77  WSS-LogEvento        PIC X(01).
       77  WSS-LogLidos         PIC 9(7) VALUE ZEROS.
       77  WSS-LogGravados      PIC 9(7) VALUE ZEROS.
       77  WSS-LogRejeitados    PIC 9(7) VALUE ZEROS.
       77  WSS-LogRetorno       PIC X(02) VALUE "OK".
       77  WSS-TfsPrograma      PIC X(12) VALUE "exerc-15-cnc".
       77  WSS-TfsArquivo       PIC X(12).
       77  WSS-TfsOperacao      PIC X(10).

       77  WSS-DataConcilia     PIC 9(8).
       77  WSS-DataHoje         PIC 9(8).
       77  WSS-fim-liquid       PIC X(01) VALUE "N".
           88 WSS-NAO-HA-MAIS-LIQUIDACOES  VALUE "S".
       77  WSS-fim-pagto        PIC X(01) VALUE "N".
           88 WSS-NAO-HA-MAIS-PAGTOS  VALUE "S".

       77  WSS-IndLiq           PIC 9(4).
       77  WSS-QtdLiq           PIC 9(4) VALUE ZEROS.
       77  WSS-AchouLiq         PIC X(01).
       01  TABELA-LIQUIDACOES.
           05  LIQUIDACAO-DIA OCCURS 2000 TIMES.
               10  tab-autorizacao    PIC X(12).
               10  tab-forma          PIC X(02).
               10  tab-bruto          PIC 9(7)V99.
               10  tab-taxa           PIC 9(5)V99.
               10  tab-liquido        PIC 9(7)V99.
               10  tab-usada          PIC X(01).

       77  WSS-QtdConciliadas   PIC 9(5) VALUE ZEROS.
       77  WSS-QtdAMenor        PIC 9(5) VALUE ZEROS.
       77  WSS-QtdSemLiq        PIC 9(5) VALUE ZEROS.
       77  WSS-QtdSemForma      PIC 9(5) VALUE ZEROS.
       77  WSS-TotalVendido     PIC 9(9)V99 VALUE ZEROS.
       77  WSS-TotalLiquidado   PIC 9(9)V99 VALUE ZEROS.
       77  WSS-TotalTaxas       PIC 9(9)V99 VALUE ZEROS.
       77  WSS-TotalCreditado   PIC 9(9)V99 VALUE ZEROS.
       77  WSS-TotalFaltante    PIC 9(9)V99 VALUE ZEROS.
       77  WSS-Faltante         PIC 9(7)V99.
       77  WSS-ValorEd          PIC zzz,zzz,zz9.99.
       77  WSS-LiquidadoEd      PIC zzz,zzz,zz9.99.
       77  WSS-ImpComando       PIC X(01).
       77  WSS-ImpTexto         PIC X(80).
       77  WSS-ImpColunas       PIC X(80).

       PROCEDURE DIVISION.
       Inicio.
           MOVE "I" TO WSS-LogEvento
           CALL "GRAVALOG" USING WSS-LogPrograma WSS-LogEvento
                WSS-LogLidos WSS-LogGravados WSS-LogRejeitados
                WSS-LogRetorno

           DISPLAY "Data das vendas a conciliar (AAAAMMDD): "
           ACCEPT WSS-DataConcilia
           ACCEPT WSS-DataHoje FROM DATE YYYYMMDD

           OPEN INPUT LIQUID-FILE
           IF WSS-FS-LIQUID = "35"
               DISPLAY "Arquivo LIQUIDACOES nao encontrado. Receba o "
                       "arquivo da adquirente antes da conciliacao."
               MOVE "ER" TO WSS-LogRetorno
               GO TO GravarFimLog
           END-IF
           READ LIQUID-FILE
               AT END SET WSS-NAO-HA-MAIS-LIQUIDACOES TO TRUE
           END-READ
           PERFORM UNTIL WSS-NAO-HA-MAIS-LIQUIDACOES
               IF LIQ-DATAVENDA = WSS-DataConcilia
                   PERFORM CarregarLiquidacao
               END-IF
               READ LIQUID-FILE
                   AT END SET WSS-NAO-HA-MAIS-LIQUIDACOES TO TRUE
               END-READ
           END-PERFORM
           CLOSE LIQUID-FILE

           OPEN I-O PAGTO-FILE
           IF WSS-FS-PAGTO = "35"
               DISPLAY "Arquivo PAGAMENTOS nao encontrado. Nenhuma "
                       "forma de pagamento registrada pelo recibo."
               MOVE "ER" TO WSS-LogRetorno
               GO TO GravarFimLog
           END-IF
           MOVE "PAGAMENTOS" TO WSS-TfsArquivo
           MOVE "OPEN I-O" TO WSS-TfsOperacao
           CALL "TRATAFS" USING WSS-TfsPrograma
                WSS-TfsArquivo WSS-TfsOperacao WSS-FS-PAGTO

           MOVE "P" TO WSS-ImpComando
           MOVE "EXERC-15-CNC" TO WSS-ImpTexto
           CALL "IMPRIME" USING WSS-ImpComando WSS-ImpTexto
                WSS-ImpColunas
           MOVE "A" TO WSS-ImpComando
           MOVE SPACES TO WSS-ImpTexto
           STRING "CONCILIACAO CARTAO/PIX - VENDAS DE "
                  WSS-DataConcilia
                  DELIMITED BY SIZE INTO WSS-ImpTexto
           END-STRING
           MOVE "SIT RECIBO SQ FM AUTORIZACAO   VENDIDO     LIQUIDADO"
                TO WSS-ImpColunas
           CALL "IMPRIME" USING WSS-ImpComando WSS-ImpTexto
                WSS-ImpColunas

           DISPLAY "------ CONCILIACAO CARTAO/PIX DE "
                   WSS-DataConcilia " ------"
           PERFORM UNTIL WSS-NAO-HA-MAIS-PAGTOS
               READ PAGTO-FILE NEXT RECORD
                   AT END SET WSS-NAO-HA-MAIS-PAGTOS TO TRUE
                   NOT AT END
                       IF PAG-DATA = WSS-DataConcilia
                          AND PAG-ELETRONICO
                           PERFORM ConciliarForma
                       END-IF
               END-READ
           END-PERFORM
           CLOSE PAGTO-FILE

           PERFORM VARYING WSS-IndLiq FROM 1 BY 1
                   UNTIL WSS-IndLiq > WSS-QtdLiq
               IF tab-usada (WSS-IndLiq) = "N"
                   PERFORM ListarLiquidacaoSemForma
               END-IF
           END-PERFORM

           DISPLAY SPACE
           DISPLAY "Formas conciliadas (C)........: "
                   WSS-QtdConciliadas
           DISPLAY "Liquidadas a menor (M)........: " WSS-QtdAMenor
           DISPLAY "Sem liquidacao (F)............: " WSS-QtdSemLiq
           DISPLAY "Liquidacoes sem forma no recibo: "
                   WSS-QtdSemForma
           MOVE WSS-TotalVendido TO WSS-ValorEd
           DISPLAY "Vendido em cartao/PIX.........: " WSS-ValorEd
           MOVE WSS-TotalLiquidado TO WSS-ValorEd
           DISPLAY "Liquidado (bruto).............: " WSS-ValorEd
           MOVE WSS-TotalTaxas TO WSS-ValorEd
           DISPLAY "Taxas da adquirente...........: " WSS-ValorEd
           MOVE WSS-TotalCreditado TO WSS-ValorEd
           DISPLAY "Creditado (liquido)...........: " WSS-ValorEd
           MOVE WSS-TotalFaltante TO WSS-ValorEd
           DISPLAY "Faltante a reclamar...........: " WSS-ValorEd
           IF WSS-QtdAMenor + WSS-QtdSemLiq > 0
               DISPLAY "Reclame as faltas junto a adquirente antes "
                       "de cobrar diferenca do operador."
           END-IF

           MOVE "T" TO WSS-ImpComando
           MOVE SPACES TO WSS-ImpTexto
           MOVE WSS-TotalTaxas TO WSS-ValorEd
           MOVE WSS-TotalFaltante TO WSS-LiquidadoEd
           STRING "C: " WSS-QtdConciliadas " M: " WSS-QtdAMenor
                  " F: " WSS-QtdSemLiq " TAXAS: " WSS-ValorEd
                  " FALTA: " WSS-LiquidadoEd
                  DELIMITED BY SIZE INTO WSS-ImpTexto
           END-STRING
           CALL "IMPRIME" USING WSS-ImpComando WSS-ImpTexto
                WSS-ImpColunas

           COMPUTE WSS-LogRejeitados =
                   WSS-QtdAMenor + WSS-QtdSemLiq + WSS-QtdSemForma.

       GravarFimLog.
           MOVE "F" TO WSS-LogEvento
           CALL "GRAVALOG" USING WSS-LogPrograma WSS-LogEvento
                WSS-LogLidos WSS-LogGravados WSS-LogRejeitados
                WSS-LogRetorno.

       Encerramento.
           DISPLAY SPACE
           display "Obrigado volte sempre!!! "
           DISPLAY SPACE

           ACCEPT OMITTED.
           EXIT PROGRAM.
           STOP RUN.

       CarregarLiquidacao.
           ADD 1 TO WSS-LogLidos
           IF WSS-QtdLiq = 2000
               DISPLAY "Limite de 2000 liquidacoes atingido. "
                       "Autorizacao " LIQ-AUTORIZACAO
                       " fora da conciliacao."
           ELSE
               ADD 1 TO WSS-QtdLiq
               MOVE LIQ-AUTORIZACAO TO tab-autorizacao (WSS-QtdLiq)
               MOVE LIQ-FORMA TO tab-forma (WSS-QtdLiq)
               MOVE LIQ-VALORBRUTO TO tab-bruto (WSS-QtdLiq)
               MOVE LIQ-TAXA TO tab-taxa (WSS-QtdLiq)
               MOVE LIQ-VALORLIQUIDO TO tab-liquido (WSS-QtdLiq)
               MOVE "N" TO tab-usada (WSS-QtdLiq)
           END-IF.

      * A forma casa com a primeira liquidacao ainda livre de mesma
      * autorizacao e forma. Liquidacao bruta abaixo do valor da
      * venda e liquidada a menor; a taxa da adquirente nao conta
      * como falta, pois vem separada no arquivo.
       ConciliarForma.
           ADD 1 TO WSS-LogLidos
           ADD PAG-VALOR TO WSS-TotalVendido
           MOVE "N" TO WSS-AchouLiq
           PERFORM VARYING WSS-IndLiq FROM 1 BY 1
                   UNTIL WSS-IndLiq > WSS-QtdLiq
                      OR WSS-AchouLiq = "S"
               IF tab-usada (WSS-IndLiq) = "N"
                  AND tab-autorizacao (WSS-IndLiq) = PAG-AUTORIZACAO
                  AND tab-forma (WSS-IndLiq) = PAG-FORMA
                   MOVE "S" TO WSS-AchouLiq
                   SUBTRACT 1 FROM WSS-IndLiq
               END-IF
           END-PERFORM
           IF WSS-AchouLiq = "S"
               MOVE "S" TO tab-usada (WSS-IndLiq)
               MOVE tab-bruto (WSS-IndLiq) TO PAG-VALORLIQUIDADO
               ADD tab-bruto (WSS-IndLiq) TO WSS-TotalLiquidado
               ADD tab-taxa (WSS-IndLiq) TO WSS-TotalTaxas
               ADD tab-liquido (WSS-IndLiq) TO WSS-TotalCreditado
               IF tab-bruto (WSS-IndLiq) < PAG-VALOR
                   MOVE "M" TO PAG-CONCILIACAO
                   ADD 1 TO WSS-QtdAMenor
                   COMPUTE WSS-Faltante =
                           PAG-VALOR - tab-bruto (WSS-IndLiq)
                   ADD WSS-Faltante TO WSS-TotalFaltante
               ELSE
                   MOVE "C" TO PAG-CONCILIACAO
                   ADD 1 TO WSS-QtdConciliadas
               END-IF
           ELSE
               MOVE ZEROS TO PAG-VALORLIQUIDADO
               MOVE "F" TO PAG-CONCILIACAO
               ADD 1 TO WSS-QtdSemLiq
               ADD PAG-VALOR TO WSS-TotalFaltante
           END-IF
           MOVE WSS-DataHoje TO PAG-DATACONC
           REWRITE PAGTO-REG
           MOVE "REWRITE" TO WSS-TfsOperacao
           CALL "TRATAFS" USING WSS-TfsPrograma
                WSS-TfsArquivo WSS-TfsOperacao WSS-FS-PAGTO
           ADD 1 TO WSS-LogGravados
           IF NOT PAG-CONCILIADO
               PERFORM ListarFormaDivergente
           END-IF.

       ListarFormaDivergente.
           MOVE PAG-VALOR TO WSS-ValorEd
           MOVE PAG-VALORLIQUIDADO TO WSS-LiquidadoEd
           IF PAG-LIQ-MENOR
               DISPLAY "LIQUIDADA A MENOR recibo " PAG-RECIBO
                       " forma " PAG-SEQ " " PAG-FORMA
                       " aut " PAG-AUTORIZACAO
           ELSE
               DISPLAY "SEM LIQUIDACAO recibo " PAG-RECIBO
                       " forma " PAG-SEQ " " PAG-FORMA
                       " aut " PAG-AUTORIZACAO
           END-IF
           DISPLAY "  vendido " WSS-ValorEd " liquidado "
                   WSS-LiquidadoEd " sessao " PAG-SESSAO

           MOVE "D" TO WSS-ImpComando
           MOVE SPACES TO WSS-ImpTexto
           STRING PAG-CONCILIACAO "   " PAG-RECIBO " " PAG-SEQ " "
                  PAG-FORMA " " PAG-AUTORIZACAO " " WSS-ValorEd " "
                  WSS-LiquidadoEd
                  DELIMITED BY SIZE INTO WSS-ImpTexto
           END-STRING
           CALL "IMPRIME" USING WSS-ImpComando WSS-ImpTexto
                WSS-ImpColunas.

       ListarLiquidacaoSemForma.
           ADD 1 TO WSS-QtdSemForma
           MOVE tab-bruto (WSS-IndLiq) TO WSS-LiquidadoEd
           DISPLAY "LIQUIDACAO SEM FORMA NO RECIBO aut "
                   tab-autorizacao (WSS-IndLiq) " "
                   tab-forma (WSS-IndLiq) " liquidado "
                   WSS-LiquidadoEd

           MOVE "D" TO WSS-ImpComando
           MOVE SPACES TO WSS-ImpTexto
           MOVE ZEROS TO WSS-ValorEd
           STRING "?   ------ -- " tab-forma (WSS-IndLiq) " "
                  tab-autorizacao (WSS-IndLiq) " " WSS-ValorEd " "
                  WSS-LiquidadoEd
                  DELIMITED BY SIZE INTO WSS-ImpTexto
           END-STRING
           CALL "IMPRIME" USING WSS-ImpComando WSS-ImpTexto
                WSS-ImpColunas.
      *wrun32 exerc-15-cnc
