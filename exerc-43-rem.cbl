      * marcados com situacao R em HOLERITESNOVO; matriculas sem
      * dados bancarios ficam listadas para acerto no
      * exerc-43-man. A baixa do retorno do banco e feita pelo
      * exerc-43-ret. Cada remessa leva um tipo de pagamento:
      * FO (folha do mes e rescisoes) ou D1/D2 (parcelas do
      * decimo terceiro do exerc-43-dec), gravado no header e em
      * cada detalhe para o banco devolver no retorno.
      * Apos conferir, substitua o HOLERITES pelo HOLERITESNOVO.
      * A data do credito vai no header; a que cai em fim de
      * semana ou feriado do CALENDARIO e antecipada para o dia
      * util anterior (DIAUTIL), para o salario nao atrasar -
      * ou levada ao seguinte, se o anterior ja passou.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           COPY "HOLERITE.CPY".

       FD  NOVO-FILE.
       01  NOVO-REG             PIC X(133).

       FD  FUNCIONARIOS-FILE.
           COPY "FUNCION.CPY".
       77  WSS-Operador         PIC 9(3).
       77  WSS-OperadorValido   PIC X(01).
       77  WSS-DataHoje         PIC 9(8).
       77  WSS-DataCredito      PIC 9(8).
       77  WSS-CreditoUtil      PIC 9(8).
       77  WSS-SentidoDiaUtil   PIC X(01).
       77  WSS-DataValida       PIC X(01).
       77  WSS-MotivoData       PIC X(30).
       77  WSS-Competencia      PIC 9(6).
       77  WSS-TipoRemessa      PIC X(02).
           88 WSS-TIPO-REMESSA-VALIDO  VALUES "FO" "D1" "D2".
       77  WSS-QtdOutroTipo     PIC 9(5) VALUE ZEROS.
       77  WSS-QtdRemetidos     PIC 9(6) VALUE ZEROS.
       77  WSS-QtdSemBanco      PIC 9(5) VALUE ZEROS.
       77  WSS-QtdForaCompet    PIC 9(5) VALUE ZEROS.
           05  hdr-data            PIC 9(8).
           05  FILLER              PIC X(05) VALUE "FOLHA".
           05  hdr-competencia     PIC 9(6).
           05  hdr-tipo            PIC X(02).
           05  hdr-dtcredito       PIC 9(8).
           05  FILLER              PIC X(50) VALUE SPACES.
       01  WSS-REM-DETALHE.
           05  FILLER              PIC X(01) VALUE "1".
           05  det-matricula       PIC 9(5).
           05  det-conta           PIC 9(10).
           05  det-valor           PIC 9(9)V99.
           05  det-nome            PIC X(30).
           05  det-tipo            PIC X(02).
           05  FILLER              PIC X(14) VALUE SPACES.
       01  WSS-REM-TRAILER.
           05  FILLER              PIC X(01) VALUE "9".
           05  trl-quantidade      PIC 9(6).
           ACCEPT WSS-DataHoje FROM DATE YYYYMMDD
           DISPLAY "Competencia da remessa (AAAAMM): "
           ACCEPT WSS-Competencia
           DISPLAY "Tipo de pagamento (FO folha e rescisoes, D1/D2 "
                   "decimo terceiro): "
           ACCEPT WSS-TipoRemessa
           IF WSS-TipoRemessa = SPACES
               MOVE "FO" TO WSS-TipoRemessa
           END-IF
           IF NOT WSS-TIPO-REMESSA-VALIDO
               DISPLAY "Tipo de pagamento invalido. Encerrando."
               MOVE "ER" TO WSS-LogRetorno
               MOVE "F" TO WSS-LogEvento
               CALL "GRAVALOG" USING WSS-LogPrograma WSS-LogEvento
                    WSS-LogLidos WSS-LogGravados WSS-LogRejeitados
                    WSS-LogRetorno
               GO TO Encerramento
           END-IF

           DISPLAY "Data do credito (AAAAMMDD, 0 = hoje): "
           ACCEPT WSS-DataCredito
           IF WSS-DataCredito = ZEROS
               MOVE WSS-DataHoje TO WSS-DataCredito
           END-IF
           CALL "VALIDATA" USING WSS-DataCredito WSS-DataValida
                                 WSS-MotivoData
           IF WSS-DataValida NOT = "S"
              OR WSS-DataCredito < WSS-DataHoje
               DISPLAY "Data do credito invalida ou ja passada. "
                       "Encerrando."
               MOVE "ER" TO WSS-LogRetorno
               MOVE "F" TO WSS-LogEvento
               CALL "GRAVALOG" USING WSS-LogPrograma WSS-LogEvento
                    WSS-LogLidos WSS-LogGravados WSS-LogRejeitados
                    WSS-LogRetorno
               GO TO Encerramento
           END-IF
           MOVE "A" TO WSS-SentidoDiaUtil
           CALL "DIAUTIL" USING WSS-SentidoDiaUtil WSS-DataCredito
                WSS-CreditoUtil
           IF WSS-CreditoUtil < WSS-DataHoje
               MOVE "P" TO WSS-SentidoDiaUtil
               CALL "DIAUTIL" USING WSS-SentidoDiaUtil
                    WSS-DataCredito WSS-CreditoUtil
           END-IF
           IF WSS-CreditoUtil NOT = WSS-DataCredito
               DISPLAY "Credito em " WSS-DataCredito " nao e dia "
                       "util; passa para " WSS-CreditoUtil "."
               MOVE WSS-CreditoUtil TO WSS-DataCredito
           END-IF

           OPEN INPUT HOLERITES-FILE
           IF WSS-FS-HOLERITES NOT = "00"

           MOVE WSS-DataHoje TO hdr-data
           MOVE WSS-Competencia TO hdr-competencia
           MOVE WSS-TipoRemessa TO hdr-tipo
           MOVE WSS-DataCredito TO hdr-dtcredito
           WRITE REMESSA-REG FROM WSS-REM-HEADER

           READ HOLERITES-FILE
           CLOSE NOVO-FILE

           DISPLAY "------ CONTROLE DA REMESSA " WSS-Competencia
                   " " WSS-TipoRemessa " ------"
           DISPLAY "Data do credito.........: " WSS-DataCredito
           DISPLAY "Creditos na remessa.....: " WSS-QtdRemetidos
           MOVE WSS-TotalRemetido TO WSS-ValorEd
           DISPLAY "Total da remessa........: R$ " WSS-ValorEd
           DISPLAY "Sem dados bancarios.....: " WSS-QtdSemBanco
           DISPLAY "Ja remetidos ou pagos...: " WSS-QtdJaRemetidos
           DISPLAY "De outras competencias..: " WSS-QtdForaCompet
           DISPLAY "De outro tipo de pagto..: " WSS-QtdOutroTipo
           IF WSS-QtdSemBanco > ZEROS
               DISPLAY "Cadastre banco/agencia/conta no exerc-43-man "
                       "e gere nova remessa para os que faltaram."
           STOP RUN.

      * Um contracheque so entra na remessa se for da competencia
      * e do tipo de pagamento pedidos, ainda nao tiver sido
      * remetido nem pago e a matricula tiver banco cadastrado.
      * Os demais passam para o HOLERITESNOVO sem mudanca de
      * situacao.
       TratarHolerite.
           IF HOL-COMPETENCIA NOT = WSS-Competencia
               ADD 1 TO WSS-QtdForaCompet
           ELSE
               IF (WSS-TipoRemessa = "FO" AND NOT HOL-DA-FOLHA)
                  OR (WSS-TipoRemessa NOT = "FO"
                      AND HOL-TIPO NOT = WSS-TipoRemessa)
                   ADD 1 TO WSS-QtdOutroTipo
               ELSE
                   IF HOL-REMETIDO OR HOL-PAGO
                       ADD 1 TO WSS-QtdJaRemetidos
                   ELSE
                       PERFORM RemeterHolerite
                   END-IF
               END-IF
           END-IF.

                       MOVE FUN-CONTABANCO TO det-conta
                       MOVE HOL-LIQUIDO TO det-valor
                       MOVE HOL-NOME TO det-nome
                       MOVE WSS-TipoRemessa TO det-tipo
                       WRITE REMESSA-REG FROM WSS-REM-DETALHE
                       MOVE "R" TO HOL-SITUACAO
                       ADD 1 TO WSS-QtdRemetidos
