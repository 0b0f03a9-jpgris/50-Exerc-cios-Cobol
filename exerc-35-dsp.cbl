       IDENTIFICATION DIVISION.
       PROGRAM-ID. Exerc-35-Dsp.
       AUTHOR. JOAO_PAULO.

      * Desempenho mensal de fornecedores a partir do historico
      * ENTREGAS gravado pelo recebimento (exerc-35-rcb). Para a
      * competencia informada, por fornecedor de FORNECEDORES:
      * numero de entregas, prazo medio (dias entre o pedido e a
      * entrega), percentual de entregas no prazo combinado
      * (FOR-PRAZOENTREGA; fornecedor sem prazo nao entra na
      * pontualidade), taxa de atendimento (unidades entregues
      * sobre entregues mais faltas encerradas) e pedidos
      * encerrados com falta. Base da renegociacao anual dos
      * contratos; copia de papel pelo spool IMPRESSAO.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ENTREGAS-FILE ASSIGN TO "ENTREGAS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WSS-FS-ENTREGAS.
           SELECT FORNEC-FILE ASSIGN TO "FORNECEDORES"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FOR-CODIGO
               FILE STATUS IS WSS-FS-FORNEC.

       DATA DIVISION.
       FILE SECTION.
       FD  ENTREGAS-FILE.
           COPY "ENTREGA.CPY".

       FD  FORNEC-FILE.
           COPY "FORNEC.CPY".

       WORKING-STORAGE SECTION.
       77  WSS-FS-ENTREGAS      PIC X(02).
       77  WSS-FS-FORNEC        PIC X(02).
       77  WSS-fim-entregas     PIC X(01) VALUE "N".
           88 WSS-NAO-HA-MAIS-ENTREGAS  VALUE "S".
       77  WSS-FornecAberto     PIC X(01) VALUE "N".

       77  WSS-Competencia      PIC 9(6).
       77  WSS-CompEntrega      PIC 9(6).
       77  WSS-NomeFornec       PIC X(30).
       77  WSS-PrazoCombinado   PIC 9(3).
       77  WSS-TemPrazo         PIC X(01).
       77  WSS-DiasEntrega      PIC S9(5).

       77  WSS-IndFor           PIC 9(3).
       77  WSS-QtdFornec        PIC 9(3) VALUE ZEROS.
       77  WSS-AchouFornec      PIC X(01).
       01  TABELA-DESEMPENHO.
           05  DESEMPENHO-FORNEC OCCURS 200 TIMES.
               10  dsp-fornec        PIC 9(3).
               10  dsp-entregas      PIC 9(5).
               10  dsp-dias          PIC 9(7).
               10  dsp-avaliadas     PIC 9(5).
               10  dsp-noprazo       PIC 9(5).
               10  dsp-entregue      PIC 9(7).
               10  dsp-falta         PIC 9(7).
               10  dsp-encerrados    PIC 9(5).

       77  WSS-PrazoMedio       PIC 9(3)V9.
       77  WSS-PercPrazo        PIC 9(3)V9.
       77  WSS-PercAtend        PIC 9(3)V9.
       77  WSS-PrazoMedioEd     PIC zz9.9.
       77  WSS-PercPrazoEd      PIC zz9.9.
       77  WSS-PercAtendEd      PIC zz9.9.
       77  WSS-PontualEd        PIC X(06).

       77  WSS-TotEntregas      PIC 9(7) VALUE ZEROS.
       77  WSS-TotDias          PIC 9(9) VALUE ZEROS.
       77  WSS-TotAvaliadas     PIC 9(7) VALUE ZEROS.
       77  WSS-TotNoPrazo       PIC 9(7) VALUE ZEROS.
       77  WSS-TotEntregue      PIC 9(9) VALUE ZEROS.
       77  WSS-TotFalta         PIC 9(9) VALUE ZEROS.
       77  WSS-TotEncerrados    PIC 9(7) VALUE ZEROS.

       77  WSS-ImpComando       PIC X(01).
       77  WSS-ImpTexto         PIC X(80).
       77  WSS-ImpColunas       PIC X(80).

       PROCEDURE DIVISION.
       Inicio.
           DISPLAY "Competencia (AAAAMM): "
           ACCEPT WSS-Competencia

           OPEN INPUT ENTREGAS-FILE
           IF WSS-FS-ENTREGAS = "35"
               DISPLAY "Arquivo ENTREGAS nao encontrado. As entregas "
                       "sao gravadas pelo exerc-35-rcb."
               GO TO Encerramento
           END-IF
           OPEN INPUT FORNEC-FILE
           IF WSS-FS-FORNEC = "00"
               MOVE "S" TO WSS-FornecAberto
           END-IF

           READ ENTREGAS-FILE
               AT END SET WSS-NAO-HA-MAIS-ENTREGAS TO TRUE
           END-READ
           PERFORM UNTIL WSS-NAO-HA-MAIS-ENTREGAS
               MOVE ENT-DATA (1:6) TO WSS-CompEntrega
               IF WSS-CompEntrega = WSS-Competencia
                   PERFORM AcumularEntrega
               END-IF
               READ ENTREGAS-FILE
                   AT END SET WSS-NAO-HA-MAIS-ENTREGAS TO TRUE
               END-READ
           END-PERFORM
           CLOSE ENTREGAS-FILE

           MOVE "P" TO WSS-ImpComando
           MOVE "EXERC-35-DSP" TO WSS-ImpTexto
           CALL "IMPRIME" USING WSS-ImpComando WSS-ImpTexto
                WSS-ImpColunas
           MOVE "A" TO WSS-ImpComando
           MOVE SPACES TO WSS-ImpTexto
           STRING "DESEMPENHO DE FORNECEDORES - COMPETENCIA "
                  WSS-Competencia
                  DELIMITED BY SIZE INTO WSS-ImpTexto
           END-STRING
           MOVE "FOR NOME            ENTREG PRZMED %PRAZO %ATEND FALTA"
                TO WSS-ImpColunas
           CALL "IMPRIME" USING WSS-ImpComando WSS-ImpTexto
                WSS-ImpColunas

           DISPLAY "------ DESEMPENHO DE FORNECEDORES " WSS-Competencia
                   " ------"
           IF WSS-QtdFornec = ZEROS
               DISPLAY "Nenhuma entrega na competencia."
           END-IF
           PERFORM VARYING WSS-IndFor FROM 1 BY 1
                   UNTIL WSS-IndFor > WSS-QtdFornec
               PERFORM ListarFornecedor
           END-PERFORM
           IF WSS-FornecAberto = "S"
               CLOSE FORNEC-FILE
           END-IF

           PERFORM ListarTotais.

       Encerramento.
           DISPLAY SPACE
           display "Obrigado volte sempre!!! "
           DISPLAY SPACE

           ACCEPT OMITTED.
           EXIT PROGRAM.
           STOP RUN.

       AcumularEntrega.
           MOVE "N" TO WSS-AchouFornec
           PERFORM VARYING WSS-IndFor FROM 1 BY 1
                   UNTIL WSS-IndFor > WSS-QtdFornec
                      OR WSS-AchouFornec = "S"
               IF dsp-fornec (WSS-IndFor) = ENT-FORNECEDOR
                   MOVE "S" TO WSS-AchouFornec
                   SUBTRACT 1 FROM WSS-IndFor
               END-IF
           END-PERFORM
           IF WSS-AchouFornec = "N"
               IF WSS-QtdFornec < 200
                   ADD 1 TO WSS-QtdFornec
                   MOVE WSS-QtdFornec TO WSS-IndFor
                   INITIALIZE DESEMPENHO-FORNEC (WSS-IndFor)
                   MOVE ENT-FORNECEDOR TO dsp-fornec (WSS-IndFor)
                   MOVE "S" TO WSS-AchouFornec
               ELSE
                   DISPLAY "Limite de 200 fornecedores atingido. "
                           "Fornecedor " ENT-FORNECEDOR " ignorado."
               END-IF
           END-IF
           IF WSS-AchouFornec = "S"
               IF ENT-FALTA
                   ADD 1 TO dsp-encerrados (WSS-IndFor)
                   ADD ENT-QTD TO dsp-falta (WSS-IndFor)
               ELSE
                   PERFORM AcumularRecebimento
               END-IF
           END-IF.

      * Prazo da entrega contado da data do pedido; no prazo
      * quando nao passa do prazo combinado do fornecedor.
       AcumularRecebimento.
           ADD 1 TO dsp-entregas (WSS-IndFor)
           ADD ENT-QTD TO dsp-entregue (WSS-IndFor)
           MOVE ZEROS TO WSS-DiasEntrega
           IF ENT-DATAPEDIDO > ZEROS
              AND ENT-DATA NOT < ENT-DATAPEDIDO
               COMPUTE WSS-DiasEntrega =
                       FUNCTION INTEGER-OF-DATE (ENT-DATA) -
                       FUNCTION INTEGER-OF-DATE (ENT-DATAPEDIDO)
           END-IF
           ADD WSS-DiasEntrega TO dsp-dias (WSS-IndFor)
           PERFORM BuscarFornecedor
           IF WSS-TemPrazo = "S"
               ADD 1 TO dsp-avaliadas (WSS-IndFor)
               IF WSS-DiasEntrega NOT > WSS-PrazoCombinado
                   ADD 1 TO dsp-noprazo (WSS-IndFor)
               END-IF
           END-IF.

       BuscarFornecedor.
           MOVE "*** SEM CADASTRO ***" TO WSS-NomeFornec
           MOVE ZEROS TO WSS-PrazoCombinado
           MOVE "N" TO WSS-TemPrazo
           IF WSS-FornecAberto = "S"
               MOVE dsp-fornec (WSS-IndFor) TO FOR-CODIGO
               READ FORNEC-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE FOR-NOME TO WSS-NomeFornec
                       IF FOR-PRAZOENTREGA NUMERIC
                          AND FOR-PRAZOENTREGA > ZEROS
                           MOVE FOR-PRAZOENTREGA
                                TO WSS-PrazoCombinado
                           MOVE "S" TO WSS-TemPrazo
                       END-IF
               END-READ
           END-IF.

       ListarFornecedor.
           PERFORM BuscarFornecedor
           MOVE ZEROS TO WSS-PrazoMedio
           IF dsp-entregas (WSS-IndFor) > ZEROS
               COMPUTE WSS-PrazoMedio ROUNDED =
                       dsp-dias (WSS-IndFor) /
                       dsp-entregas (WSS-IndFor)
           END-IF
           MOVE WSS-PrazoMedio TO WSS-PrazoMedioEd
           IF dsp-avaliadas (WSS-IndFor) > ZEROS
               COMPUTE WSS-PercPrazo ROUNDED =
                       dsp-noprazo (WSS-IndFor) * 100 /
                       dsp-avaliadas (WSS-IndFor)
               MOVE WSS-PercPrazo TO WSS-PercPrazoEd
               MOVE WSS-PercPrazoEd TO WSS-PontualEd
           ELSE
               MOVE "S/PRZ" TO WSS-PontualEd
           END-IF
           MOVE ZEROS TO WSS-PercAtend
           IF dsp-entregue (WSS-IndFor) + dsp-falta (WSS-IndFor)
              > ZEROS
               COMPUTE WSS-PercAtend ROUNDED =
                       dsp-entregue (WSS-IndFor) * 100 /
                       (dsp-entregue (WSS-IndFor) +
                        dsp-falta (WSS-IndFor))
           END-IF
           MOVE WSS-PercAtend TO WSS-PercAtendEd

           DISPLAY "Fornecedor " dsp-fornec (WSS-IndFor) " "
                   WSS-NomeFornec
           DISPLAY "   entregas " dsp-entregas (WSS-IndFor)
                   " prazo medio " WSS-PrazoMedioEd " dias"
                   " no prazo " WSS-PontualEd "%"
                   " atendimento " WSS-PercAtendEd "%"
                   " encerrados com falta "
                   dsp-encerrados (WSS-IndFor)

           MOVE "D" TO WSS-ImpComando
           MOVE SPACES TO WSS-ImpTexto
           STRING dsp-fornec (WSS-IndFor) " "
                  WSS-NomeFornec (1:18) " "
                  dsp-entregas (WSS-IndFor) "  "
                  WSS-PrazoMedioEd "  "
                  WSS-PontualEd " "
                  WSS-PercAtendEd "  "
                  dsp-encerrados (WSS-IndFor)
                  DELIMITED BY SIZE INTO WSS-ImpTexto
           END-STRING
           CALL "IMPRIME" USING WSS-ImpComando WSS-ImpTexto
                WSS-ImpColunas

           ADD dsp-entregas (WSS-IndFor) TO WSS-TotEntregas
           ADD dsp-dias (WSS-IndFor) TO WSS-TotDias
           ADD dsp-avaliadas (WSS-IndFor) TO WSS-TotAvaliadas
           ADD dsp-noprazo (WSS-IndFor) TO WSS-TotNoPrazo
           ADD dsp-entregue (WSS-IndFor) TO WSS-TotEntregue
           ADD dsp-falta (WSS-IndFor) TO WSS-TotFalta
           ADD dsp-encerrados (WSS-IndFor) TO WSS-TotEncerrados.

       ListarTotais.
           MOVE ZEROS TO WSS-PrazoMedio
           IF WSS-TotEntregas > ZEROS
               COMPUTE WSS-PrazoMedio ROUNDED =
                       WSS-TotDias / WSS-TotEntregas
           END-IF
           MOVE WSS-PrazoMedio TO WSS-PrazoMedioEd
           MOVE ZEROS TO WSS-PercPrazo
           IF WSS-TotAvaliadas > ZEROS
               COMPUTE WSS-PercPrazo ROUNDED =
                       WSS-TotNoPrazo * 100 / WSS-TotAvaliadas
           END-IF
           MOVE WSS-PercPrazo TO WSS-PercPrazoEd
           MOVE ZEROS TO WSS-PercAtend
           IF WSS-TotEntregue + WSS-TotFalta > ZEROS
               COMPUTE WSS-PercAtend ROUNDED =
                       WSS-TotEntregue * 100 /
                       (WSS-TotEntregue + WSS-TotFalta)
           END-IF
           MOVE WSS-PercAtend TO WSS-PercAtendEd

           DISPLAY SPACE
           DISPLAY "Fornecedores com movimento: " WSS-QtdFornec
           DISPLAY "Entregas recebidas........: " WSS-TotEntregas
           DISPLAY "Prazo medio geral.........: " WSS-PrazoMedioEd
                   " dias"
           DISPLAY "Entregas no prazo.........: " WSS-PercPrazoEd "%"
           DISPLAY "Atendimento geral.........: " WSS-PercAtendEd "%"
           DISPLAY "Encerrados com falta......: " WSS-TotEncerrados

           MOVE "T" TO WSS-ImpComando
           MOVE SPACES TO WSS-ImpTexto
           STRING "ENTREGAS: " WSS-TotEntregas
                  "  NO PRAZO: " WSS-PercPrazoEd
                  "%  ATEND: " WSS-PercAtendEd
                  "%  FALTAS: " WSS-TotEncerrados
                  DELIMITED BY SIZE INTO WSS-ImpTexto
           END-STRING
           CALL "IMPRIME" USING WSS-ImpComando WSS-ImpTexto
                WSS-ImpColunas.
      *wrun32 exerc-35-dsp
