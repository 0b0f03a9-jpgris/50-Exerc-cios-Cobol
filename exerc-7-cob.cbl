       IDENTIFICATION DIVISION.
       PROGRAM-ID. Exerc-7-Cob.
       AUTHOR. JOAO_PAULO.

      * Cobranca periodica das contas a receber da loja: percorre
      * os titulos em aberto de CONTASREC e, pelos dias de atraso
      * vigentes em COBRANCAPARAM (exerc-7-par), emite pelo spool
      * IMPRIME a carta de lembrete e, mais adiante, a de aviso
      * final, uma vez cada por titulo (a ultima carta enviada
      * fica no titulo). Titulo vencido alem do limite de bloqueio
      * bloqueia o cliente em CLIENTESLJ e o motivo vai para o
      * diario MUDANCAS (GRAVAJRN, operador 000); o recibo
      * (Exerc-7) ja recusa venda a prazo a cliente bloqueado. As
      * cartas trazem a multa e a mora calculadas ate a data.
      * Na venda parcelada cada parcela e um titulo e e cobrada
      * por si.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CONTASREC-FILE ASSIGN TO "CONTASREC"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS REC-CHAVE
               FILE STATUS IS WSS-FS-CONTASREC.
           SELECT CLILOJA-FILE ASSIGN TO "CLIENTESLJ"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CLJ-CODIGO
               FILE STATUS IS WSS-FS-CLILOJA.
           SELECT COBRPAR-FILE ASSIGN TO "COBRANCAPARAM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WSS-FS-COBRPAR.

       DATA DIVISION.
       FILE SECTION.
       FD  CONTASREC-FILE.
           COPY "RECEBER.CPY".

       FD  CLILOJA-FILE.
           COPY "CLILOJA.CPY".

       FD  COBRPAR-FILE.
           COPY "COBRPAR.CPY".

       WORKING-STORAGE SECTION.
       77  WSS-FS-CONTASREC     PIC X(02).
       77  WSS-FS-CLILOJA       PIC X(02).
       77  WSS-FS-COBRPAR       PIC X(02).
       77  WSS-LogPrograma      PIC X(12) VALUE "EXERC-7-COB".
       77  WSS-LogEvento        PIC X(01).
       77  WSS-LogLidos         PIC 9(7) VALUE ZEROS.
       77  WSS-LogGravados      PIC 9(7) VALUE ZEROS.
       77  WSS-LogRejeitados    PIC 9(7) VALUE ZEROS.
       77  WSS-LogRetorno       PIC X(02) VALUE "OK".
       77  WSS-TfsPrograma      PIC X(12) VALUE "exerc-7-cob".
       77  WSS-TfsArquivo       PIC X(12).
       77  WSS-TfsOperacao      PIC X(10).

       77  WSS-DataHoje         PIC 9(8).
       77  WSS-Operador         PIC 9(3) VALUE ZEROS.
       77  WSS-fim-titulos      PIC X(01) VALUE "N".
           88 WSS-NAO-HA-MAIS-TITULOS  VALUE "S".
       77  WSS-fim-parametros   PIC X(01) VALUE "N".
           88 WSS-NAO-HA-MAIS-PARAMETROS  VALUE "S".
       77  WSS-ClientesAberto   PIC X(01) VALUE "N".

       77  WSS-ParamCarregado   PIC X(01) VALUE "N".
       77  WSS-ParamVigencia    PIC 9(8) VALUE ZEROS.
       77  WSS-DiasLembrete     PIC 9(3) VALUE ZEROS.
       77  WSS-DiasAviso        PIC 9(3) VALUE ZEROS.
       77  WSS-DiasBloqueio     PIC 9(3) VALUE ZEROS.
       77  WSS-PercMulta        PIC 9(2)V99 VALUE ZEROS.
       77  WSS-PercMora         PIC 9V9999 VALUE ZEROS.

       77  WSS-DiasAtraso       PIC S9(5).
       77  WSS-DiasEd           PIC zzzz9.
       77  WSS-DiasRestantes    PIC 9(3).
       77  WSS-Multa            PIC 9(7)V99.
       77  WSS-Mora             PIC 9(7)V99.
       77  WSS-TotalAtualizado  PIC 9(8)V99.
       77  WSS-TipoCarta        PIC X(01).
       77  WSS-NomeCliente      PIC X(30).

       77  WSS-QtdVencidos      PIC 9(5) VALUE ZEROS.
       77  WSS-QtdLembretes     PIC 9(5) VALUE ZEROS.
       77  WSS-QtdAvisos        PIC 9(5) VALUE ZEROS.
       77  WSS-QtdBloqueados    PIC 9(5) VALUE ZEROS.

       77  WSS-JrnArquivo       PIC X(12) VALUE "CLIENTESLJ".
       77  WSS-JrnChave         PIC X(10).
       77  WSS-JrnCampo         PIC X(12) VALUE "SITUACAO".
       77  WSS-JrnAntigo        PIC X(30).
       77  WSS-JrnNovo          PIC X(30).

       77  WSS-ValorEd          PIC z,zzz,zz9.99.
       77  WSS-Valor2Ed         PIC z,zzz,zz9.99.
       77  WSS-Valor3Ed         PIC zz,zzz,zz9.99.

       77  WSS-ImpComando       PIC X(01).
       77  WSS-ImpTexto         PIC X(80).
       77  WSS-ImpColunas       PIC X(80).

       PROCEDURE DIVISION.
       Inicio.
           MOVE "I" TO WSS-LogEvento
           CALL "GRAVALOG" USING WSS-LogPrograma WSS-LogEvento
                WSS-LogLidos WSS-LogGravados WSS-LogRejeitados
                WSS-LogRetorno

           ACCEPT WSS-DataHoje FROM DATE YYYYMMDD
           PERFORM CarregarParametros
           IF WSS-ParamCarregado = "N"
               DISPLAY "Nenhum parametro vigente em COBRANCAPARAM. "
                       "Lance no exerc-7-par antes da cobranca."
               GO TO GravarFimLog
           END-IF

           OPEN I-O CONTASREC-FILE
           IF WSS-FS-CONTASREC = "35"
               DISPLAY "Arquivo CONTASREC nao encontrado. Nenhuma "
                       "venda a prazo gravada ate agora."
               GO TO GravarFimLog
           END-IF
           MOVE "CONTASREC" TO WSS-TfsArquivo
           MOVE "OPEN I-O" TO WSS-TfsOperacao
           CALL "TRATAFS" USING WSS-TfsPrograma
                WSS-TfsArquivo WSS-TfsOperacao WSS-FS-CONTASREC
           IF WSS-FS-CONTASREC NOT = "00"
               MOVE "ER" TO WSS-LogRetorno
               GO TO GravarFimLog
           END-IF

           OPEN I-O CLILOJA-FILE
           IF WSS-FS-CLILOJA = "00"
               MOVE "S" TO WSS-ClientesAberto
           ELSE
               DISPLAY "Arquivo CLIENTESLJ indisponivel. Status: "
                       WSS-FS-CLILOJA ". Cartas sem nome e sem "
                       "bloqueio."
           END-IF

           MOVE LOW-VALUES TO REC-CHAVE
           START CONTASREC-FILE KEY NOT < REC-CHAVE
               INVALID KEY SET WSS-NAO-HA-MAIS-TITULOS TO TRUE
           END-START
           PERFORM UNTIL WSS-NAO-HA-MAIS-TITULOS
               READ CONTASREC-FILE NEXT RECORD
                   AT END SET WSS-NAO-HA-MAIS-TITULOS TO TRUE
                   NOT AT END
                       ADD 1 TO WSS-LogLidos
                       IF REC-ABERTO
                           PERFORM CobrarTitulo THRU CobrarTitulo-Fim
                       END-IF
               END-READ
           END-PERFORM

           CLOSE CONTASREC-FILE
           IF WSS-ClientesAberto = "S"
               CLOSE CLILOJA-FILE
           END-IF

           DISPLAY "------ COBRANCA DE CONTAS A RECEBER "
                   WSS-DataHoje " ------"
           DISPLAY "Parametros vigentes desde " WSS-ParamVigencia
           DISPLAY "Titulos vencidos.....: " WSS-QtdVencidos
           DISPLAY "Lembretes emitidos...: " WSS-QtdLembretes
           DISPLAY "Avisos finais........: " WSS-QtdAvisos
           DISPLAY "Clientes bloqueados..: " WSS-QtdBloqueados

           COMPUTE WSS-LogGravados = WSS-QtdLembretes + WSS-QtdAvisos
                   + WSS-QtdBloqueados.

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

      * Uma carta por etapa: o aviso final substitui o lembrete
      * quando o titulo ja passou dos dois prazos sem carta.
       CobrarTitulo.
           COMPUTE WSS-DiasAtraso =
                   FUNCTION INTEGER-OF-DATE (WSS-DataHoje) -
                   FUNCTION INTEGER-OF-DATE (REC-VENCIMENTO)
           IF WSS-DiasAtraso NOT > ZEROS
               GO TO CobrarTitulo-Fim
           END-IF
           ADD 1 TO WSS-QtdVencidos
           PERFORM BuscarCliente
           PERFORM CalcularEncargos

           MOVE SPACE TO WSS-TipoCarta
           EVALUATE TRUE
               WHEN WSS-DiasAviso > ZEROS
                    AND WSS-DiasAtraso NOT < WSS-DiasAviso
                    AND NOT REC-AVISOFINAL-ENVIADO
                   MOVE "F" TO WSS-TipoCarta
               WHEN WSS-DiasLembrete > ZEROS
                    AND WSS-DiasAtraso NOT < WSS-DiasLembrete
                    AND NOT REC-LEMBRETE-ENVIADO
                    AND NOT REC-AVISOFINAL-ENVIADO
                   MOVE "L" TO WSS-TipoCarta
           END-EVALUATE
           IF WSS-TipoCarta NOT = SPACE
               PERFORM EmitirCarta
               MOVE WSS-TipoCarta TO REC-AVISO
               MOVE WSS-DataHoje TO REC-DTAVISO
               REWRITE RECEBER-REG
               MOVE "REWRITE" TO WSS-TfsOperacao
               MOVE "CONTASREC" TO WSS-TfsArquivo
               CALL "TRATAFS" USING WSS-TfsPrograma
                    WSS-TfsArquivo WSS-TfsOperacao
                    WSS-FS-CONTASREC
           END-IF

           IF WSS-DiasBloqueio > ZEROS
              AND WSS-DiasAtraso > WSS-DiasBloqueio
              AND WSS-ClientesAberto = "S"
               PERFORM BloquearCliente
           END-IF.

       CobrarTitulo-Fim.
           EXIT.

       BuscarCliente.
           MOVE SPACES TO WSS-NomeCliente
           IF WSS-ClientesAberto = "S"
               MOVE REC-CLIENTE TO CLJ-CODIGO
               READ CLILOJA-FILE
                   INVALID KEY
                       MOVE "(cliente nao cadastrado)"
                            TO WSS-NomeCliente
                   NOT INVALID KEY
                       MOVE CLJ-NOME TO WSS-NomeCliente
               END-READ
           END-IF.

      * Mesma conta do recebimento (exerc-7-ctr): multa sobre o
      * valor do titulo e mora por dia corrido de atraso.
       CalcularEncargos.
           COMPUTE WSS-Multa ROUNDED =
                   REC-VALOR * WSS-PercMulta / 100
           COMPUTE WSS-Mora ROUNDED =
                   REC-VALOR * WSS-PercMora / 100 * WSS-DiasAtraso
           COMPUTE WSS-TotalAtualizado =
                   REC-VALOR + WSS-Multa + WSS-Mora.

       EmitirCarta.
           MOVE "P" TO WSS-ImpComando
           MOVE "EXERC-7-COB" TO WSS-ImpTexto
           MOVE WSS-Operador TO WSS-ImpTexto (13:3)
           CALL "IMPRIME" USING WSS-ImpComando WSS-ImpTexto
                WSS-ImpColunas
           MOVE "A" TO WSS-ImpComando
           IF WSS-TipoCarta = "F"
               MOVE "AVISO FINAL DE COBRANCA" TO WSS-ImpTexto
               ADD 1 TO WSS-QtdAvisos
           ELSE
               MOVE "LEMBRETE DE COBRANCA" TO WSS-ImpTexto
               ADD 1 TO WSS-QtdLembretes
           END-IF
           MOVE SPACES TO WSS-ImpColunas
           STRING "CLIENTE " REC-CLIENTE " " WSS-NomeCliente
                  DELIMITED BY SIZE INTO WSS-ImpColunas
           END-STRING
           CALL "IMPRIME" USING WSS-ImpComando WSS-ImpTexto
                WSS-ImpColunas

           MOVE "D" TO WSS-ImpComando
           MOVE "Prezado cliente, consta em aberto o titulo abaixo,"
                TO WSS-ImpTexto
           CALL "IMPRIME" USING WSS-ImpComando WSS-ImpTexto
                WSS-ImpColunas
           MOVE "referente a compra a prazo em nossa loja."
                TO WSS-ImpTexto
           CALL "IMPRIME" USING WSS-ImpComando WSS-ImpTexto
                WSS-ImpColunas
           MOVE SPACES TO WSS-ImpTexto
           CALL "IMPRIME" USING WSS-ImpComando WSS-ImpTexto
                WSS-ImpColunas
           MOVE SPACES TO WSS-ImpTexto
           MOVE WSS-DiasAtraso TO WSS-DiasEd
           STRING "  Recibo " REC-RECIBO "  parcela " REC-PARCELA
                  "/" REC-QTDPARCELAS "  emissao " REC-EMISSAO
                  DELIMITED BY SIZE INTO WSS-ImpTexto
           END-STRING
           CALL "IMPRIME" USING WSS-ImpComando WSS-ImpTexto
                WSS-ImpColunas
           MOVE SPACES TO WSS-ImpTexto
           STRING "  Vencimento " REC-VENCIMENTO
                  "  atraso " WSS-DiasEd " dias"
                  DELIMITED BY SIZE INTO WSS-ImpTexto
           END-STRING
           CALL "IMPRIME" USING WSS-ImpComando WSS-ImpTexto
                WSS-ImpColunas
           MOVE SPACES TO WSS-ImpTexto
           MOVE REC-VALOR TO WSS-ValorEd
           STRING "  Valor da parcela.....: " WSS-ValorEd
                  DELIMITED BY SIZE INTO WSS-ImpTexto
           END-STRING
           CALL "IMPRIME" USING WSS-ImpComando WSS-ImpTexto
                WSS-ImpColunas
           MOVE SPACES TO WSS-ImpTexto
           MOVE WSS-Multa TO WSS-ValorEd
           MOVE WSS-Mora TO WSS-Valor2Ed
           STRING "  Multa: " WSS-ValorEd "   Mora ate hoje: "
                  WSS-Valor2Ed
                  DELIMITED BY SIZE INTO WSS-ImpTexto
           END-STRING
           CALL "IMPRIME" USING WSS-ImpComando WSS-ImpTexto
                WSS-ImpColunas
           MOVE SPACES TO WSS-ImpTexto
           MOVE WSS-TotalAtualizado TO WSS-Valor3Ed
           STRING "  Total atualizado.....: " WSS-Valor3Ed
                  DELIMITED BY SIZE INTO WSS-ImpTexto
           END-STRING
           CALL "IMPRIME" USING WSS-ImpComando WSS-ImpTexto
                WSS-ImpColunas
           MOVE SPACES TO WSS-ImpTexto
           CALL "IMPRIME" USING WSS-ImpComando WSS-ImpTexto
                WSS-ImpColunas
           IF WSS-TipoCarta = "F"
               IF WSS-DiasBloqueio > ZEROS
                  AND WSS-DiasAtraso NOT > WSS-DiasBloqueio
                   COMPUTE WSS-DiasRestantes =
                           WSS-DiasBloqueio - WSS-DiasAtraso
                   MOVE SPACES TO WSS-ImpTexto
                   STRING "ULTIMO AVISO: sem o pagamento em "
                          WSS-DiasRestantes " dias o credito a "
                          "prazo sera bloqueado."
                          DELIMITED BY SIZE INTO WSS-ImpTexto
                   END-STRING
               ELSE
                   MOVE "ULTIMO AVISO: regularize ja o pagamento."
                        TO WSS-ImpTexto
               END-IF
           ELSE
               MOVE "Se o pagamento ja foi feito, desconsidere."
                    TO WSS-ImpTexto
           END-IF
           CALL "IMPRIME" USING WSS-ImpComando WSS-ImpTexto
                WSS-ImpColunas

           MOVE "T" TO WSS-ImpComando
           MOVE SPACES TO WSS-ImpTexto
           STRING "TITULO " REC-CLIENTE "/" REC-RECIBO "/"
                  REC-PARCELA
                  DELIMITED BY SIZE INTO WSS-ImpTexto
           END-STRING
           CALL "IMPRIME" USING WSS-ImpComando WSS-ImpTexto
                WSS-ImpColunas.

      * Bloqueio automatico: so muda quem ainda esta ativo; o
      * motivo (atraso e titulo) fica no valor novo do diario.
       BloquearCliente.
           MOVE REC-CLIENTE TO CLJ-CODIGO
           READ CLILOJA-FILE
               INVALID KEY
                   DISPLAY "Cliente " REC-CLIENTE " do titulo "
                           REC-RECIBO " nao cadastrado em "
                           "CLIENTESLJ."
                   ADD 1 TO WSS-LogRejeitados
               NOT INVALID KEY
                   IF NOT CLJ-BLOQUEADO
                       MOVE SPACES TO WSS-JrnAntigo WSS-JrnNovo
                       MOVE CLJ-SITUACAO TO WSS-JrnAntigo
                       MOVE "B" TO CLJ-SITUACAO
                       REWRITE CLILOJA-REG
                       MOVE "REWRITE" TO WSS-TfsOperacao
                       MOVE "CLIENTESLJ" TO WSS-TfsArquivo
                       CALL "TRATAFS" USING WSS-TfsPrograma
                            WSS-TfsArquivo WSS-TfsOperacao
                            WSS-FS-CLILOJA
                       ADD 1 TO WSS-QtdBloqueados
                       MOVE WSS-DiasAtraso TO WSS-DiasEd
                       STRING "B ATRASO" WSS-DiasEd " DIAS "
                              REC-RECIBO "/" REC-PARCELA
                              DELIMITED BY SIZE INTO WSS-JrnNovo
                       END-STRING
                       MOVE SPACES TO WSS-JrnChave
                       MOVE REC-CLIENTE TO WSS-JrnChave (1:5)
                       CALL "GRAVAJRN" USING WSS-JrnArquivo
                            WSS-JrnChave WSS-JrnCampo WSS-JrnAntigo
                            WSS-JrnNovo WSS-Operador
                       DISPLAY "Cliente " CLJ-CODIGO " " CLJ-NOME
                               " bloqueado: titulo " REC-RECIBO
                               "/" REC-PARCELA
                               " com " WSS-DiasEd " dias de atraso."
                   END-IF
           END-READ.

       CarregarParametros.
           OPEN INPUT COBRPAR-FILE
           IF WSS-FS-COBRPAR = "35"
               CONTINUE
           ELSE
               READ COBRPAR-FILE
                   AT END SET WSS-NAO-HA-MAIS-PARAMETROS TO TRUE
               END-READ
               PERFORM UNTIL WSS-NAO-HA-MAIS-PARAMETROS
                   IF CBP-VIGENCIA NOT > WSS-DataHoje
                      AND CBP-APROVADA
                      AND CBP-VIGENCIA NOT < WSS-ParamVigencia
                       MOVE "S" TO WSS-ParamCarregado
                       MOVE CBP-VIGENCIA TO WSS-ParamVigencia
                       MOVE CBP-DIASLEMBRETE TO WSS-DiasLembrete
                       MOVE CBP-DIASAVISO TO WSS-DiasAviso
                       MOVE CBP-DIASBLOQUEIO TO WSS-DiasBloqueio
                       MOVE CBP-MULTA TO WSS-PercMulta
                       MOVE CBP-MORADIA TO WSS-PercMora
                   END-IF
                   READ COBRPAR-FILE
                       AT END SET WSS-NAO-HA-MAIS-PARAMETROS TO TRUE
                   END-READ
               END-PERFORM
               CLOSE COBRPAR-FILE
           END-IF.
      *wrun32 exerc-7-cob
