       IDENTIFICATION DIVISION.
       PROGRAM-ID. Exerc-15-Rnk.
       AUTHOR. JOAO_PAULO.

      * Ranking de vendedores por atingimento de meta: le as
      * linhas de vendedor gravadas pelo fechamento de comissoes
      * (exerc-15-com) em COMISSOESMES para a competencia
      * informada e classifica do maior para o menor percentual
      * da meta realizado, com meta, venda, faixa e comissao. Se
      * o fechamento foi refeito vale a ultima linha do vendedor.
      * Vendedor sem meta no mes fica no fim da lista.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT COMISSOES-FILE ASSIGN TO "COMISSOESMES"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WSS-FS-COMISSOES.
           SELECT VENDEDOR-FILE ASSIGN TO "VENDEDORES"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS VDD-CODIGO
               FILE STATUS IS WSS-FS-VENDEDOR.

       DATA DIVISION.
       FILE SECTION.
       FD  COMISSOES-FILE.
       01  WSS-REG-COMISSOES         PIC X(120).

       FD  VENDEDOR-FILE.
           COPY "VENDEDOR.CPY".

       WORKING-STORAGE SECTION.
       77  WSS-FS-COMISSOES     PIC X(02).
       77  WSS-FS-VENDEDOR      PIC X(02).
       77  WSS-Competencia      PIC 9(6).
       77  WSS-fim-arquivo      PIC X(01) VALUE "N".
           88 WSS-NAO-HA-MAIS-LINHAS  VALUE "S".

       77  WSS-IndVend          PIC 9(3).
       77  WSS-IndTroca         PIC 9(3).
       77  WSS-QtdVendedores    PIC 9(3) VALUE ZEROS.
       77  WSS-QtdComMeta       PIC 9(3) VALUE ZEROS.
       77  WSS-QtdNaMeta        PIC 9(3) VALUE ZEROS.
       77  WSS-AchouVendedor    PIC X(01).
       77  WSS-Trocou           PIC X(01).
       01  TABELA-RANKING.
           05  VENDEDOR-RANK OCCURS 100 TIMES.
               10  rnk-codigo         PIC 9(3).
               10  rnk-meta           PIC 9(9)V99.
               10  rnk-base           PIC 9(9)V99.
               10  rnk-atingimento    PIC 9(3)V99.
               10  rnk-faixa          PIC 9(1).
               10  rnk-percentual     PIC 9(2)V99.
               10  rnk-comissao       PIC 9(7)V99.
       01  WSS-RANK-TROCA.
           05  trc-codigo         PIC 9(3).
           05  trc-meta           PIC 9(9)V99.
           05  trc-base           PIC 9(9)V99.
           05  trc-atingimento    PIC 9(3)V99.
           05  trc-faixa          PIC 9(1).
           05  trc-percentual     PIC 9(2)V99.
           05  trc-comissao       PIC 9(7)V99.

           COPY "COMISMES.CPY".

       77  WSS-NomeVendedor     PIC X(30).
       77  WSS-Posicao          PIC zz9.
       77  WSS-MetaEd           PIC zzz,zzz,zz9.99.
       77  WSS-BaseEd           PIC zzz,zzz,zz9.99.
       77  WSS-AtingEd          PIC zz9.99.
       77  WSS-ComissaoEd       PIC zzz,zz9.99.

       PROCEDURE DIVISION.
       Inicio.
           DISPLAY "Competencia do ranking (AAAAMM): "
           ACCEPT WSS-Competencia

           OPEN INPUT COMISSOES-FILE
           IF WSS-FS-COMISSOES = "35"
               DISPLAY "Arquivo COMISSOESMES nao encontrado. Rode o "
                       "fechamento de comissoes (exerc-15-com)."
           ELSE
               READ COMISSOES-FILE
                   AT END SET WSS-NAO-HA-MAIS-LINHAS TO TRUE
               END-READ
               PERFORM UNTIL WSS-NAO-HA-MAIS-LINHAS
                   IF WSS-REG-COMISSOES (1:10) = "VENDEDOR: "
                       MOVE WSS-REG-COMISSOES TO LINHA-COMISSAO
                       IF CMS-COMPETENCIA = WSS-Competencia
                           PERFORM GuardarVendedor
                       END-IF
                   END-IF
                   READ COMISSOES-FILE
                       AT END SET WSS-NAO-HA-MAIS-LINHAS TO TRUE
                   END-READ
               END-PERFORM
               CLOSE COMISSOES-FILE

               PERFORM OrdenarPorAtingimento
               PERFORM ListarRanking
           END-IF

           DISPLAY SPACE
           display "Obrigado volte sempre!!! "
           DISPLAY SPACE

           ACCEPT OMITTED.
           EXIT PROGRAM.
           STOP RUN.

      * Fechamento refeito grava de novo o vendedor: a linha mais
      * recente substitui a anterior.
       GuardarVendedor.
           MOVE "N" TO WSS-AchouVendedor
           PERFORM VARYING WSS-IndVend FROM 1 BY 1
                   UNTIL WSS-IndVend > WSS-QtdVendedores
                      OR WSS-AchouVendedor = "S"
               IF rnk-codigo (WSS-IndVend) = CMS-CODIGO
                   MOVE "S" TO WSS-AchouVendedor
                   SUBTRACT 1 FROM WSS-IndVend
               END-IF
           END-PERFORM
           IF WSS-AchouVendedor = "N"
               IF WSS-QtdVendedores = 100
                   DISPLAY "Limite de 100 vendedores atingido. "
                           "Vendedor " CMS-CODIGO " fora do "
                           "ranking."
               ELSE
                   ADD 1 TO WSS-QtdVendedores
                   MOVE WSS-QtdVendedores TO WSS-IndVend
                   MOVE "S" TO WSS-AchouVendedor
               END-IF
           END-IF
           IF WSS-AchouVendedor = "S"
               MOVE CMS-CODIGO TO rnk-codigo (WSS-IndVend)
               MOVE CMS-META TO rnk-meta (WSS-IndVend)
               MOVE CMS-BASE TO rnk-base (WSS-IndVend)
               MOVE CMS-ATINGIMENTO TO rnk-atingimento (WSS-IndVend)
               MOVE CMS-FAIXA TO rnk-faixa (WSS-IndVend)
               MOVE CMS-PERCENTUAL TO rnk-percentual (WSS-IndVend)
               MOVE CMS-COMISSAO TO rnk-comissao (WSS-IndVend)
           END-IF.

       OrdenarPorAtingimento.
           MOVE "S" TO WSS-Trocou
           PERFORM UNTIL WSS-Trocou = "N"
               MOVE "N" TO WSS-Trocou
               PERFORM VARYING WSS-IndTroca FROM 1 BY 1
                       UNTIL WSS-IndTroca NOT < WSS-QtdVendedores
                   IF rnk-atingimento (WSS-IndTroca) <
                      rnk-atingimento (WSS-IndTroca + 1)
                      OR (rnk-atingimento (WSS-IndTroca) =
                          rnk-atingimento (WSS-IndTroca + 1)
                          AND rnk-base (WSS-IndTroca) <
                              rnk-base (WSS-IndTroca + 1))
                       MOVE VENDEDOR-RANK (WSS-IndTroca)
                            TO WSS-RANK-TROCA
                       MOVE VENDEDOR-RANK (WSS-IndTroca + 1)
                            TO VENDEDOR-RANK (WSS-IndTroca)
                       MOVE WSS-RANK-TROCA
                            TO VENDEDOR-RANK (WSS-IndTroca + 1)
                       MOVE "S" TO WSS-Trocou
                   END-IF
               END-PERFORM
           END-PERFORM.

       ListarRanking.
           DISPLAY "------ RANKING DE ATINGIMENTO DE METAS "
                   WSS-Competencia " ------"
           IF WSS-QtdVendedores = ZEROS
               DISPLAY "Nenhum fechamento de comissoes na "
                       "competencia."
           END-IF
           PERFORM VARYING WSS-IndVend FROM 1 BY 1
                   UNTIL WSS-IndVend > WSS-QtdVendedores
               PERFORM BuscarVendedor
               MOVE WSS-IndVend TO WSS-Posicao
               MOVE rnk-meta (WSS-IndVend) TO WSS-MetaEd
               MOVE rnk-base (WSS-IndVend) TO WSS-BaseEd
               MOVE rnk-atingimento (WSS-IndVend) TO WSS-AtingEd
               MOVE rnk-comissao (WSS-IndVend) TO WSS-ComissaoEd
               IF rnk-meta (WSS-IndVend) = ZEROS
                   DISPLAY WSS-Posicao ". [" rnk-codigo (WSS-IndVend)
                           "] " WSS-NomeVendedor " SEM META"
                   DISPLAY "     venda: " WSS-BaseEd
                           " comissao: " WSS-ComissaoEd
               ELSE
                   ADD 1 TO WSS-QtdComMeta
                   IF rnk-atingimento (WSS-IndVend) NOT < 100
                       ADD 1 TO WSS-QtdNaMeta
                   END-IF
                   DISPLAY WSS-Posicao ". [" rnk-codigo (WSS-IndVend)
                           "] " WSS-NomeVendedor " "
                           WSS-AtingEd " % da meta"
                   DISPLAY "     meta: " WSS-MetaEd
                           " venda: " WSS-BaseEd
                           " faixa: " rnk-faixa (WSS-IndVend)
                           " comissao: " WSS-ComissaoEd
               END-IF
           END-PERFORM
           DISPLAY SPACE
           DISPLAY "Vendedores no ranking......: " WSS-QtdVendedores
           DISPLAY "Vendedores com meta........: " WSS-QtdComMeta
           DISPLAY "Meta batida (100% ou mais).: " WSS-QtdNaMeta.

       BuscarVendedor.
           MOVE SPACES TO WSS-NomeVendedor
           OPEN INPUT VENDEDOR-FILE
           IF WSS-FS-VENDEDOR = "35"
               CONTINUE
           ELSE
               MOVE rnk-codigo (WSS-IndVend) TO VDD-CODIGO
               READ VENDEDOR-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE VDD-NOME TO WSS-NomeVendedor
               END-READ
               CLOSE VENDEDOR-FILE
           END-IF.
      *wrun32 exerc-15-rnk
