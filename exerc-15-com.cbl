      * o demonstrativo em COMISSOESMES - uma linha por vendedor e
      * a linha de total para a folha. Vendedor sem cadastro sai
      * apontado e fora do total, para acerto antes do pagamento.
      * Vendedor com meta lancada em METAS para a competencia tem o
      * atingimento (base sobre meta) enquadrado na tabela de
      * faixas FAIXASCOMIS e recebe o percentual da faixa; sem
      * meta, vale o percentual fixo do cadastro. A linha do
      * vendedor leva meta, atingimento e faixa para o ranking
      * (exerc-15-rnk).

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           SELECT COMISSOES-FILE ASSIGN TO "COMISSOESMES"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WSS-FS-COMISSOES.
           SELECT METAS-FILE ASSIGN TO "METAS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MET-CHAVE
               FILE STATUS IS WSS-FS-METAS.
           SELECT FAIXAS-FILE ASSIGN TO "FAIXASCOMIS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FXC-FAIXA
               FILE STATUS IS WSS-FS-FAIXAS.

       DATA DIVISION.
       FILE SECTION.
       FD  COMISSOES-FILE.
       01  WSS-REG-COMISSOES         PIC X(120).

       FD  METAS-FILE.
           COPY "METAS.CPY".

       FD  FAIXAS-FILE.
           COPY "FAIXACOM.CPY".

       WORKING-STORAGE SECTION.
       77  WSS-FS-VENDAS        PIC X(02).
       77  WSS-FS-VENDEDOR      PIC X(02).
       77  WSS-FS-COMISSOES     PIC X(02).
       77  WSS-FS-METAS         PIC X(02).
       77  WSS-FS-FAIXAS        PIC X(02).
       77  WSS-LogPrograma      PIC X(12) VALUE "EXERC-15-COM".
       77  WSS-LogEvento        PIC X(01).
       77  WSS-LogLidos         PIC 9(7) VALUE ZEROS.
               10  com-base           PIC S9(9)V99.
               10  com-desconto       PIC 9(7)V99.

       77  WSS-IndFaixa         PIC 9(2).
       77  WSS-QtdFaixas        PIC 9(2) VALUE ZEROS.
       77  WSS-fim-faixas       PIC X(01) VALUE "N".
           88 WSS-NAO-HA-MAIS-FAIXAS  VALUE "S".
       01  TABELA-FAIXAS.
           05  FAIXA-COMISSAO OCCURS 9 TIMES.
               10  fxc-numero         PIC 9(1).
               10  fxc-minimo         PIC 9(3)V99.
               10  fxc-percentual     PIC 9(2)V99.

       77  WSS-TemMetas         PIC X(01) VALUE "N".
       77  WSS-MetaVendedor     PIC 9(9)V99.
       77  WSS-Atingimento      PIC 9(3)V99.
       77  WSS-FaixaAplicada    PIC 9(1).
       77  WSS-PercAplicado     PIC 9(2)V99.
       77  WSS-MinimoAplicado   PIC 9(3)V99.
       77  WSS-MetaEd           PIC zzz,zzz,zz9.99.
       77  WSS-AtingEd          PIC zz9.99.
       77  WSS-ValorComissao    PIC 9(7)V99.
       77  WSS-TotalComissoes   PIC 9(9)V99 VALUE ZEROS.
       77  WSS-TotalBase        PIC 9(11)V99 VALUE ZEROS.
       77  WSS-ComissaoEd       PIC zzz,zz9.99.
       77  WSS-DescontoEd       PIC zzz,zz9.99.

           COPY "COMISMES.CPY".

       01  WSS-LINHA-TOTAL.
           05  FILLER                PIC X(26)
               GO TO GravarFimLog
           END-IF

           PERFORM CarregarFaixas
           OPEN INPUT METAS-FILE
           IF WSS-FS-METAS = "00"
               MOVE "S" TO WSS-TemMetas
           ELSE
               DISPLAY "Arquivo METAS nao encontrado. Comissao pelo "
                       "percentual fixo do cadastro."
           END-IF

           OPEN EXTEND COMISSOES-FILE
           IF WSS-FS-COMISSOES NOT = "00"
               CLOSE COMISSOES-FILE

           CLOSE VENDEDOR-FILE
           CLOSE COMISSOES-FILE
           IF WSS-TemMetas = "S"
               CLOSE METAS-FILE
           END-IF

           DISPLAY SPACE
           MOVE WSS-TotalBase TO WSS-BaseEd
                               " com base zerada ou negativa no "
                               "mes. Sem comissao."
                   END-IF
                   PERFORM EnquadrarFaixa
                   COMPUTE WSS-ValorComissao ROUNDED =
                           com-base (WSS-IndVend) *
                           (WSS-PercAplicado / 100)
                   ADD com-base (WSS-IndVend) TO WSS-TotalBase
                   ADD WSS-ValorComissao TO WSS-TotalComissoes
                   MOVE com-base (WSS-IndVend) TO WSS-BaseEd
                   MOVE com-desconto (WSS-IndVend)
                        TO WSS-DescontoEd
                   DISPLAY "Vendedor " VDD-CODIGO " " VDD-NOME
                   IF WSS-MetaVendedor = ZEROS
                       DISPLAY "  Sem meta no mes: percentual fixo "
                               "do cadastro."
                   ELSE
                       MOVE WSS-MetaVendedor TO WSS-MetaEd
                       MOVE WSS-Atingimento TO WSS-AtingEd
                       DISPLAY "  Meta: " WSS-MetaEd
                               " atingimento: " WSS-AtingEd
                               " % faixa: " WSS-FaixaAplicada
                   END-IF
                   DISPLAY "  Base liquida: " WSS-BaseEd
                           " percentual: " WSS-PercAplicado
                           " % comissao: " WSS-ComissaoEd
                   DISPLAY "  Descontos concedidos no mes: "
                           WSS-DescontoEd
           MOVE com-codigo (WSS-IndVend) TO CMS-CODIGO
           MOVE WSS-Competencia TO CMS-COMPETENCIA
           MOVE com-base (WSS-IndVend) TO CMS-BASE
           MOVE WSS-PercAplicado TO CMS-PERCENTUAL
           MOVE WSS-ValorComissao TO CMS-COMISSAO
           MOVE WSS-MetaVendedor TO CMS-META
           MOVE WSS-Atingimento TO CMS-ATINGIMENTO
           MOVE WSS-FaixaAplicada TO CMS-FAIXA
           MOVE SPACES TO WSS-REG-COMISSOES
           MOVE LINHA-COMISSAO TO WSS-REG-COMISSOES
           WRITE WSS-REG-COMISSOES
           ADD 1 TO WSS-LogGravados.

      * Tabela de faixas em ordem de numero; a faixa escolhida e a
      * de maior atingimento minimo ja alcancado.
       CarregarFaixas.
           OPEN INPUT FAIXAS-FILE
           IF WSS-FS-FAIXAS NOT = "00"
               DISPLAY "Tabela FAIXASCOMIS nao encontrada. Comissao "
                       "pelo percentual fixo do cadastro."
           ELSE
               READ FAIXAS-FILE NEXT RECORD
                   AT END SET WSS-NAO-HA-MAIS-FAIXAS TO TRUE
               END-READ
               PERFORM UNTIL WSS-NAO-HA-MAIS-FAIXAS
                   IF WSS-QtdFaixas < 9
                       ADD 1 TO WSS-QtdFaixas
                       MOVE FXC-FAIXA TO fxc-numero (WSS-QtdFaixas)
                       MOVE FXC-ATINGMIN TO fxc-minimo (WSS-QtdFaixas)
                       MOVE FXC-PERCCOMIS
                            TO fxc-percentual (WSS-QtdFaixas)
                   END-IF
                   READ FAIXAS-FILE NEXT RECORD
                       AT END SET WSS-NAO-HA-MAIS-FAIXAS TO TRUE
                   END-READ
               END-PERFORM
               CLOSE FAIXAS-FILE
           END-IF.

      * Sem meta, sem tabela de faixas ou abaixo da primeira faixa
      * fica o percentual fixo do vendedor (faixa zero).
       EnquadrarFaixa.
           MOVE ZEROS TO WSS-MetaVendedor
           MOVE ZEROS TO WSS-Atingimento
           MOVE ZEROS TO WSS-FaixaAplicada
           MOVE VDD-PERCCOMIS TO WSS-PercAplicado
           IF WSS-TemMetas = "S"
               MOVE com-codigo (WSS-IndVend) TO MET-VENDEDOR
               MOVE WSS-Competencia TO MET-COMPETENCIA
               READ METAS-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE MET-VALOR TO WSS-MetaVendedor
               END-READ
           END-IF
           IF WSS-MetaVendedor > ZEROS
               COMPUTE WSS-Atingimento ROUNDED =
                       com-base (WSS-IndVend) * 100
                       / WSS-MetaVendedor
                   ON SIZE ERROR
                       MOVE 999.99 TO WSS-Atingimento
               END-COMPUTE
               PERFORM VARYING WSS-IndFaixa FROM 1 BY 1
                       UNTIL WSS-IndFaixa > WSS-QtdFaixas
                   IF WSS-Atingimento NOT < fxc-minimo (WSS-IndFaixa)
                      AND (WSS-FaixaAplicada = ZEROS
                           OR fxc-minimo (WSS-IndFaixa) NOT <
                              WSS-MinimoAplicado)
                       MOVE fxc-numero (WSS-IndFaixa)
                            TO WSS-FaixaAplicada
                       MOVE fxc-minimo (WSS-IndFaixa)
                            TO WSS-MinimoAplicado
                       MOVE fxc-percentual (WSS-IndFaixa)
                            TO WSS-PercAplicado
                   END-IF
               END-PERFORM
           END-IF.
      *wrun32 exerc-15-com
