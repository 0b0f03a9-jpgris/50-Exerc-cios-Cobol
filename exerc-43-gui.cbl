       IDENTIFICATION DIVISION.
       PROGRAM-ID. Exerc-43-Gui.
       AUTHOR. JOAO_PAULO.

      * Resumo mensal dos tributos retidos na folha: le o
      * acumulado GANHOSANO da competencia escolhida e totaliza,
      * por tipo de lancamento (folha, horas extras, comissao,
      * ferias, decimo terceiro e rescisao), o bruto, o INSS e o
      * IRRF retidos, fechando com o valor de cada guia a
      * recolher: GPS com o INSS descontado dos empregados e DARF
      * (codigo 0561, rendimento do trabalho assalariado) com o
      * IRRF. O consignado EC nao e tributo e fica fora. Lancamento
      * gravado antes do destaque de INSS e IRRF no GANHOSANO e
      * contado a parte, com o desconto total, para acerto manual.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT GANHOS-FILE ASSIGN TO "GANHOSANO"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WSS-FS-GANHOS.

       DATA DIVISION.
       FILE SECTION.
       FD  GANHOS-FILE.
           COPY "GANHOS.CPY".

       WORKING-STORAGE SECTION.
       77  WSS-FS-GANHOS        PIC X(02).
       77  WSS-fim-arquivo      PIC X(01) VALUE "N".
           88 WSS-NAO-HA-MAIS-GANHOS  VALUE "S".
       77  WSS-DataHoje         PIC 9(8).
       77  WSS-Competencia      PIC 9(6).
       77  WSS-IndTipo          PIC 9(1).
       77  WSS-QtdLancamentos   PIC 9(5) VALUE ZEROS.
       77  WSS-QtdSemDestaque   PIC 9(5) VALUE ZEROS.
       77  WSS-DescSemDestaque  PIC 9(9)V99 VALUE ZEROS.
       77  WSS-TotalBruto       PIC 9(9)V99 VALUE ZEROS.
       77  WSS-TotalInss        PIC 9(9)V99 VALUE ZEROS.
       77  WSS-TotalIrrf        PIC 9(9)V99 VALUE ZEROS.
       77  WSS-BrutoEd          PIC zzzzzzzz9.99.
       77  WSS-InssEd           PIC zzzzzzzz9.99.
       77  WSS-IrrfEd           PIC zzzzzzzz9.99.

       01  TABELA-TIPOS-INICIAL.
           05  FILLER           PIC X(16) VALUE "FOFolha".
           05  FILLER           PIC X(16) VALUE "HEHoras/adic.".
           05  FILLER           PIC X(16) VALUE "COComissoes".
           05  FILLER           PIC X(16) VALUE "FEFerias".
           05  FILLER           PIC X(16) VALUE "DT13o salario".
           05  FILLER           PIC X(16) VALUE "RERescisao".
       01  TABELA-TIPOS REDEFINES TABELA-TIPOS-INICIAL.
           05  TIPO-GANHO OCCURS 6 TIMES.
               10  tip-codigo       PIC X(02).
               10  tip-descricao    PIC X(14).

       01  TABELA-TOTAIS.
           05  TOTAL-TIPO OCCURS 6 TIMES.
               10  tot-qtd          PIC 9(5).
               10  tot-bruto        PIC 9(9)V99.
               10  tot-inss         PIC 9(9)V99.
               10  tot-irrf         PIC 9(9)V99.

       PROCEDURE DIVISION.
       Inicio.
           ACCEPT WSS-DataHoje FROM DATE YYYYMMDD
           DISPLAY "Competencia do resumo (AAAAMM, 0 = mes atual): "
           ACCEPT WSS-Competencia
           IF WSS-Competencia = ZEROS
               COMPUTE WSS-Competencia = WSS-DataHoje / 100
           END-IF
           INITIALIZE TABELA-TOTAIS

           OPEN INPUT GANHOS-FILE
           IF WSS-FS-GANHOS = "35"
               DISPLAY "Arquivo GANHOSANO nao encontrado."
               GO TO Encerramento
           END-IF

           READ GANHOS-FILE
               AT END SET WSS-NAO-HA-MAIS-GANHOS TO TRUE
           END-READ

           PERFORM UNTIL WSS-NAO-HA-MAIS-GANHOS
               IF GAN-COMPETENCIA = WSS-Competencia
                  AND GAN-TIPO NOT = "EC"
                   PERFORM AcumularTributos
               END-IF
               READ GANHOS-FILE
                   AT END SET WSS-NAO-HA-MAIS-GANHOS TO TRUE
               END-READ
           END-PERFORM

           CLOSE GANHOS-FILE

           IF WSS-QtdLancamentos = ZEROS
              AND WSS-QtdSemDestaque = ZEROS
               DISPLAY "Nenhum lancamento na competencia "
                       WSS-Competencia "."
               GO TO Encerramento
           END-IF

           DISPLAY "------ TRIBUTOS RETIDOS NA COMPETENCIA "
                   WSS-Competencia " ------"
           DISPLAY "Tipo            Qtd         Bruto          INSS"
                   "          IRRF"
           PERFORM VARYING WSS-IndTipo FROM 1 BY 1
                   UNTIL WSS-IndTipo > 6
               IF tot-qtd (WSS-IndTipo) > ZEROS
                   MOVE tot-bruto (WSS-IndTipo) TO WSS-BrutoEd
                   MOVE tot-inss (WSS-IndTipo) TO WSS-InssEd
                   MOVE tot-irrf (WSS-IndTipo) TO WSS-IrrfEd
                   DISPLAY tip-descricao (WSS-IndTipo) " "
                           tot-qtd (WSS-IndTipo) " " WSS-BrutoEd
                           "  " WSS-InssEd "  " WSS-IrrfEd
               END-IF
           END-PERFORM
           MOVE WSS-TotalBruto TO WSS-BrutoEd
           MOVE WSS-TotalInss TO WSS-InssEd
           MOVE WSS-TotalIrrf TO WSS-IrrfEd
           DISPLAY "Total          " WSS-QtdLancamentos " "
                   WSS-BrutoEd "  " WSS-InssEd "  " WSS-IrrfEd
           DISPLAY SPACE
           DISPLAY "Guia GPS  - INSS dos empregados....: R$ "
                   WSS-InssEd
           DISPLAY "Guia DARF - IRRF (codigo 0561).....: R$ "
                   WSS-IrrfEd
           IF WSS-QtdSemDestaque > ZEROS
               MOVE WSS-DescSemDestaque TO WSS-BrutoEd
               DISPLAY "Lancamentos sem INSS/IRRF destacados: "
                       WSS-QtdSemDestaque " (descontos R$ "
                       WSS-BrutoEd ") - acertar a parte."
           END-IF.

       Encerramento.
           DISPLAY SPACE
           display "Obrigado volte sempre!!! "
           DISPLAY SPACE

           ACCEPT OMITTED.
           EXIT PROGRAM.
           STOP RUN.

       AcumularTributos.
           IF GAN-INSS IS NOT NUMERIC OR GAN-IRRF IS NOT NUMERIC
               ADD 1 TO WSS-QtdSemDestaque
               ADD GAN-DESCONTO TO WSS-DescSemDestaque
           ELSE
               MOVE 1 TO WSS-IndTipo
               PERFORM UNTIL WSS-IndTipo = 6
                          OR tip-codigo (WSS-IndTipo) = GAN-TIPO
                   ADD 1 TO WSS-IndTipo
               END-PERFORM
               ADD 1 TO tot-qtd (WSS-IndTipo)
               ADD GAN-BRUTO TO tot-bruto (WSS-IndTipo)
               ADD GAN-INSS TO tot-inss (WSS-IndTipo)
               ADD GAN-IRRF TO tot-irrf (WSS-IndTipo)
               ADD 1 TO WSS-QtdLancamentos
               ADD GAN-BRUTO TO WSS-TotalBruto
               ADD GAN-INSS TO WSS-TotalInss
               ADD GAN-IRRF TO WSS-TotalIrrf
           END-IF.
      *wrun32 exerc-43-gui
