       IDENTIFICATION DIVISION.
       PROGRAM-ID. Exerc-45-Reg.
       AUTHOR. JOAO_PAULO.

      * Manutencao das regras de contabilizacao REGRASCTB: para
      * cada arquivo de origem e tipo de movimento, a conta a
      * debito, a conta a credito e o historico padrao usados
      * pela contabilizacao diaria (exerc-45-lan). Tipos por
      * origem:
      *   VENDASDIA    V a vista, P a prazo, D devolucao
      *   CONTASREC    PG principal recebido, EN encargos
      *                (multa, mora e juros) recebidos
      *   HOLERITES    FO folha, RE rescisao, D1 e D2 parcelas
      *                do 13o
      *   AUDITORIA44  OP da trilha (SA, TS, TE, IN, JR, TA,
      *                EP, EL, FO, DL, BM...)
      *   JUROSPOST    JU juros brutos, IR imposto retido
      *   TARIFASMES   TA receita de tarifas do mes
      *   EMPRESTIMOS  AM amortizacao, JU juros, MM multa e mora
      *   CONTASPAG    EM titulo emitido, PG titulo pago
      * Debito e credito zerados marcam o movimento que nao se
      * contabiliza por aquela origem (ja entra por outra, como
      * a tarifa da trilha e o resumo TARIFASMES). A regra nova
      * substitui a anterior da mesma origem e tipo; o arquivo
      * guarda o historico.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT REGRAS-FILE ASSIGN TO "REGRASCTB"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WSS-FS-REGRAS.
           SELECT PLANOCTA-FILE ASSIGN TO "PLANOCONTAS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PCT-CONTA
               FILE STATUS IS WSS-FS-PLANOCTA.

       DATA DIVISION.
       FILE SECTION.
       FD  REGRAS-FILE.
           COPY "REGRACTB.CPY".

       FD  PLANOCTA-FILE.
           COPY "PLANOCTA.CPY".

       WORKING-STORAGE SECTION.
       77  WSS-FS-REGRAS        PIC X(02).
       77  WSS-FS-PLANOCTA      PIC X(02).
       77  WSS-Continuar        PIC X(01) VALUE "S".
       77  WSS-OpcaoMenu        PIC 9.
       77  WSS-fim-arquivo      PIC X(01).
           88 WSS-NAO-HA-MAIS-REGRAS  VALUE "S".
       77  WSS-OrigemValida     PIC X(01).
       77  WSS-ContaConferida   PIC 9(6).
       77  WSS-ContaOk          PIC X(01).
       77  WSS-RegraOk          PIC X(01).

       77  WSS-IndReg           PIC 9(3).
       77  WSS-QtdRegras        PIC 9(3).
       77  WSS-AchouRegra       PIC X(01).
       01  TABELA-REGRAS.
           05  REGRA-VIGENTE OCCURS 200 TIMES.
               10  reg-origem         PIC X(12).
               10  reg-tipo           PIC X(02).
               10  reg-debito         PIC 9(6).
               10  reg-credito        PIC 9(6).
               10  reg-historico      PIC X(20).

       PROCEDURE DIVISION.
       Inicio.
           PERFORM UNTIL WSS-Continuar = "N"
                DISPLAY "--- Regras de contabilizacao ---"
                DISPLAY "1. Lancar regra"
                DISPLAY "2. Listar regras em vigor"
                DISPLAY "3. Sair"
                DISPLAY "Digite a opcao desejada:"
                ACCEPT WSS-OpcaoMenu

                EVALUATE WSS-OpcaoMenu
                    WHEN 1
                        PERFORM LancarRegra
                    WHEN 2
                        PERFORM ListarRegras
                    WHEN 3
                        DISPLAY "Saindo do programa."
                        MOVE "N" TO WSS-Continuar
                    WHEN OTHER
                        DISPLAY "Opcao invalida."
                END-EVALUATE
           END-PERFORM

           DISPLAY SPACE
           display "Obrigado volte sempre!!! "
           DISPLAY SPACE

           ACCEPT OMITTED.
           EXIT PROGRAM.
           STOP RUN.

       LancarRegra.
           DISPLAY "Arquivo de origem (VENDASDIA, CONTASREC, "
                   "HOLERITES, AUDITORIA44, JUROSPOST, "
                   "TARIFASMES, EMPRESTIMOS, CONTASPAG): "
           ACCEPT RGC-ORIGEM
           PERFORM ConferirOrigem
           IF WSS-OrigemValida = "N"
               DISPLAY "Origem desconhecida. Nada gravado."
           ELSE
               DISPLAY "Tipo de movimento: "
               ACCEPT RGC-TIPO
               DISPLAY "Conta a debito (0 = nao contabilizar): "
               ACCEPT RGC-DEBITO
               DISPLAY "Conta a credito (0 = nao contabilizar): "
               ACCEPT RGC-CREDITO
               DISPLAY "Historico padrao: "
               ACCEPT RGC-HISTORICO
               PERFORM ConferirContas
               IF WSS-RegraOk = "S"
                   OPEN EXTEND REGRAS-FILE
                   IF WSS-FS-REGRAS NOT = "00"
                       CLOSE REGRAS-FILE
                       OPEN OUTPUT REGRAS-FILE
                   END-IF
                   IF WSS-FS-REGRAS NOT = "00"
                       DISPLAY "Nao foi possivel gravar em "
                               "REGRASCTB. Status: " WSS-FS-REGRAS
                   ELSE
                       WRITE REGRACTB-REG
                       CLOSE REGRAS-FILE
                       DISPLAY "Regra " RGC-ORIGEM " " RGC-TIPO
                               " gravada."
                   END-IF
               END-IF
           END-IF.

       ConferirOrigem.
           EVALUATE RGC-ORIGEM
               WHEN "VENDASDIA"
               WHEN "CONTASREC"
               WHEN "HOLERITES"
               WHEN "AUDITORIA44"
               WHEN "JUROSPOST"
               WHEN "TARIFASMES"
               WHEN "EMPRESTIMOS"
               WHEN "CONTASPAG"
                   MOVE "S" TO WSS-OrigemValida
               WHEN OTHER
                   MOVE "N" TO WSS-OrigemValida
           END-EVALUATE.

      * As duas contas zeradas marcam o "nao contabilizar"; fora
      * isso as duas tem de existir, estar ativas e ser
      * diferentes.
       ConferirContas.
           MOVE "S" TO WSS-RegraOk
           IF RGC-TIPO = SPACES
               DISPLAY "Tipo de movimento em branco. Nada gravado."
               MOVE "N" TO WSS-RegraOk
           END-IF
           IF WSS-RegraOk = "S"
              AND (RGC-DEBITO NOT = ZEROS OR RGC-CREDITO NOT = ZEROS)
               IF RGC-DEBITO = RGC-CREDITO
                   DISPLAY "Debito e credito na mesma conta. Nada "
                           "gravado."
                   MOVE "N" TO WSS-RegraOk
               ELSE
                   OPEN INPUT PLANOCTA-FILE
                   IF WSS-FS-PLANOCTA NOT = "00"
                       DISPLAY "PLANOCONTAS indisponivel. Status: "
                               WSS-FS-PLANOCTA ". Nada gravado."
                       MOVE "N" TO WSS-RegraOk
                   ELSE
                       MOVE RGC-DEBITO TO WSS-ContaConferida
                       PERFORM ConferirConta
                       IF WSS-ContaOk = "S"
                           MOVE RGC-CREDITO TO WSS-ContaConferida
                           PERFORM ConferirConta
                       END-IF
                       IF WSS-ContaOk = "N"
                           MOVE "N" TO WSS-RegraOk
                       END-IF
                       CLOSE PLANOCTA-FILE
                   END-IF
               END-IF
           END-IF.

       ConferirConta.
           MOVE "S" TO WSS-ContaOk
           MOVE WSS-ContaConferida TO PCT-CONTA
           READ PLANOCTA-FILE
               INVALID KEY
                   DISPLAY "Conta " WSS-ContaConferida " nao "
                           "existe no plano de contas. Nada gravado."
                   MOVE "N" TO WSS-ContaOk
               NOT INVALID KEY
                   IF PCT-INATIVA
                       DISPLAY "Conta " WSS-ContaConferida " "
                               PCT-NOME " inativa. Nada gravado."
                       MOVE "N" TO WSS-ContaOk
                   END-IF
           END-READ.

       ListarRegras.
           MOVE ZEROS TO WSS-QtdRegras
           OPEN INPUT REGRAS-FILE
           IF WSS-FS-REGRAS NOT = "00"
               DISPLAY "Arquivo REGRASCTB nao encontrado."
           ELSE
               MOVE "N" TO WSS-fim-arquivo
               READ REGRAS-FILE
                   AT END SET WSS-NAO-HA-MAIS-REGRAS TO TRUE
               END-READ
               PERFORM UNTIL WSS-NAO-HA-MAIS-REGRAS
                   PERFORM GuardarRegra
                   READ REGRAS-FILE
                       AT END SET WSS-NAO-HA-MAIS-REGRAS TO TRUE
                   END-READ
               END-PERFORM
               CLOSE REGRAS-FILE
               DISPLAY "------ REGRAS EM VIGOR ------"
               PERFORM VARYING WSS-IndReg FROM 1 BY 1
                       UNTIL WSS-IndReg > WSS-QtdRegras
                   IF reg-debito (WSS-IndReg) = ZEROS
                      AND reg-credito (WSS-IndReg) = ZEROS
                       DISPLAY reg-origem (WSS-IndReg) " "
                               reg-tipo (WSS-IndReg)
                               " nao contabilizar "
                               reg-historico (WSS-IndReg)
                   ELSE
                       DISPLAY reg-origem (WSS-IndReg) " "
                               reg-tipo (WSS-IndReg)
                               " D " reg-debito (WSS-IndReg)
                               " C " reg-credito (WSS-IndReg) " "
                               reg-historico (WSS-IndReg)
                   END-IF
               END-PERFORM
               DISPLAY "Regras em vigor: " WSS-QtdRegras
           END-IF.

       GuardarRegra.
           MOVE "N" TO WSS-AchouRegra
           PERFORM VARYING WSS-IndReg FROM 1 BY 1
                   UNTIL WSS-IndReg > WSS-QtdRegras
                      OR WSS-AchouRegra = "S"
               IF reg-origem (WSS-IndReg) = RGC-ORIGEM
                  AND reg-tipo (WSS-IndReg) = RGC-TIPO
                   MOVE "S" TO WSS-AchouRegra
                   SUBTRACT 1 FROM WSS-IndReg
               END-IF
           END-PERFORM
           IF WSS-AchouRegra = "N"
               IF WSS-QtdRegras < 200
                   ADD 1 TO WSS-QtdRegras
                   MOVE WSS-QtdRegras TO WSS-IndReg
                   MOVE "S" TO WSS-AchouRegra
               ELSE
                   DISPLAY "Limite de 200 regras atingido."
               END-IF
           END-IF
           IF WSS-AchouRegra = "S"
               MOVE RGC-ORIGEM TO reg-origem (WSS-IndReg)
               MOVE RGC-TIPO TO reg-tipo (WSS-IndReg)
               MOVE RGC-DEBITO TO reg-debito (WSS-IndReg)
               MOVE RGC-CREDITO TO reg-credito (WSS-IndReg)
               MOVE RGC-HISTORICO TO reg-historico (WSS-IndReg)
           END-IF.
      *wrun32 exerc-45-reg
