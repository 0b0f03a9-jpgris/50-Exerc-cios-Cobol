      * nome, percentual de comissao e situacao). O recibo
      * (Exerc-7) valida o vendedor da venda contra este cadastro
      * e o fechamento de comissoes (exerc-15-com) usa o
      * percentual daqui. A matricula liga o vendedor ao cadastro
      * FUNCIONARIOS para a folha (exerc-43-fol) pagar a comissao.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS VDD-CODIGO
               FILE STATUS IS WSS-FS-VENDEDOR.
           SELECT FUNCIONARIOS-FILE ASSIGN TO "FUNCIONARIOS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FUN-MATRICULA
               FILE STATUS IS WSS-FS-FUNCIONARIOS.

       DATA DIVISION.
       FILE SECTION.
       FD  VENDEDOR-FILE.
           COPY "VENDEDOR.CPY".

       FD  FUNCIONARIOS-FILE.
           COPY "FUNCION.CPY".

       WORKING-STORAGE SECTION.
       77  WSS-FS-VENDEDOR      PIC X(02).
       77  WSS-TfsPrograma      PIC X(12) VALUE "exerc-15-vdd".
       77  WSS-OpcaoMenu        PIC 9.
       77  WSS-CodigoVendedor   PIC 9(3).
       77  WSS-PercInformado    PIC 9(2)V99.
       77  WSS-FS-FUNCIONARIOS  PIC X(02).
       77  WSS-MatrInformada    PIC 9(5).
       77  WSS-fim-arquivo      PIC X(01).
           88 WSS-NAO-HA-MAIS-VENDEDORES  VALUE "S".
       77  WSS-QtdListados      PIC 9(4).
                   ACCEPT WSS-PercInformado
                   MOVE WSS-PercInformado TO VDD-PERCCOMIS
                   MOVE "A" TO VDD-ATIVO
                   PERFORM InformarMatricula
                   WRITE VENDEDOR-REG
                       INVALID KEY
                           DISPLAY "Erro ao gravar vendedor. "
               NOT INVALID KEY
                   DISPLAY "Nome atual......: " VDD-NOME
                   DISPLAY "Percentual atual: " VDD-PERCCOMIS
                   DISPLAY "Matricula atual.: " VDD-MATRICULA
                   DISPLAY "Novo nome: "
                   ACCEPT VDD-NOME
                   DISPLAY "Novo percentual de comissao: "
                   ACCEPT WSS-PercInformado
                   MOVE WSS-PercInformado TO VDD-PERCCOMIS
                   PERFORM InformarMatricula
                   REWRITE VENDEDOR-REG
                   MOVE "REWRITE" TO WSS-TfsOperacao
                   MOVE "VENDEDORES" TO WSS-TfsArquivo
               NOT INVALID KEY
                   DISPLAY "Vendedor..: " VDD-CODIGO " " VDD-NOME
                   DISPLAY "Comissao..: " VDD-PERCCOMIS " %"
                   IF VDD-MATRICULA = ZEROS
                       DISPLAY "Matricula.: sem vinculo na folha"
                   ELSE
                       DISPLAY "Matricula.: " VDD-MATRICULA
                   END-IF
                   DISPLAY "Situacao..: " VDD-ATIVO
           END-READ.

                       DISPLAY VDD-CODIGO " " VDD-NOME
                               " comissao: " VDD-PERCCOMIS
                               " % situacao: " VDD-ATIVO
                               " matricula: " VDD-MATRICULA
                       ADD 1 TO WSS-QtdListados
               END-READ
           END-PERFORM
           DISPLAY "Vendedores cadastrados: " WSS-QtdListados.

      * Matricula zero deixa o vendedor sem vinculo: a folha nao
      * paga a comissao e o aponta no controle.
       InformarMatricula.
           DISPLAY "Matricula em FUNCIONARIOS (0 = sem vinculo): "
           ACCEPT WSS-MatrInformada
           MOVE WSS-MatrInformada TO VDD-MATRICULA
           IF WSS-MatrInformada NOT = ZEROS
               OPEN INPUT FUNCIONARIOS-FILE
               IF WSS-FS-FUNCIONARIOS NOT = "00"
                   DISPLAY "Cadastro FUNCIONARIOS indisponivel. "
                           "Matricula gravada sem conferencia."
               ELSE
                   MOVE WSS-MatrInformada TO FUN-MATRICULA
                   READ FUNCIONARIOS-FILE
                       INVALID KEY
                           DISPLAY "Matricula nao existe em "
                                   "FUNCIONARIOS. Vendedor fica "
                                   "sem vinculo."
                           MOVE ZEROS TO VDD-MATRICULA
                       NOT INVALID KEY
                           DISPLAY "Funcionario: " FUN-NOME
                   END-READ
                   CLOSE FUNCIONARIOS-FILE
               END-IF
           END-IF.
      *wrun32 exerc-15-vdd
