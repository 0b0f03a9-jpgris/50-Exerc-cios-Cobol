       IDENTIFICATION DIVISION.
       PROGRAM-ID. Exerc-15-Met.
       AUTHOR. JOAO_PAULO.

      * Manutencao das metas mensais de vendas por vendedor (METAS,
      * chave vendedor + competencia) e da tabela de faixas de
      * comissao por atingimento (FAIXASCOMIS). O fechamento de
      * comissoes (exerc-15-com) mede o atingimento de cada
      * vendedor contra a meta do mes e paga o percentual da faixa
      * alcancada. Meta so e aceita para vendedor do cadastro
      * VENDEDORES.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
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
           SELECT VENDEDOR-FILE ASSIGN TO "VENDEDORES"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS VDD-CODIGO
               FILE STATUS IS WSS-FS-VENDEDOR.

       DATA DIVISION.
       FILE SECTION.
       FD  METAS-FILE.
           COPY "METAS.CPY".

       FD  FAIXAS-FILE.
           COPY "FAIXACOM.CPY".

       FD  VENDEDOR-FILE.
           COPY "VENDEDOR.CPY".

       WORKING-STORAGE SECTION.
       77  WSS-FS-METAS         PIC X(02).
       77  WSS-FS-FAIXAS        PIC X(02).
       77  WSS-FS-VENDEDOR      PIC X(02).
       77  WSS-TfsPrograma      PIC X(12) VALUE "exerc-15-met".
       77  WSS-TfsArquivo       PIC X(12).
       77  WSS-TfsOperacao      PIC X(10).

       77  WSS-Continuar        PIC X(01) VALUE "S".
       77  WSS-OpcaoMenu        PIC 9.
       77  WSS-DataHoje         PIC 9(8).
       77  WSS-CodigoVendedor   PIC 9(3).
       77  WSS-Competencia      PIC 9(6).
       77  WSS-ValorInformado   PIC 9(9)V99.
       77  WSS-FaixaInformada   PIC 9(1).
       77  WSS-MinimoInformado  PIC 9(3)V99.
       77  WSS-PercInformado    PIC 9(2)V99.
       77  WSS-Confirma         PIC X(01).
       77  WSS-NomeVendedor     PIC X(30).
       77  WSS-AchouVendedor    PIC X(01).
       77  WSS-QtdListados      PIC 9(4).
       77  WSS-TotalMetas       PIC 9(11)V99.
       77  WSS-MetaEd           PIC zzz,zzz,zz9.99.
       77  WSS-TotalEd          PIC zz,zzz,zzz,zz9.99.
       77  WSS-fim-metas        PIC X(01).
           88 WSS-NAO-HA-MAIS-METAS  VALUE "S".
       77  WSS-fim-faixas       PIC X(01).
           88 WSS-NAO-HA-MAIS-FAIXAS  VALUE "S".

       PROCEDURE DIVISION.
       Inicio.
           ACCEPT WSS-DataHoje FROM DATE YYYYMMDD

           OPEN I-O METAS-FILE
           IF WSS-FS-METAS = "35"
               OPEN OUTPUT METAS-FILE
               CLOSE METAS-FILE
               OPEN I-O METAS-FILE
           END-IF
           MOVE "METAS" TO WSS-TfsArquivo
           MOVE "OPEN I-O" TO WSS-TfsOperacao
           CALL "TRATAFS" USING WSS-TfsPrograma
                WSS-TfsArquivo WSS-TfsOperacao WSS-FS-METAS

           OPEN I-O FAIXAS-FILE
           IF WSS-FS-FAIXAS = "35"
               OPEN OUTPUT FAIXAS-FILE
               CLOSE FAIXAS-FILE
               OPEN I-O FAIXAS-FILE
           END-IF
           MOVE "FAIXASCOMIS" TO WSS-TfsArquivo
           MOVE "OPEN I-O" TO WSS-TfsOperacao
           CALL "TRATAFS" USING WSS-TfsPrograma
                WSS-TfsArquivo WSS-TfsOperacao WSS-FS-FAIXAS

           PERFORM UNTIL WSS-Continuar = "N"
                DISPLAY "--- Metas de vendas e faixas de comissao ---"
                DISPLAY "1. Lancar/alterar meta do vendedor"
                DISPLAY "2. Excluir meta"
                DISPLAY "3. Listar metas de uma competencia"
                DISPLAY "4. Incluir/alterar faixa de comissao"
                DISPLAY "5. Excluir faixa de comissao"
                DISPLAY "6. Listar faixas de comissao"
                DISPLAY "7. Sair"
                DISPLAY "Digite a opcao desejada:"
                ACCEPT WSS-OpcaoMenu

                EVALUATE WSS-OpcaoMenu
                    WHEN 1
                        PERFORM LancarMeta
                    WHEN 2
                        PERFORM ExcluirMeta
                    WHEN 3
                        PERFORM ListarMetas
                    WHEN 4
                        PERFORM ManterFaixa
                    WHEN 5
                        PERFORM ExcluirFaixa
                    WHEN 6
                        PERFORM ListarFaixas
                    WHEN 7
                        DISPLAY "Saindo do programa."
                        MOVE "N" TO WSS-Continuar
                    WHEN OTHER
                        DISPLAY "Opcao invalida."
                END-EVALUATE
           END-PERFORM

           CLOSE METAS-FILE
           CLOSE FAIXAS-FILE

           DISPLAY SPACE
           display "Obrigado volte sempre!!! "
           DISPLAY SPACE

           ACCEPT OMITTED.
           EXIT PROGRAM.
           STOP RUN.

       LancarMeta.
           DISPLAY "Codigo do vendedor: "
           ACCEPT WSS-CodigoVendedor
           PERFORM BuscarVendedor
           IF WSS-AchouVendedor = "N"
               DISPLAY "Vendedor nao cadastrado em VENDEDORES."
           ELSE
               DISPLAY "Vendedor: " WSS-NomeVendedor
               DISPLAY "Competencia da meta (AAAAMM): "
               ACCEPT WSS-Competencia
               IF WSS-Competencia (5:2) < "01"
                  OR WSS-Competencia (5:2) > "12"
                   DISPLAY "Competencia invalida."
               ELSE
                   MOVE WSS-CodigoVendedor TO MET-VENDEDOR
                   MOVE WSS-Competencia TO MET-COMPETENCIA
                   READ METAS-FILE
                       INVALID KEY
                           PERFORM IncluirMeta
                       NOT INVALID KEY
                           PERFORM AlterarMeta
                   END-READ
               END-IF
           END-IF.

       IncluirMeta.
           DISPLAY "Valor da meta de vendas do mes: "
           ACCEPT WSS-ValorInformado
           IF WSS-ValorInformado = ZEROS
               DISPLAY "Meta zerada nao e gravada."
           ELSE
               MOVE WSS-CodigoVendedor TO MET-VENDEDOR
               MOVE WSS-Competencia TO MET-COMPETENCIA
               MOVE WSS-ValorInformado TO MET-VALOR
               MOVE WSS-DataHoje TO MET-DATALANC
               WRITE META-REG
                   INVALID KEY
                       DISPLAY "Erro ao gravar meta. Status: "
                               WSS-FS-METAS
                   NOT INVALID KEY
                       DISPLAY "Meta incluida."
               END-WRITE
           END-IF.

       AlterarMeta.
           MOVE MET-VALOR TO WSS-MetaEd
           DISPLAY "Meta atual: " WSS-MetaEd
                   " lancada em " MET-DATALANC
           DISPLAY "Novo valor da meta: "
           ACCEPT WSS-ValorInformado
           IF WSS-ValorInformado = ZEROS
               DISPLAY "Meta zerada nao e gravada. Use a opcao 2 "
                       "para excluir."
           ELSE
               MOVE WSS-ValorInformado TO MET-VALOR
               MOVE WSS-DataHoje TO MET-DATALANC
               REWRITE META-REG
               MOVE "REWRITE" TO WSS-TfsOperacao
               MOVE "METAS" TO WSS-TfsArquivo
               CALL "TRATAFS" USING WSS-TfsPrograma
                    WSS-TfsArquivo WSS-TfsOperacao WSS-FS-METAS
               DISPLAY "Meta alterada."
           END-IF.

       ExcluirMeta.
           DISPLAY "Codigo do vendedor: "
           ACCEPT WSS-CodigoVendedor
           DISPLAY "Competencia da meta (AAAAMM): "
           ACCEPT WSS-Competencia
           MOVE WSS-CodigoVendedor TO MET-VENDEDOR
           MOVE WSS-Competencia TO MET-COMPETENCIA
           READ METAS-FILE
               INVALID KEY
                   DISPLAY "Meta nao encontrada."
               NOT INVALID KEY
                   MOVE MET-VALOR TO WSS-MetaEd
                   DISPLAY "Meta: " WSS-MetaEd
                   DISPLAY "Confirma a exclusao (S/N)? "
                   ACCEPT WSS-Confirma
                   IF WSS-Confirma = "S" OR "s"
                       DELETE METAS-FILE RECORD
                           INVALID KEY
                               DISPLAY "Erro ao excluir meta. "
                                       "Status: " WSS-FS-METAS
                           NOT INVALID KEY
                               DISPLAY "Meta excluida."
                       END-DELETE
                   ELSE
                       DISPLAY "Exclusao cancelada."
                   END-IF
           END-READ.

       ListarMetas.
           DISPLAY "Competencia (AAAAMM): "
           ACCEPT WSS-Competencia
           MOVE ZEROS TO WSS-QtdListados
           MOVE ZEROS TO WSS-TotalMetas
           MOVE "N" TO WSS-fim-metas
           MOVE LOW-VALUES TO MET-CHAVE
           START METAS-FILE KEY NOT < MET-CHAVE
               INVALID KEY SET WSS-NAO-HA-MAIS-METAS TO TRUE
           END-START
           DISPLAY "------ METAS DA COMPETENCIA " WSS-Competencia
                   " ------"
           PERFORM UNTIL WSS-NAO-HA-MAIS-METAS
               READ METAS-FILE NEXT RECORD
                   AT END SET WSS-NAO-HA-MAIS-METAS TO TRUE
                   NOT AT END
                       IF MET-COMPETENCIA = WSS-Competencia
                           MOVE MET-VENDEDOR TO WSS-CodigoVendedor
                           PERFORM BuscarVendedor
                           MOVE MET-VALOR TO WSS-MetaEd
                           DISPLAY MET-VENDEDOR " " WSS-NomeVendedor
                                   " meta: " WSS-MetaEd
                           ADD 1 TO WSS-QtdListados
                           ADD MET-VALOR TO WSS-TotalMetas
                       END-IF
               END-READ
           END-PERFORM
           MOVE WSS-TotalMetas TO WSS-TotalEd
           DISPLAY "Vendedores com meta: " WSS-QtdListados
                   " total das metas: " WSS-TotalEd.

      * Faixa: atingimento minimo (percentual da meta) a partir do
      * qual vale o percentual de comissao. Ex: 1 - 0,00 / 2 -
      * 80,00 / 3 - 100,01.
       ManterFaixa.
           DISPLAY "Numero da faixa (1 a 9): "
           ACCEPT WSS-FaixaInformada
           IF WSS-FaixaInformada = ZEROS
               DISPLAY "Faixa invalida."
           ELSE
               MOVE WSS-FaixaInformada TO FXC-FAIXA
               READ FAIXAS-FILE
                   INVALID KEY
                       MOVE "N" TO WSS-Confirma
                   NOT INVALID KEY
                       MOVE "S" TO WSS-Confirma
                       DISPLAY "Atual: a partir de " FXC-ATINGMIN
                               " % da meta paga " FXC-PERCCOMIS
                               " % (" FXC-DESCRICAO ")"
               END-READ
               DISPLAY "Atingimento minimo da faixa, % da meta "
                       "(ex: 080.00): "
               ACCEPT WSS-MinimoInformado
               DISPLAY "Percentual de comissao da faixa "
                       "(ex: 03.50): "
               ACCEPT WSS-PercInformado
               DISPLAY "Descricao da faixa: "
               ACCEPT FXC-DESCRICAO
               MOVE WSS-FaixaInformada TO FXC-FAIXA
               MOVE WSS-MinimoInformado TO FXC-ATINGMIN
               MOVE WSS-PercInformado TO FXC-PERCCOMIS
               IF WSS-Confirma = "S"
                   REWRITE FAIXACOM-REG
                   MOVE "REWRITE" TO WSS-TfsOperacao
                   MOVE "FAIXASCOMIS" TO WSS-TfsArquivo
                   CALL "TRATAFS" USING WSS-TfsPrograma
                        WSS-TfsArquivo WSS-TfsOperacao WSS-FS-FAIXAS
                   DISPLAY "Faixa alterada."
               ELSE
                   WRITE FAIXACOM-REG
                       INVALID KEY
                           DISPLAY "Erro ao gravar faixa. Status: "
                                   WSS-FS-FAIXAS
                       NOT INVALID KEY
                           DISPLAY "Faixa incluida."
                   END-WRITE
               END-IF
           END-IF.

       ExcluirFaixa.
           DISPLAY "Numero da faixa: "
           ACCEPT WSS-FaixaInformada
           MOVE WSS-FaixaInformada TO FXC-FAIXA
           READ FAIXAS-FILE
               INVALID KEY
                   DISPLAY "Faixa nao cadastrada."
               NOT INVALID KEY
                   DELETE FAIXAS-FILE RECORD
                       INVALID KEY
                           DISPLAY "Erro ao excluir faixa. Status: "
                                   WSS-FS-FAIXAS
                       NOT INVALID KEY
                           DISPLAY "Faixa " FXC-FAIXA " excluida."
                   END-DELETE
           END-READ.

       ListarFaixas.
           MOVE ZEROS TO WSS-QtdListados
           MOVE "N" TO WSS-fim-faixas
           MOVE ZEROS TO FXC-FAIXA
           START FAIXAS-FILE KEY NOT < FXC-FAIXA
               INVALID KEY SET WSS-NAO-HA-MAIS-FAIXAS TO TRUE
           END-START
           DISPLAY "------ FAIXAS DE COMISSAO POR ATINGIMENTO ------"
           PERFORM UNTIL WSS-NAO-HA-MAIS-FAIXAS
               READ FAIXAS-FILE NEXT RECORD
                   AT END SET WSS-NAO-HA-MAIS-FAIXAS TO TRUE
                   NOT AT END
                       DISPLAY "Faixa " FXC-FAIXA " a partir de "
                               FXC-ATINGMIN " % da meta: comissao "
                               FXC-PERCCOMIS " % " FXC-DESCRICAO
                       ADD 1 TO WSS-QtdListados
               END-READ
           END-PERFORM
           IF WSS-QtdListados = ZEROS
               DISPLAY "Nenhuma faixa cadastrada: o fechamento usa "
                       "o percentual fixo do vendedor."
           END-IF.

       BuscarVendedor.
           MOVE "N" TO WSS-AchouVendedor
           MOVE SPACES TO WSS-NomeVendedor
           OPEN INPUT VENDEDOR-FILE
           IF WSS-FS-VENDEDOR = "35"
               DISPLAY "Cadastro VENDEDORES nao encontrado."
           ELSE
               MOVE WSS-CodigoVendedor TO VDD-CODIGO
               READ VENDEDOR-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE "S" TO WSS-AchouVendedor
                       MOVE VDD-NOME TO WSS-NomeVendedor
               END-READ
               CLOSE VENDEDOR-FILE
           END-IF.
      *wrun32 exerc-15-met
