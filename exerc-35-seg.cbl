       IDENTIFICATION DIVISION.
       PROGRAM-ID. Exerc-35-Seg.
       AUTHOR. JOAO_PAULO.

      * Manutencao do arquivo de parametros SEGURANCAPARAM com o
      * fator de estoque de seguranca de cada categoria de
      * produto, somado a demanda no prazo de entrega pelo
      * recalculo do estoque minimo (exerc-35-min). Toda mudanca
      * e gravada como novo registro com data e operador,
      * preservando o historico; vale o ultimo registro gravado
      * para a categoria.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SEGCAT-FILE ASSIGN TO "SEGURANCAPARAM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WSS-FS-SEGCAT.

       DATA DIVISION.
       FILE SECTION.
       FD  SEGCAT-FILE.
           COPY "SEGCAT.CPY".

       WORKING-STORAGE SECTION.
       77  WSS-FS-SEGCAT        PIC X(02).
       77  WSS-Continuar        PIC X(01) VALUE "S".
       77  WSS-OpcaoMenu        PIC 9.
       77  WSS-fim-arquivo      PIC X(01).
           88 WSS-NAO-HA-MAIS-FATORES  VALUE "S".
       77  WSS-DataHoje         PIC 9(8).
       77  WSS-QtdListadas      PIC 9(3).
       77  WSS-Operador         PIC 9(3).
       77  WSS-OperadorValido   PIC X(01).
       77  WSS-CategInformada   PIC X(01).
       77  WSS-FatorInformado   PIC 9(3)V99.

       77  WSS-IndSeg           PIC 9(2).
       77  WSS-QtdVigentes      PIC 9(2) VALUE ZEROS.
       77  WSS-AchouCategoria   PIC X(01).
       01  TABELA-VIGENTES.
           05  FATOR-VIGENTE OCCURS 20 TIMES.
               10  vig-categoria     PIC X(01).
               10  vig-fator         PIC 9V99.
               10  vig-data          PIC 9(8).

       PROCEDURE DIVISION.
       Inicio.
           CALL "OPERSIGN" USING WSS-Operador WSS-OperadorValido
           IF WSS-OperadorValido NOT = "S"
               DISPLAY "Sem operador identificado. Encerrando."
               GO TO FimPrograma
           END-IF
           ACCEPT WSS-DataHoje FROM DATE YYYYMMDD

           PERFORM UNTIL WSS-Continuar = "N"
                DISPLAY "--- Fator de estoque de seguranca ---"
                DISPLAY "1. Gravar fator de uma categoria"
                DISPLAY "2. Listar fatores vigentes"
                DISPLAY "3. Listar historico completo"
                DISPLAY "4. Sair"
                DISPLAY "Digite a opcao desejada:"
                ACCEPT WSS-OpcaoMenu

                EVALUATE WSS-OpcaoMenu
                    WHEN 1
                        PERFORM GravarFator
                    WHEN 2
                        PERFORM ListarVigentes
                    WHEN 3
                        PERFORM ListarHistorico
                    WHEN 4
                        DISPLAY "Saindo do programa."
                        MOVE "N" TO WSS-Continuar
                    WHEN OTHER
                        DISPLAY "Opcao invalida."
                END-EVALUATE
           END-PERFORM.

       FimPrograma.
           DISPLAY SPACE
           display "Obrigado volte sempre!!! "
           DISPLAY SPACE

           ACCEPT OMITTED.
           EXIT PROGRAM.
           STOP RUN.

       GravarFator.
           DISPLAY "Codigo da categoria (uma letra): "
           ACCEPT WSS-CategInformada
           PERFORM CarregarVigentes
           MOVE "N" TO WSS-AchouCategoria
           PERFORM VARYING WSS-IndSeg FROM 1 BY 1
                   UNTIL WSS-IndSeg > WSS-QtdVigentes
                      OR WSS-AchouCategoria = "S"
               IF vig-categoria (WSS-IndSeg) = WSS-CategInformada
                   MOVE "S" TO WSS-AchouCategoria
                   DISPLAY "Fator atual: " vig-fator (WSS-IndSeg)
                           " desde " vig-data (WSS-IndSeg)
               END-IF
           END-PERFORM
           DISPLAY "Fator de seguranca (ex: 0.25 = 25%): "
           ACCEPT WSS-FatorInformado
           IF WSS-FatorInformado > 9.99
               DISPLAY "Fator acima de 9.99. Nao gravado."
           ELSE
               OPEN EXTEND SEGCAT-FILE
               IF WSS-FS-SEGCAT NOT = "00"
                   CLOSE SEGCAT-FILE
                   OPEN OUTPUT SEGCAT-FILE
               END-IF
               IF WSS-FS-SEGCAT NOT = "00"
                   DISPLAY "Nao foi possivel gravar em "
                           "SEGURANCAPARAM. Status: " WSS-FS-SEGCAT
               ELSE
                   MOVE WSS-CategInformada TO SEG-CATEGORIA
                   MOVE WSS-FatorInformado TO SEG-FATOR
                   MOVE WSS-DataHoje TO SEG-DATA
                   MOVE WSS-Operador TO SEG-OPERADOR
                   WRITE SEGCAT-REG
                   CLOSE SEGCAT-FILE
                   DISPLAY "Fator gravado para a categoria "
                           SEG-CATEGORIA "."
               END-IF
           END-IF.

       ListarVigentes.
           PERFORM CarregarVigentes
           DISPLAY "------ FATORES VIGENTES ------"
           IF WSS-QtdVigentes = ZEROS
               DISPLAY "Nenhum fator cadastrado."
           ELSE
               PERFORM VARYING WSS-IndSeg FROM 1 BY 1
                       UNTIL WSS-IndSeg > WSS-QtdVigentes
                   DISPLAY vig-categoria (WSS-IndSeg) " "
                           vig-fator (WSS-IndSeg)
                           " desde " vig-data (WSS-IndSeg)
               END-PERFORM
           END-IF.

       ListarHistorico.
           MOVE ZEROS TO WSS-QtdListadas
           OPEN INPUT SEGCAT-FILE
           IF WSS-FS-SEGCAT = "35"
               DISPLAY "Arquivo SEGURANCAPARAM nao encontrado."
           ELSE
               DISPLAY "------ HISTORICO DE FATORES ------"
               MOVE "N" TO WSS-fim-arquivo
               READ SEGCAT-FILE
                   AT END SET WSS-NAO-HA-MAIS-FATORES TO TRUE
               END-READ
               PERFORM UNTIL WSS-NAO-HA-MAIS-FATORES
                   DISPLAY SEG-CATEGORIA " " SEG-FATOR " em "
                           SEG-DATA " operador " SEG-OPERADOR
                   ADD 1 TO WSS-QtdListadas
                   READ SEGCAT-FILE
                       AT END SET WSS-NAO-HA-MAIS-FATORES TO TRUE
                   END-READ
               END-PERFORM
               CLOSE SEGCAT-FILE
               DISPLAY "Registros no historico: " WSS-QtdListadas
           END-IF.

       CarregarVigentes.
           MOVE ZEROS TO WSS-QtdVigentes
           OPEN INPUT SEGCAT-FILE
           IF WSS-FS-SEGCAT = "35"
               CONTINUE
           ELSE
               MOVE "N" TO WSS-fim-arquivo
               READ SEGCAT-FILE
                   AT END SET WSS-NAO-HA-MAIS-FATORES TO TRUE
               END-READ
               PERFORM UNTIL WSS-NAO-HA-MAIS-FATORES
                   PERFORM AtualizarVigente
                   READ SEGCAT-FILE
                       AT END SET WSS-NAO-HA-MAIS-FATORES TO TRUE
                   END-READ
               END-PERFORM
               CLOSE SEGCAT-FILE
           END-IF.

       AtualizarVigente.
           MOVE "N" TO WSS-AchouCategoria
           PERFORM VARYING WSS-IndSeg FROM 1 BY 1
                   UNTIL WSS-IndSeg > WSS-QtdVigentes
                      OR WSS-AchouCategoria = "S"
               IF vig-categoria (WSS-IndSeg) = SEG-CATEGORIA
                   MOVE "S" TO WSS-AchouCategoria
                   SUBTRACT 1 FROM WSS-IndSeg
               END-IF
           END-PERFORM
           IF WSS-AchouCategoria = "S"
               MOVE SEG-FATOR TO vig-fator (WSS-IndSeg)
               MOVE SEG-DATA TO vig-data (WSS-IndSeg)
           ELSE
               IF WSS-QtdVigentes < 20
                   ADD 1 TO WSS-QtdVigentes
                   MOVE WSS-QtdVigentes TO WSS-IndSeg
                   MOVE SEG-CATEGORIA TO vig-categoria (WSS-IndSeg)
                   MOVE SEG-FATOR TO vig-fator (WSS-IndSeg)
                   MOVE SEG-DATA TO vig-data (WSS-IndSeg)
               ELSE
                   DISPLAY "Limite de 20 categorias atingido. "
                           "Categoria " SEG-CATEGORIA " ignorada."
               END-IF
           END-IF.
      *wrun32 exerc-35-seg
