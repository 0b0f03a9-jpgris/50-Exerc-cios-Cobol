      * Comandos: A abre o relatorio (texto = titulo, colunas =
      * titulos de coluna), D imprime linha de detalhe, T encerra
      * com a linha de totais informada.
      * Cada relatorio fica guardado tal como saiu no arquivo de
      * relatorios: as linhas em RELARQUIVO e, no comando T, o
      * registro do catalogo RELCATALOGO com titulo, programa,
      * operador, paginas e data, para a consulta e reimpressao
      * do UTIL-RELCON. Comando P (antes do A) identifica o
      * programa (texto 1-12) e o operador (texto 13-15) dos
      * relatorios seguintes.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           SELECT SPOOL-FILE ASSIGN TO "IMPRESSAO"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WSS-FS-SPOOL.
           SELECT RELARQ-FILE ASSIGN TO "RELARQUIVO"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WSS-FS-RELARQ.
           SELECT RELCAT-FILE ASSIGN TO "RELCATALOGO"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WSS-FS-RELCAT.

       DATA DIVISION.
       FILE SECTION.
       FD  SPOOL-FILE.
       01  WSS-REG-SPOOL        PIC X(132).

       FD  RELARQ-FILE.
           COPY "RELLIN.CPY".

       FD  RELCAT-FILE.
           COPY "RELCAT.CPY".

       WORKING-STORAGE SECTION.
       77  WSS-FS-SPOOL         PIC X(02).
       77  WSS-TituloAtual      PIC X(60) VALUE SPACES.
       77  WSS-LinhasPorPagina  PIC 9(2) VALUE 60.
       77  WSS-QtdDetalhes      PIC 9(7) VALUE ZEROS.
       77  WSS-DataEmissao      PIC 9(8) VALUE ZEROS.
       77  WSS-FS-RELARQ        PIC X(02).
       77  WSS-FS-RELCAT        PIC X(02).
       77  WSS-Arquivando       PIC X(01) VALUE "N".
       77  WSS-ProgramaAtual    PIC X(12) VALUE SPACES.
       77  WSS-OperadorAtual    PIC 9(3) VALUE ZEROS.
       77  WSS-LinhasGuardadas  PIC 9(7) VALUE ZEROS.
       77  WSS-RelatorioAberto  PIC X(01) VALUE "N".
       77  WSS-Hora8            PIC 9(8).
       01  WSS-ChaveAtual.
           05  WSS-ChaveData        PIC 9(8) VALUE ZEROS.
           05  WSS-ChaveHora        PIC 9(6) VALUE ZEROS.
           05  WSS-ChaveSeq         PIC 9(2) VALUE ZEROS.

       LINKAGE SECTION.
       01  LNK-COMANDO          PIC X(1).

       PROCEDURE DIVISION USING LNK-COMANDO LNK-TEXTO LNK-COLUNAS.
       Inicio.
           IF LNK-COMANDO = "P"
               MOVE LNK-TEXTO (1:12) TO WSS-ProgramaAtual
               MOVE ZEROS TO WSS-OperadorAtual
               IF LNK-TEXTO (13:3) IS NUMERIC
                   MOVE LNK-TEXTO (13:3) TO WSS-OperadorAtual
               END-IF
               GO TO Devolver
           END-IF

           OPEN EXTEND SPOOL-FILE
           IF WSS-FS-SPOOL NOT = "00"
               CLOSE SPOOL-FILE
                       "Status: " WSS-FS-SPOOL
               GO TO Devolver
           END-IF
           PERFORM AbrirArquivoRelatorios

           EVALUATE LNK-COMANDO
               WHEN "A"
                   MOVE 99 TO WSS-LinhasNaPagina
                   MOVE ZEROS TO WSS-QtdDetalhes
                   ACCEPT WSS-DataEmissao FROM DATE YYYYMMDD
                   PERFORM NovaChave
               WHEN "D"
                   IF WSS-LinhasNaPagina NOT <
                      WSS-LinhasPorPagina
                       PERFORM CabecalhoDePagina
                   END-IF
                   MOVE LNK-TEXTO TO WSS-REG-SPOOL
                   PERFORM GravarLinha
                   ADD 1 TO WSS-LinhasNaPagina
                   ADD 1 TO WSS-QtdDetalhes
               WHEN "T"
                          "  " LNK-TEXTO
                          DELIMITED BY SIZE INTO WSS-REG-SPOOL
                   END-STRING
                   PERFORM GravarLinha
                   MOVE ALL "=" TO WSS-REG-SPOOL
                   PERFORM GravarLinha
                   PERFORM CatalogarRelatorio
               WHEN OTHER
                   DISPLAY "IMPRIME: comando desconhecido "
                           LNK-COMANDO
           END-EVALUATE

           CLOSE SPOOL-FILE
           IF WSS-Arquivando = "S"
               CLOSE RELARQ-FILE
           END-IF.

       Devolver.
           GOBACK.
                  " PAGINA: " WSS-PaginaAtual
                  DELIMITED BY SIZE INTO WSS-REG-SPOOL
           END-STRING
           PERFORM GravarLinha
           MOVE WSS-ColunasAtuais TO WSS-REG-SPOOL
           PERFORM GravarLinha
           MOVE ALL "-" TO WSS-REG-SPOOL
           PERFORM GravarLinha
           MOVE 3 TO WSS-LinhasNaPagina.

      * Sem o arquivo de relatorios o spool sai do mesmo jeito;
      * so nao fica guardado.
       AbrirArquivoRelatorios.
           MOVE "N" TO WSS-Arquivando
           OPEN EXTEND RELARQ-FILE
           IF WSS-FS-RELARQ NOT = "00"
               CLOSE RELARQ-FILE
               OPEN OUTPUT RELARQ-FILE
           END-IF
           IF WSS-FS-RELARQ = "00"
               MOVE "S" TO WSS-Arquivando
           ELSE
               DISPLAY "IMPRIME: arquivo RELARQUIVO indisponivel. "
                       "Status: " WSS-FS-RELARQ
           END-IF.

      * Chave do relatorio: data e hora da abertura, com
      * sequencia para os abertos no mesmo segundo.
       NovaChave.
           ACCEPT WSS-Hora8 FROM TIME
           IF WSS-ChaveData = WSS-DataEmissao
              AND WSS-ChaveHora = WSS-Hora8 (1:6)
               ADD 1 TO WSS-ChaveSeq
           ELSE
               MOVE WSS-DataEmissao TO WSS-ChaveData
               MOVE WSS-Hora8 (1:6) TO WSS-ChaveHora
               MOVE 1 TO WSS-ChaveSeq
           END-IF
           MOVE ZEROS TO WSS-LinhasGuardadas
           MOVE "S" TO WSS-RelatorioAberto.

       GravarLinha.
           WRITE WSS-REG-SPOOL
           IF WSS-Arquivando = "S" AND WSS-RelatorioAberto = "S"
               MOVE WSS-ChaveAtual TO RLN-CHAVE
               MOVE WSS-REG-SPOOL TO RLN-TEXTO
               WRITE RELLIN-REG
               ADD 1 TO WSS-LinhasGuardadas
           END-IF.

       CatalogarRelatorio.
           IF WSS-RelatorioAberto = "S"
               MOVE "N" TO WSS-RelatorioAberto
               OPEN EXTEND RELCAT-FILE
               IF WSS-FS-RELCAT NOT = "00"
                   CLOSE RELCAT-FILE
                   OPEN OUTPUT RELCAT-FILE
               END-IF
               IF WSS-FS-RELCAT NOT = "00"
                   DISPLAY "IMPRIME: catalogo RELCATALOGO "
                           "indisponivel. Status: " WSS-FS-RELCAT
               ELSE
                   MOVE WSS-ChaveAtual TO RLC-CHAVE
                   MOVE WSS-ProgramaAtual TO RLC-PROGRAMA
                   MOVE WSS-OperadorAtual TO RLC-OPERADOR
                   MOVE WSS-TituloAtual TO RLC-TITULO
                   MOVE WSS-PaginaAtual TO RLC-PAGINAS
                   MOVE WSS-LinhasGuardadas TO RLC-LINHAS
                   WRITE RELCAT-REG
                   CLOSE RELCAT-FILE
               END-IF
           END-IF.
