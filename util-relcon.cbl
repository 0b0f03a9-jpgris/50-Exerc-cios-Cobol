       IDENTIFICATION DIVISION.
       PROGRAM-ID. UTIL-RELCON.
       AUTHOR. JOAO_PAULO.

      * Consulta e reimpressao do arquivo de relatorios guardado
      * pelo IMPRIME: lista o catalogo RELCATALOGO filtrado por
      * data de emissao, programa e trecho do titulo (qualquer
      * combinacao; vazio = todos) e reimprime o relatorio
      * escolhido no spool IMPRESSAO exatamente como saiu da
      * primeira vez, linha a linha do RELARQUIVO - sem rodar de
      * novo o programa contra dados que ja mudaram. Relatorio
      * cujas linhas ja foram expurgadas pela retencao do
      * RETENPARAM (UTIL-ARQUIVA) e apontado para o arquivo
      * morto RELARQUIVOARC<AAAAMM>, consultado pelo UTIL-ARQCON.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RELCAT-FILE ASSIGN TO "RELCATALOGO"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WSS-FS-RELCAT.
           SELECT RELARQ-FILE ASSIGN TO "RELARQUIVO"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WSS-FS-RELARQ.
           SELECT SPOOL-FILE ASSIGN TO "IMPRESSAO"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WSS-FS-SPOOL.

       DATA DIVISION.
       FILE SECTION.
       FD  RELCAT-FILE.
           COPY "RELCAT.CPY".

       FD  RELARQ-FILE.
           COPY "RELLIN.CPY".

       FD  SPOOL-FILE.
       01  WSS-REG-SPOOL        PIC X(132).

       WORKING-STORAGE SECTION.
       77  WSS-FS-RELCAT        PIC X(02).
       77  WSS-FS-RELARQ        PIC X(02).
       77  WSS-FS-SPOOL         PIC X(02).
       77  WSS-fim-arquivo      PIC X(01).
           88 WSS-NAO-HA-MAIS-REGISTROS  VALUE "S".
       77  WSS-Continuar        PIC X(01) VALUE "S".

       77  WSS-FiltroData       PIC 9(8).
       77  WSS-FiltroPrograma   PIC X(12).
       77  WSS-FiltroTitulo     PIC X(30).
       77  WSS-TamFiltro        PIC 9(2).
       77  WSS-IndVar           PIC 9(2).
       77  WSS-Casou            PIC X(01).

       77  WSS-IndRel           PIC 9(3).
       77  WSS-QtdRelatorios    PIC 9(3).
       77  WSS-Escolha          PIC 9(3).
       77  WSS-QtdReimpressas   PIC 9(7).
       77  WSS-AvisoLimite      PIC X(01).
       01  TABELA-RELATORIOS.
           05  RELATORIO-LISTADO OCCURS 500 TIMES.
               10  rel-chave          PIC X(16).
               10  rel-linhas         PIC 9(7).

       PROCEDURE DIVISION.
       Inicio.
           PERFORM UNTIL WSS-Continuar = "N"
               PERFORM ConsultarCatalogo
               IF WSS-QtdRelatorios > ZEROS
                   DISPLAY "Numero do relatorio para reimprimir "
                           "(0 = nenhum): "
                   ACCEPT WSS-Escolha
                   IF WSS-Escolha > ZEROS
                       IF WSS-Escolha > WSS-QtdRelatorios
                           DISPLAY "Numero fora da lista."
                       ELSE
                           PERFORM ReimprimirRelatorio
                       END-IF
                   END-IF
               END-IF
               DISPLAY "Nova consulta? (S/N): "
               ACCEPT WSS-Continuar
               IF WSS-Continuar = "n"
                   MOVE "N" TO WSS-Continuar
               END-IF
           END-PERFORM.

       Encerramento.
           DISPLAY SPACE
           display "Obrigado volte sempre!!! "
           DISPLAY SPACE

           ACCEPT OMITTED.
           EXIT PROGRAM.
           STOP RUN.

       ConsultarCatalogo.
           MOVE ZEROS TO WSS-QtdRelatorios
           MOVE "N" TO WSS-AvisoLimite
           DISPLAY "Data de emissao (AAAAMMDD, 0 = todas): "
           ACCEPT WSS-FiltroData
           DISPLAY "Programa (vazio = todos): "
           ACCEPT WSS-FiltroPrograma
           MOVE FUNCTION UPPER-CASE (WSS-FiltroPrograma)
                TO WSS-FiltroPrograma
           DISPLAY "Trecho do titulo (vazio = todos): "
           ACCEPT WSS-FiltroTitulo
           MOVE FUNCTION UPPER-CASE (WSS-FiltroTitulo)
                TO WSS-FiltroTitulo
           MOVE ZEROS TO WSS-TamFiltro
           INSPECT FUNCTION REVERSE (WSS-FiltroTitulo)
               TALLYING WSS-TamFiltro FOR LEADING SPACES
           COMPUTE WSS-TamFiltro = 30 - WSS-TamFiltro

           OPEN INPUT RELCAT-FILE
           IF WSS-FS-RELCAT NOT = "00"
               DISPLAY "Catalogo RELCATALOGO nao encontrado (status "
                       WSS-FS-RELCAT "). Nenhum relatorio guardado."
           ELSE
               DISPLAY "------ RELATORIOS GUARDADOS ------"
               DISPLAY "NUM DATA     HORA   PROGRAMA     OPE PAGS "
                       "TITULO"
               MOVE "N" TO WSS-fim-arquivo
               READ RELCAT-FILE
                   AT END SET WSS-NAO-HA-MAIS-REGISTROS TO TRUE
               END-READ
               PERFORM UNTIL WSS-NAO-HA-MAIS-REGISTROS
                   PERFORM ConferirFiltros
                   IF WSS-Casou = "S"
                       PERFORM ListarRelatorio
                   END-IF
                   READ RELCAT-FILE
                       AT END SET WSS-NAO-HA-MAIS-REGISTROS TO TRUE
                   END-READ
               END-PERFORM
               CLOSE RELCAT-FILE
               DISPLAY "Relatorios listados: " WSS-QtdRelatorios
           END-IF.

       ConferirFiltros.
           MOVE "S" TO WSS-Casou
           IF WSS-FiltroData NOT = ZEROS
              AND RLC-DATA NOT = WSS-FiltroData
               MOVE "N" TO WSS-Casou
           END-IF
           IF WSS-FiltroPrograma NOT = SPACES
              AND RLC-PROGRAMA NOT = WSS-FiltroPrograma
               MOVE "N" TO WSS-Casou
           END-IF
           IF WSS-Casou = "S" AND WSS-TamFiltro > ZEROS
               MOVE "N" TO WSS-Casou
               PERFORM VARYING WSS-IndVar FROM 1 BY 1
                       UNTIL WSS-IndVar > 60 - WSS-TamFiltro + 1
                          OR WSS-Casou = "S"
                   IF RLC-TITULO (WSS-IndVar:WSS-TamFiltro) =
                      WSS-FiltroTitulo (1:WSS-TamFiltro)
                       MOVE "S" TO WSS-Casou
                   END-IF
               END-PERFORM
           END-IF.

       ListarRelatorio.
           IF WSS-QtdRelatorios < 500
               ADD 1 TO WSS-QtdRelatorios
               MOVE RLC-CHAVE TO rel-chave (WSS-QtdRelatorios)
               MOVE RLC-LINHAS TO rel-linhas (WSS-QtdRelatorios)
               DISPLAY WSS-QtdRelatorios " " RLC-DATA " " RLC-HORA
                       " " RLC-PROGRAMA " " RLC-OPERADOR " "
                       RLC-PAGINAS " " RLC-TITULO (1:40)
           ELSE
               IF WSS-AvisoLimite = "N"
                   DISPLAY "Limite de 500 relatorios na lista; "
                           "refine os filtros."
                   MOVE "S" TO WSS-AvisoLimite
               END-IF
           END-IF.

      * Copia as linhas guardadas, na ordem em que foram
      * gravadas, direto no spool - sem novo cabecalho.
       ReimprimirRelatorio.
           MOVE WSS-Escolha TO WSS-IndRel
           MOVE ZEROS TO WSS-QtdReimpressas
           OPEN INPUT RELARQ-FILE
           IF WSS-FS-RELARQ NOT = "00"
               DISPLAY "Arquivo RELARQUIVO nao encontrado (status "
                       WSS-FS-RELARQ ")."
           ELSE
               OPEN EXTEND SPOOL-FILE
               IF WSS-FS-SPOOL NOT = "00"
                   CLOSE SPOOL-FILE
                   OPEN OUTPUT SPOOL-FILE
               END-IF
               MOVE "N" TO WSS-fim-arquivo
               READ RELARQ-FILE
                   AT END SET WSS-NAO-HA-MAIS-REGISTROS TO TRUE
               END-READ
               PERFORM UNTIL WSS-NAO-HA-MAIS-REGISTROS
                   IF RLN-CHAVE = rel-chave (WSS-IndRel)
                       MOVE RLN-TEXTO TO WSS-REG-SPOOL
                       WRITE WSS-REG-SPOOL
                       ADD 1 TO WSS-QtdReimpressas
                   END-IF
                   READ RELARQ-FILE
                       AT END SET WSS-NAO-HA-MAIS-REGISTROS TO TRUE
                   END-READ
               END-PERFORM
               CLOSE RELARQ-FILE
               CLOSE SPOOL-FILE
               IF WSS-QtdReimpressas = ZEROS
                   DISPLAY "Linhas do relatorio ja expurgadas pela "
                           "retencao; consulte o arquivo morto "
                           "RELARQUIVOARC<AAAAMM> (UTIL-ARQCON)."
               ELSE
                   DISPLAY "Reimpressas no spool IMPRESSAO: "
                           WSS-QtdReimpressas " linhas."
                   IF WSS-QtdReimpressas NOT =
                      rel-linhas (WSS-IndRel)
                       DISPLAY "Atencao: o catalogo registra "
                               rel-linhas (WSS-IndRel) " linhas."
                   END-IF
               END-IF
           END-IF.
      *wrun32 util-relcon
