       IDENTIFICATION DIVISION.
       PROGRAM-ID. EXERC-35-CLJ.
       AUTHOR. JOAO_PAULO.
      *****************************************************
      *  Conversao unica dos arquivos de estoque para o    *
      *  controle por loja. Antes de executar, renomear    *
      *  ESTOQUE, LOTESVAL, PEDIDOSCOMP, CONTAGEMINV,      *
      *  MOVESTOQUE e ESTOQUEEXC atuais para o mesmo nome  *
      *  com ANT no final; o programa grava os novos       *
      *  arquivos com todo o estoque atual na loja         *
      *  informada (padrao A). Arquivo ANT ausente e       *
      *  apontado e pulado.                                *
      *****************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ESTANT-FILE ASSIGN TO "ESTOQUEANT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS ESA-CODIGO
               FILE STATUS IS WSS-FS-ANTIGO.
           SELECT ESTOQUE-FILE ASSIGN TO "ESTOQUE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EST-CHAVE
               FILE STATUS IS WSS-FS-NOVO.
           SELECT LOTANT-FILE ASSIGN TO "LOTESVALANT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS LOA-CHAVE
               FILE STATUS IS WSS-FS-ANTIGO.
           SELECT LOTES-FILE ASSIGN TO "LOTESVAL"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LOT-CHAVE
               FILE STATUS IS WSS-FS-NOVO.
           SELECT PEDANT-FILE ASSIGN TO "PEDIDOSCOMPANT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS PEA-CHAVE
               FILE STATUS IS WSS-FS-ANTIGO.
           SELECT PEDIDOS-FILE ASSIGN TO "PEDIDOSCOMP"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PED-CHAVE
               FILE STATUS IS WSS-FS-NOVO.
           SELECT CONANT-FILE ASSIGN TO "CONTAGEMINVANT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS COA-CHAVE
               FILE STATUS IS WSS-FS-ANTIGO.
           SELECT CONTAGEM-FILE ASSIGN TO "CONTAGEMINV"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CON-CHAVE
               FILE STATUS IS WSS-FS-NOVO.
           SELECT MOVANT-FILE ASSIGN TO "MOVESTOQUEANT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WSS-FS-ANTIGO.
           SELECT MOVESTQ-FILE ASSIGN TO "MOVESTOQUE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WSS-FS-NOVO.
           SELECT EXCANT-FILE ASSIGN TO "ESTOQUEEXCANT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WSS-FS-ANTIGO.
           SELECT ESTEXC-FILE ASSIGN TO "ESTOQUEEXC"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WSS-FS-NOVO.

       DATA DIVISION.
       FILE SECTION.
       FD  ESTANT-FILE.
       01  ESTOQUE-REG-ANT.
           05  ESA-CODIGO          PIC 9(5).
           05  ESA-QTDATUAL        PIC S9(5).
           05  ESA-QTDMINIMA       PIC 9(5).
           05  ESA-ULTMOV          PIC 9(8).

       FD  ESTOQUE-FILE.
           COPY "ESTOQUE.CPY".

       FD  LOTANT-FILE.
       01  LOTE-REG-ANT.
           05  LOA-CHAVE.
               10  LOA-PRODUTO     PIC 9(5).
               10  LOA-VALIDADE    PIC 9(8).
               10  LOA-LOTE        PIC X(10).
           05  LOA-QTD             PIC 9(5).

       FD  LOTES-FILE.
           COPY "LOTE.CPY".

       FD  PEDANT-FILE.
       01  PEDCOMP-REG-ANT.
           05  PEA-CHAVE.
               10  PEA-NUMERO      PIC 9(6).
               10  PEA-PRODUTO     PIC 9(5).
           05  PEA-FORNECEDOR      PIC 9(3).
           05  PEA-DATA            PIC 9(8).
           05  PEA-QTDPEDIDA       PIC 9(5).
           05  PEA-QTDRECEBIDA     PIC 9(5).
           05  PEA-SITUACAO        PIC X(01).

       FD  PEDIDOS-FILE.
           COPY "PEDCOMP.CPY".

       FD  CONANT-FILE.
       01  CONTAGEM-REG-ANT.
           05  COA-CHAVE.
               10  COA-DATA        PIC 9(8).
               10  COA-PRODUTO     PIC 9(5).
           05  COA-QTDCONTADA      PIC 9(5).
           05  COA-OPERADOR        PIC 9(3).
           05  COA-SITUACAO        PIC X(01).

       FD  CONTAGEM-FILE.
           COPY "CONTAGEM.CPY".

       FD  MOVANT-FILE.
       01  MOVESTQ-REG-ANT.
           05  MVA-DATA            PIC 9(8).
           05  MVA-HORA            PIC 9(6).
           05  MVA-PRODUTO         PIC 9(5).
           05  MVA-TIPO            PIC X(01).
           05  MVA-QTD             PIC S9(5).
           05  MVA-SALDO           PIC S9(5).
           05  MVA-OPERADOR        PIC 9(3).

       FD  MOVESTQ-FILE.
           COPY "MOVESTQ.CPY".

       FD  EXCANT-FILE.
       01  ESTEXC-REG-ANT.
           05  EXA-DATA            PIC 9(8).
           05  EXA-RECIBO          PIC 9(6).
           05  EXA-PRODUTO         PIC 9(5).
           05  EXA-QTD             PIC 9(5).
           05  EXA-SALDO           PIC S9(5).
           05  EXA-MOTIVO          PIC X(02).
           05  EXA-OPERADOR        PIC 9(3).
           05  EXA-SESSAO          PIC 9(6).

       FD  ESTEXC-FILE.
           COPY "ESTEXC.CPY".

       WORKING-STORAGE SECTION.
       77  WSS-FS-ANTIGO        PIC X(02).
       77  WSS-FS-NOVO          PIC X(02).
       77  WSS-Loja             PIC X(01).
       77  WSS-NomeArquivo      PIC X(14).
       77  WSS-AbriuArquivos    PIC X(01).
       77  WSS-fim-arquivo      PIC X(01).
           88 WSS-NAO-HA-MAIS-REGISTROS  VALUE "S".
       77  WSS-QtdLidas         PIC 9(7).
       77  WSS-QtdGravadas      PIC 9(7).
       77  WSS-QtdDuplicadas    PIC 9(7).
       77  WSS-QtdArquivos      PIC 9(2) VALUE ZEROS.

       PROCEDURE DIVISION.
       Inicio.
           DISPLAY "Loja que fica com o estoque atual (branco = A): "
           ACCEPT WSS-Loja
           MOVE FUNCTION UPPER-CASE (WSS-Loja) TO WSS-Loja
           IF WSS-Loja = SPACE
               MOVE "A" TO WSS-Loja
           END-IF
           PERFORM UNTIL WSS-Loja >= "A" AND WSS-Loja <= "Z"
               DISPLAY "Loja invalida. Informe uma letra (A/B/...): "
               ACCEPT WSS-Loja
               MOVE FUNCTION UPPER-CASE (WSS-Loja) TO WSS-Loja
           END-PERFORM

           DISPLAY "------ CONVERSAO DO ESTOQUE PARA A LOJA "
                   WSS-Loja " ------"
           PERFORM ConverterEstoque
           PERFORM ConverterLotes
           PERFORM ConverterPedidos
           PERFORM ConverterContagens
           PERFORM ConverterMovimentos
           PERFORM ConverterExcecoes
           DISPLAY "Arquivos convertidos: " WSS-QtdArquivos

           DISPLAY SPACE
           display "Obrigado volte sempre!!! "
           DISPLAY SPACE

           ACCEPT OMITTED.
           EXIT PROGRAM.
           STOP RUN.

       ConverterEstoque.
           MOVE "ESTOQUE" TO WSS-NomeArquivo
           PERFORM ZerarContadores
           OPEN INPUT ESTANT-FILE
           IF WSS-FS-ANTIGO = "35"
               PERFORM ApontarAusente
           ELSE
               OPEN OUTPUT ESTOQUE-FILE
               PERFORM ConferirAbertura
           END-IF
           IF WSS-AbriuArquivos = "S"
               READ ESTANT-FILE
                   AT END SET WSS-NAO-HA-MAIS-REGISTROS TO TRUE
               END-READ
               PERFORM UNTIL WSS-NAO-HA-MAIS-REGISTROS
                   ADD 1 TO WSS-QtdLidas
                   MOVE WSS-Loja TO EST-LOJA
                   MOVE ESA-CODIGO TO EST-CODIGO
                   MOVE ESA-QTDATUAL TO EST-QTDATUAL
                   MOVE ESA-QTDMINIMA TO EST-QTDMINIMA
                   MOVE ESA-ULTMOV TO EST-ULTMOV
                   WRITE ESTOQUE-REG
                       INVALID KEY
                           ADD 1 TO WSS-QtdDuplicadas
                       NOT INVALID KEY
                           ADD 1 TO WSS-QtdGravadas
                   END-WRITE
                   READ ESTANT-FILE
                       AT END SET WSS-NAO-HA-MAIS-REGISTROS TO TRUE
                   END-READ
               END-PERFORM
               CLOSE ESTOQUE-FILE
               PERFORM MostrarTotais
           END-IF
           IF WSS-FS-ANTIGO NOT = "35"
               CLOSE ESTANT-FILE
           END-IF.

       ConverterLotes.
           MOVE "LOTESVAL" TO WSS-NomeArquivo
           PERFORM ZerarContadores
           OPEN INPUT LOTANT-FILE
           IF WSS-FS-ANTIGO = "35"
               PERFORM ApontarAusente
           ELSE
               OPEN OUTPUT LOTES-FILE
               PERFORM ConferirAbertura
           END-IF
           IF WSS-AbriuArquivos = "S"
               READ LOTANT-FILE
                   AT END SET WSS-NAO-HA-MAIS-REGISTROS TO TRUE
               END-READ
               PERFORM UNTIL WSS-NAO-HA-MAIS-REGISTROS
                   ADD 1 TO WSS-QtdLidas
                   MOVE WSS-Loja TO LOT-LOJA
                   MOVE LOA-PRODUTO TO LOT-PRODUTO
                   MOVE LOA-VALIDADE TO LOT-VALIDADE
                   MOVE LOA-LOTE TO LOT-LOTE
                   MOVE LOA-QTD TO LOT-QTD
                   WRITE LOTE-REG
                       INVALID KEY
                           ADD 1 TO WSS-QtdDuplicadas
                       NOT INVALID KEY
                           ADD 1 TO WSS-QtdGravadas
                   END-WRITE
                   READ LOTANT-FILE
                       AT END SET WSS-NAO-HA-MAIS-REGISTROS TO TRUE
                   END-READ
               END-PERFORM
               CLOSE LOTES-FILE
               PERFORM MostrarTotais
           END-IF
           IF WSS-FS-ANTIGO NOT = "35"
               CLOSE LOTANT-FILE
           END-IF.

       ConverterPedidos.
           MOVE "PEDIDOSCOMP" TO WSS-NomeArquivo
           PERFORM ZerarContadores
           OPEN INPUT PEDANT-FILE
           IF WSS-FS-ANTIGO = "35"
               PERFORM ApontarAusente
           ELSE
               OPEN OUTPUT PEDIDOS-FILE
               PERFORM ConferirAbertura
           END-IF
           IF WSS-AbriuArquivos = "S"
               READ PEDANT-FILE
                   AT END SET WSS-NAO-HA-MAIS-REGISTROS TO TRUE
               END-READ
               PERFORM UNTIL WSS-NAO-HA-MAIS-REGISTROS
                   ADD 1 TO WSS-QtdLidas
                   MOVE PEA-NUMERO TO PED-NUMERO
                   MOVE PEA-PRODUTO TO PED-PRODUTO
                   MOVE PEA-FORNECEDOR TO PED-FORNECEDOR
                   MOVE PEA-DATA TO PED-DATA
                   MOVE PEA-QTDPEDIDA TO PED-QTDPEDIDA
                   MOVE PEA-QTDRECEBIDA TO PED-QTDRECEBIDA
                   MOVE PEA-SITUACAO TO PED-SITUACAO
                   MOVE WSS-Loja TO PED-LOJA
                   WRITE PEDCOMP-REG
                       INVALID KEY
                           ADD 1 TO WSS-QtdDuplicadas
                       NOT INVALID KEY
                           ADD 1 TO WSS-QtdGravadas
                   END-WRITE
                   READ PEDANT-FILE
                       AT END SET WSS-NAO-HA-MAIS-REGISTROS TO TRUE
                   END-READ
               END-PERFORM
               CLOSE PEDIDOS-FILE
               PERFORM MostrarTotais
           END-IF
           IF WSS-FS-ANTIGO NOT = "35"
               CLOSE PEDANT-FILE
           END-IF.

       ConverterContagens.
           MOVE "CONTAGEMINV" TO WSS-NomeArquivo
           PERFORM ZerarContadores
           OPEN INPUT CONANT-FILE
           IF WSS-FS-ANTIGO = "35"
               PERFORM ApontarAusente
           ELSE
               OPEN OUTPUT CONTAGEM-FILE
               PERFORM ConferirAbertura
           END-IF
           IF WSS-AbriuArquivos = "S"
               READ CONANT-FILE
                   AT END SET WSS-NAO-HA-MAIS-REGISTROS TO TRUE
               END-READ
               PERFORM UNTIL WSS-NAO-HA-MAIS-REGISTROS
                   ADD 1 TO WSS-QtdLidas
                   MOVE COA-DATA TO CON-DATA
                   MOVE WSS-Loja TO CON-LOJA
                   MOVE COA-PRODUTO TO CON-PRODUTO
                   MOVE COA-QTDCONTADA TO CON-QTDCONTADA
                   MOVE COA-OPERADOR TO CON-OPERADOR
                   MOVE COA-SITUACAO TO CON-SITUACAO
                   WRITE CONTAGEM-REG
                       INVALID KEY
                           ADD 1 TO WSS-QtdDuplicadas
                       NOT INVALID KEY
                           ADD 1 TO WSS-QtdGravadas
                   END-WRITE
                   READ CONANT-FILE
                       AT END SET WSS-NAO-HA-MAIS-REGISTROS TO TRUE
                   END-READ
               END-PERFORM
               CLOSE CONTAGEM-FILE
               PERFORM MostrarTotais
           END-IF
           IF WSS-FS-ANTIGO NOT = "35"
               CLOSE CONANT-FILE
           END-IF.

       ConverterMovimentos.
           MOVE "MOVESTOQUE" TO WSS-NomeArquivo
           PERFORM ZerarContadores
           OPEN INPUT MOVANT-FILE
           IF WSS-FS-ANTIGO = "35"
               PERFORM ApontarAusente
           ELSE
               OPEN OUTPUT MOVESTQ-FILE
               PERFORM ConferirAbertura
           END-IF
           IF WSS-AbriuArquivos = "S"
               READ MOVANT-FILE
                   AT END SET WSS-NAO-HA-MAIS-REGISTROS TO TRUE
               END-READ
               PERFORM UNTIL WSS-NAO-HA-MAIS-REGISTROS
                   ADD 1 TO WSS-QtdLidas
                   MOVE MVA-DATA TO MOV-DATA
                   MOVE MVA-HORA TO MOV-HORA
                   MOVE MVA-PRODUTO TO MOV-PRODUTO
                   MOVE MVA-TIPO TO MOV-TIPO
                   MOVE MVA-QTD TO MOV-QTD
                   MOVE MVA-SALDO TO MOV-SALDO
                   MOVE MVA-OPERADOR TO MOV-OPERADOR
                   MOVE WSS-Loja TO MOV-LOJA
                   MOVE SPACES TO MOV-MOTIVO
                   WRITE MOVESTQ-REG
                   ADD 1 TO WSS-QtdGravadas
                   READ MOVANT-FILE
                       AT END SET WSS-NAO-HA-MAIS-REGISTROS TO TRUE
                   END-READ
               END-PERFORM
               CLOSE MOVESTQ-FILE
               PERFORM MostrarTotais
           END-IF
           IF WSS-FS-ANTIGO NOT = "35"
               CLOSE MOVANT-FILE
           END-IF.

       ConverterExcecoes.
           MOVE "ESTOQUEEXC" TO WSS-NomeArquivo
           PERFORM ZerarContadores
           OPEN INPUT EXCANT-FILE
           IF WSS-FS-ANTIGO = "35"
               PERFORM ApontarAusente
           ELSE
               OPEN OUTPUT ESTEXC-FILE
               PERFORM ConferirAbertura
           END-IF
           IF WSS-AbriuArquivos = "S"
               READ EXCANT-FILE
                   AT END SET WSS-NAO-HA-MAIS-REGISTROS TO TRUE
               END-READ
               PERFORM UNTIL WSS-NAO-HA-MAIS-REGISTROS
                   ADD 1 TO WSS-QtdLidas
                   MOVE EXA-DATA TO EXE-DATA
                   MOVE EXA-RECIBO TO EXE-RECIBO
                   MOVE EXA-PRODUTO TO EXE-PRODUTO
                   MOVE EXA-QTD TO EXE-QTD
                   MOVE EXA-SALDO TO EXE-SALDO
                   MOVE EXA-MOTIVO TO EXE-MOTIVO
                   MOVE EXA-OPERADOR TO EXE-OPERADOR
                   MOVE EXA-SESSAO TO EXE-SESSAO
                   MOVE WSS-Loja TO EXE-LOJA
                   WRITE ESTEXC-REG
                   ADD 1 TO WSS-QtdGravadas
                   READ EXCANT-FILE
                       AT END SET WSS-NAO-HA-MAIS-REGISTROS TO TRUE
                   END-READ
               END-PERFORM
               CLOSE ESTEXC-FILE
               PERFORM MostrarTotais
           END-IF
           IF WSS-FS-ANTIGO NOT = "35"
               CLOSE EXCANT-FILE
           END-IF.

       ZerarContadores.
           MOVE "N" TO WSS-AbriuArquivos
           MOVE "N" TO WSS-fim-arquivo
           MOVE ZEROS TO WSS-QtdLidas
           MOVE ZEROS TO WSS-QtdGravadas
           MOVE ZEROS TO WSS-QtdDuplicadas.

       ApontarAusente.
           DISPLAY "Arquivo anterior (ANT) de " WSS-NomeArquivo
                   " nao encontrado; nao convertido.".

       ConferirAbertura.
           IF WSS-FS-NOVO NOT = "00"
               DISPLAY "Nao foi possivel criar o " WSS-NomeArquivo
                       ". Status: " WSS-FS-NOVO
           ELSE
               MOVE "S" TO WSS-AbriuArquivos
           END-IF.

       MostrarTotais.
           ADD 1 TO WSS-QtdArquivos
           DISPLAY WSS-NomeArquivo " lidos: " WSS-QtdLidas
                   " gravados: " WSS-QtdGravadas
                   " duplicados: " WSS-QtdDuplicadas.
      *wrun32 exerc-35-clj
