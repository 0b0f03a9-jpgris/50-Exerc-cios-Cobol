       IDENTIFICATION DIVISION.
       PROGRAM-ID. UTIL-INTEGR.
       AUTHOR. JOAO_PAULO.

      * Conferencia da integridade referencial entre cadastros e
      * movimentos, dirigida pelo cartao INTEGRPARAM - uma
      * relacao por registro: arquivo filho, coluna e tamanho da
      * chave no filho, arquivo pai, coluna e tamanho da chave
      * no pai, S se a relacao e critica e uma descricao. Para
      * cada relacao carrega as chaves do pai e le o filho
      * inteiro; chave do filho em branco ou zerada e referencia
      * opcional nao preenchida e nao conta. Sai o relatorio de
      * orfaos por relacao (lidos, conferidos, orfaos e ate dez
      * chaves de amostra) na tela e no spool IMPRESSAO.
      * Passo do BATCH-NOTURNO logo apos o UTIL-UNLOAD: orfao em
      * relacao critica, ou relacao critica que nao pode ser
      * conferida, termina com retorno ER (e RETURN-CODE 8) e
      * para a corrente; orfao em relacao nao critica so aparece
      * no relatorio.
      * Os sequenciais sao lidos pelo nome do cartao; os
      * indexados PRODUTOS, CLIENTES, CLIENTESLJ, CONTASREC,
      * EMPRESTIMOS, TERMODEPS, FUNCIONARIOS, PESSOAS e ALUNOS
      * pelo proprio layout. Chaves numericas sao comparadas
      * pelo valor, mesmo com tamanhos diferentes no filho e no
      * pai. Cartoes em uso (filho col tam pai col tam):
      *   ITENSVENDA   15 5 PRODUTOS      1 5  produto vendido
      *   CONTASREC     1 5 CLIENTESLJ    1 5  cliente do titulo
      *   EMPRESTIMOS   9 6 CLIENTES      1 6  conta do emprestimo
      *   TERMODEPS     7 6 CLIENTES      1 6  conta do deposito
      *   FUNCIONARIOS 59 6 CLIENTES      1 6  conta de investimento
      *   PESSOAS      79 6 CLIENTES      1 6  conta do beneficio
      *   MORADORES     6 4 PESSOAS       1 4  morador
      *   NOTAS         1 5 ALUNOS        1 5  aluno da nota
      *   PRESENCAS     9 5 ALUNOS        1 5  aluno da presenca

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PARAM-FILE ASSIGN TO "INTEGRPARAM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WSS-FS-PARAM.
           SELECT GENERICO-FILE ASSIGN TO WSS-NomeArquivo
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WSS-FS-GENERICO.
           SELECT PRODUTOS-FILE ASSIGN TO "PRODUTOS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS REG-PRODUTO-CODIGO
               FILE STATUS IS WSS-FS-PRODUTOS.
           SELECT CLIENTES-FILE ASSIGN TO "CLIENTES"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS CLI-CODIGO
               FILE STATUS IS WSS-FS-CLIENTES.
           SELECT CLILOJA-FILE ASSIGN TO "CLIENTESLJ"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS CLJ-CODIGO
               FILE STATUS IS WSS-FS-CLILOJA.
           SELECT CONTASREC-FILE ASSIGN TO "CONTASREC"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS REC-CHAVE
               FILE STATUS IS WSS-FS-CONTASREC.
           SELECT EMPREST-FILE ASSIGN TO "EMPRESTIMOS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS EMP-CHAVE
               FILE STATUS IS WSS-FS-EMPREST.
           SELECT TERMO-FILE ASSIGN TO "TERMODEPS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS TDP-NUMERO
               FILE STATUS IS WSS-FS-TERMO.
           SELECT FUNCIONARIOS-FILE ASSIGN TO "FUNCIONARIOS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS FUN-MATRICULA
               FILE STATUS IS WSS-FS-FUNCIONARIOS.
           SELECT PESSOAS-FILE ASSIGN TO "PESSOAS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS PES-CODIGO
               FILE STATUS IS WSS-FS-PESSOAS.
           SELECT ALUNOS-FILE ASSIGN TO "ALUNOS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS REG-ALUNO-ID
               FILE STATUS IS WSS-FS-ALUNOS.

       DATA DIVISION.
       FILE SECTION.
       FD  PARAM-FILE.
       01  RELACAO-REG.
           05  REL-FILHO           PIC X(12).
           05  FILLER              PIC X(01).
           05  REL-POSFILHO        PIC 9(3).
           05  FILLER              PIC X(01).
           05  REL-TAMFILHO        PIC 9(2).
           05  FILLER              PIC X(01).
           05  REL-PAI             PIC X(12).
           05  FILLER              PIC X(01).
           05  REL-POSPAI          PIC 9(3).
           05  FILLER              PIC X(01).
           05  REL-TAMPAI          PIC 9(2).
           05  FILLER              PIC X(01).
           05  REL-CRITICA         PIC X(01).
               88  REL-EH-CRITICA      VALUE "S".
           05  FILLER              PIC X(01).
           05  REL-DESCRICAO       PIC X(30).

       FD  GENERICO-FILE.
       01  GENERICO-REG            PIC X(300).

       FD  PRODUTOS-FILE.
           COPY "PRODUTO.CPY".

       FD  CLIENTES-FILE.
           COPY "CLIENTE.CPY".

       FD  CLILOJA-FILE.
           COPY "CLILOJA.CPY".

       FD  CONTASREC-FILE.
           COPY "RECEBER.CPY".

       FD  EMPREST-FILE.
           COPY "EMPREST.CPY".

       FD  TERMO-FILE.
           COPY "TERMODEP.CPY".

       FD  FUNCIONARIOS-FILE.
           COPY "FUNCION.CPY".

       FD  PESSOAS-FILE.
           COPY "PESSOA.CPY".

       FD  ALUNOS-FILE.
           COPY "ALUNO.CPY".

       WORKING-STORAGE SECTION.
       77  WSS-FS-PARAM         PIC X(02).
       77  WSS-FS-GENERICO      PIC X(02).
       77  WSS-FS-PRODUTOS      PIC X(02).
       77  WSS-FS-CLIENTES      PIC X(02).
       77  WSS-FS-CLILOJA       PIC X(02).
       77  WSS-FS-CONTASREC     PIC X(02).
       77  WSS-FS-EMPREST       PIC X(02).
       77  WSS-FS-TERMO         PIC X(02).
       77  WSS-FS-FUNCIONARIOS  PIC X(02).
       77  WSS-FS-PESSOAS       PIC X(02).
       77  WSS-FS-ALUNOS        PIC X(02).
       77  WSS-LogPrograma      PIC X(12) VALUE "UTIL-INTEGR".
       77  WSS-LogEvento        PIC X(01).
       77  WSS-LogLidos         PIC 9(7) VALUE ZEROS.
       77  WSS-LogGravados      PIC 9(7) VALUE ZEROS.
       77  WSS-LogRejeitados    PIC 9(7) VALUE ZEROS.
       77  WSS-LogRetorno       PIC X(02) VALUE "OK".
       77  WSS-fim-param        PIC X(01) VALUE "N".
           88 WSS-NAO-HA-MAIS-PARAMETROS  VALUE "S".

       77  WSS-ImpComando       PIC X(1).
       77  WSS-ImpTexto         PIC X(80).
       77  WSS-ImpColunas       PIC X(80).

      * Leitura uniforme de qualquer arquivo do cartao: o
      * registro lido vai sempre para WSS-Registro.
       77  WSS-NomeArquivo      PIC X(12).
       77  WSS-ArquivoAberto    PIC X(01).
       77  WSS-FimArquivo       PIC X(01).
           88 WSS-NAO-HA-MAIS-REGISTROS  VALUE "S".
       77  WSS-Registro         PIC X(300).
       77  WSS-StatusAbertura   PIC X(02).

       77  WSS-PosChave         PIC 9(3).
       77  WSS-TamChave         PIC 9(2).
       77  WSS-ChaveNum         PIC 9(18).
       77  WSS-ChaveLida        PIC X(18).

       77  WSS-IndPai           PIC 9(5).
       77  WSS-QtdPais          PIC 9(5).
       77  WSS-AchouPai         PIC X(01).
       77  WSS-PaisExcedidos    PIC X(01).
       01  TABELA-PAIS.
           05  CHAVE-PAI OCCURS 20000 TIMES PIC X(18).

       77  WSS-IndAmostra       PIC 9(2).
       77  WSS-QtdAmostras      PIC 9(2).
       77  WSS-ColAmostra       PIC 9(2).
       01  TABELA-AMOSTRAS.
           05  CHAVE-AMOSTRA OCCURS 10 TIMES PIC X(18).

       77  WSS-RelacaoOk        PIC X(01).
       77  WSS-QtdRelacoes      PIC 9(3) VALUE ZEROS.
       77  WSS-QtdQuebradas     PIC 9(3) VALUE ZEROS.
       77  WSS-QtdCriticas      PIC 9(3) VALUE ZEROS.
       77  WSS-FilhosLidos      PIC 9(7).
       77  WSS-FilhosConferidos PIC 9(7).
       77  WSS-FilhosOrfaos     PIC 9(7).
       77  WSS-Situacao         PIC X(14).

       PROCEDURE DIVISION.
       Inicio.
           MOVE "I" TO WSS-LogEvento
           CALL "GRAVALOG" USING WSS-LogPrograma WSS-LogEvento
                WSS-LogLidos WSS-LogGravados WSS-LogRejeitados
                WSS-LogRetorno

           OPEN INPUT PARAM-FILE
           IF WSS-FS-PARAM NOT = "00"
               DISPLAY "Cartao INTEGRPARAM nao encontrado. Monte um "
                       "registro por relacao: filho, coluna, "
                       "tamanho, pai, coluna, tamanho, critica "
                       "S/N e descricao."
               MOVE "ER" TO WSS-LogRetorno
               GO TO GravarFimLog
           END-IF

           MOVE "P" TO WSS-ImpComando
           MOVE "UTIL-INTEGR" TO WSS-ImpTexto
           CALL "IMPRIME" USING WSS-ImpComando WSS-ImpTexto
                WSS-ImpColunas
           MOVE "A" TO WSS-ImpComando
           MOVE "INTEGRIDADE REFERENCIAL - ORFAOS POR RELACAO"
                TO WSS-ImpTexto
           MOVE SPACES TO WSS-ImpColunas
           STRING "FILHO        PAI          LIDOS   CONFERIDOS "
                  "ORFAOS  SITUACAO"
                  DELIMITED BY SIZE INTO WSS-ImpColunas
           END-STRING
           CALL "IMPRIME" USING WSS-ImpComando WSS-ImpTexto
                WSS-ImpColunas

           READ PARAM-FILE
               AT END SET WSS-NAO-HA-MAIS-PARAMETROS TO TRUE
           END-READ
           PERFORM UNTIL WSS-NAO-HA-MAIS-PARAMETROS
               IF REL-FILHO NOT = SPACES
                   PERFORM ConferirRelacao THRU ConferirRelacao-Fim
               END-IF
               READ PARAM-FILE
                   AT END SET WSS-NAO-HA-MAIS-PARAMETROS TO TRUE
               END-READ
           END-PERFORM
           CLOSE PARAM-FILE

           MOVE "T" TO WSS-ImpComando
           MOVE SPACES TO WSS-ImpTexto
           STRING "RELACOES: " WSS-QtdRelacoes
                  "  COM PROBLEMA: " WSS-QtdQuebradas
                  "  CRITICAS: " WSS-QtdCriticas
                  DELIMITED BY SIZE INTO WSS-ImpTexto
           END-STRING
           CALL "IMPRIME" USING WSS-ImpComando WSS-ImpTexto
                WSS-ImpColunas

           DISPLAY "------ INTEGRIDADE REFERENCIAL ------"
           DISPLAY "Relacoes conferidas.....: " WSS-QtdRelacoes
           DISPLAY "Relacoes com problema...: " WSS-QtdQuebradas
           DISPLAY "Relacoes criticas com problema: "
                   WSS-QtdCriticas
           DISPLAY "Relatorio gravado no spool IMPRESSAO."
           IF WSS-QtdCriticas > ZEROS
               DISPLAY "Relacao critica quebrada: corrija os "
                       "cadastros antes de seguir a janela."
               MOVE "ER" TO WSS-LogRetorno
           END-IF.

       GravarFimLog.
           MOVE "F" TO WSS-LogEvento
           CALL "GRAVALOG" USING WSS-LogPrograma WSS-LogEvento
                WSS-LogLidos WSS-LogGravados WSS-LogRejeitados
                WSS-LogRetorno
           IF WSS-LogRetorno = "ER"
               MOVE 8 TO RETURN-CODE
           END-IF.

       Encerramento.
           DISPLAY SPACE
           display "Obrigado volte sempre!!! "
           DISPLAY SPACE

           ACCEPT OMITTED.
           EXIT PROGRAM.
           STOP RUN.

      * Uma relacao do cartao: chaves do pai para a tabela,
      * depois o filho inteiro contra ela.
       ConferirRelacao.
           ADD 1 TO WSS-QtdRelacoes
           MOVE "S" TO WSS-RelacaoOk
           MOVE ZEROS TO WSS-FilhosLidos
           MOVE ZEROS TO WSS-FilhosConferidos
           MOVE ZEROS TO WSS-FilhosOrfaos
           MOVE ZEROS TO WSS-QtdAmostras
           MOVE SPACES TO WSS-Situacao

           IF REL-POSFILHO IS NOT NUMERIC OR REL-POSFILHO = ZEROS
              OR REL-TAMFILHO IS NOT NUMERIC OR REL-TAMFILHO = ZEROS
              OR REL-TAMFILHO > 18
              OR REL-POSPAI IS NOT NUMERIC OR REL-POSPAI = ZEROS
              OR REL-TAMPAI IS NOT NUMERIC OR REL-TAMPAI = ZEROS
              OR REL-TAMPAI > 18
               MOVE "CARTAO ERRADO" TO WSS-Situacao
               GO TO ConferirRelacao-Resumo
           END-IF
           IF REL-POSFILHO + REL-TAMFILHO > 301
              OR REL-POSPAI + REL-TAMPAI > 301
               MOVE "CARTAO ERRADO" TO WSS-Situacao
               GO TO ConferirRelacao-Resumo
           END-IF

      * Chaves do pai.
           MOVE ZEROS TO WSS-QtdPais
           MOVE "N" TO WSS-PaisExcedidos
           MOVE REL-PAI TO WSS-NomeArquivo
           MOVE REL-POSPAI TO WSS-PosChave
           MOVE REL-TAMPAI TO WSS-TamChave
           PERFORM AbrirArquivo
           IF WSS-ArquivoAberto = "N"
               MOVE "PAI AUSENTE" TO WSS-Situacao
               GO TO ConferirRelacao-Resumo
           END-IF
           PERFORM LerRegistro
           PERFORM UNTIL WSS-NAO-HA-MAIS-REGISTROS
               PERFORM ExtrairChave
               IF WSS-QtdPais < 20000
                   ADD 1 TO WSS-QtdPais
                   MOVE WSS-ChaveLida TO CHAVE-PAI (WSS-QtdPais)
               ELSE
                   MOVE "S" TO WSS-PaisExcedidos
               END-IF
               PERFORM LerRegistro
           END-PERFORM
           PERFORM FecharArquivo
           IF WSS-PaisExcedidos = "S"
               MOVE "PAI > 20000" TO WSS-Situacao
               GO TO ConferirRelacao-Resumo
           END-IF

      * Filho inteiro contra as chaves do pai.
           MOVE REL-FILHO TO WSS-NomeArquivo
           MOVE REL-POSFILHO TO WSS-PosChave
           MOVE REL-TAMFILHO TO WSS-TamChave
           PERFORM AbrirArquivo
           IF WSS-ArquivoAberto = "N"
               MOVE "SEM FILHO" TO WSS-Situacao
               GO TO ConferirRelacao-Resumo
           END-IF
           PERFORM LerRegistro
           PERFORM UNTIL WSS-NAO-HA-MAIS-REGISTROS
               ADD 1 TO WSS-FilhosLidos
               ADD 1 TO WSS-LogLidos
               PERFORM ExtrairChave
               IF WSS-ChaveLida NOT = SPACES
                  AND WSS-ChaveLida NOT = ZEROS
                   ADD 1 TO WSS-FilhosConferidos
                   PERFORM ProcurarPai
               END-IF
               PERFORM LerRegistro
           END-PERFORM
           PERFORM FecharArquivo
           IF WSS-FilhosOrfaos > ZEROS
               MOVE "COM ORFAOS" TO WSS-Situacao
           ELSE
               MOVE "OK" TO WSS-Situacao
           END-IF.

      * Filho ausente nao e problema (nada a conferir); cartao
      * errado, pai ausente ou grande demais e orfao sim.
       ConferirRelacao-Resumo.
           IF WSS-Situacao NOT = "OK" AND WSS-Situacao NOT = "SEM FILHO"
               MOVE "N" TO WSS-RelacaoOk
               ADD 1 TO WSS-QtdQuebradas
               ADD 1 TO WSS-LogRejeitados
               IF REL-EH-CRITICA
                   ADD 1 TO WSS-QtdCriticas
               END-IF
           END-IF

           DISPLAY REL-FILHO " -> " REL-PAI " " REL-DESCRICAO
           DISPLAY "   lidos " WSS-FilhosLidos " conferidos "
                   WSS-FilhosConferidos " orfaos " WSS-FilhosOrfaos
                   " " WSS-Situacao
           MOVE "D" TO WSS-ImpComando
           MOVE SPACES TO WSS-ImpTexto
           STRING REL-FILHO " " REL-PAI " " WSS-FilhosLidos " "
                  WSS-FilhosConferidos "    " WSS-FilhosOrfaos " "
                  WSS-Situacao
                  DELIMITED BY SIZE INTO WSS-ImpTexto
           END-STRING
           IF REL-EH-CRITICA AND WSS-RelacaoOk = "N"
               MOVE "CRITICA" TO WSS-ImpTexto (74:7)
           END-IF
           CALL "IMPRIME" USING WSS-ImpComando WSS-ImpTexto
                WSS-ImpColunas
           ADD 1 TO WSS-LogGravados

      * Amostra de ate dez chaves orfas, tres por linha.
           IF WSS-QtdAmostras > ZEROS
               DISPLAY "   amostra de chaves orfas:"
               MOVE SPACES TO WSS-ImpTexto
               MOVE "  AMOSTRA:" TO WSS-ImpTexto
               MOVE 12 TO WSS-ColAmostra
               PERFORM VARYING WSS-IndAmostra FROM 1 BY 1
                       UNTIL WSS-IndAmostra > WSS-QtdAmostras
                   DISPLAY "     " CHAVE-AMOSTRA (WSS-IndAmostra)
                   IF WSS-ColAmostra > 50
                       CALL "IMPRIME" USING WSS-ImpComando
                            WSS-ImpTexto WSS-ImpColunas
                       MOVE SPACES TO WSS-ImpTexto
                       MOVE 12 TO WSS-ColAmostra
                   END-IF
                   MOVE CHAVE-AMOSTRA (WSS-IndAmostra)
                        TO WSS-ImpTexto (WSS-ColAmostra:18)
                   ADD 19 TO WSS-ColAmostra
               END-PERFORM
               CALL "IMPRIME" USING WSS-ImpComando WSS-ImpTexto
                    WSS-ImpColunas
           END-IF.
       ConferirRelacao-Fim.
           EXIT.

      * Chave numerica vai pelo valor (9(18)), para o filho e o
      * pai com tamanhos diferentes casarem; o resto vai como
      * texto.
       ExtrairChave.
           MOVE SPACES TO WSS-ChaveLida
           IF WSS-Registro (WSS-PosChave:WSS-TamChave) IS NUMERIC
               MOVE WSS-Registro (WSS-PosChave:WSS-TamChave)
                    TO WSS-ChaveNum
               MOVE WSS-ChaveNum TO WSS-ChaveLida
           ELSE
               MOVE WSS-Registro (WSS-PosChave:WSS-TamChave)
                    TO WSS-ChaveLida
           END-IF.

       ProcurarPai.
           MOVE "N" TO WSS-AchouPai
           PERFORM VARYING WSS-IndPai FROM 1 BY 1
                   UNTIL WSS-IndPai > WSS-QtdPais
                      OR WSS-AchouPai = "S"
               IF CHAVE-PAI (WSS-IndPai) = WSS-ChaveLida
                   MOVE "S" TO WSS-AchouPai
               END-IF
           END-PERFORM
           IF WSS-AchouPai = "N"
               ADD 1 TO WSS-FilhosOrfaos
               IF WSS-QtdAmostras < 10
                   ADD 1 TO WSS-QtdAmostras
                   MOVE WSS-Registro (WSS-PosChave:WSS-TamChave)
                        TO CHAVE-AMOSTRA (WSS-QtdAmostras)
               END-IF
           END-IF.

      * Os indexados abrem pelo proprio SELECT; qualquer outro
      * nome e lido como sequencial pelo nome do cartao.
       AbrirArquivo.
           MOVE "S" TO WSS-ArquivoAberto
           MOVE "N" TO WSS-FimArquivo
           EVALUATE WSS-NomeArquivo
               WHEN "PRODUTOS"
                   OPEN INPUT PRODUTOS-FILE
                   MOVE WSS-FS-PRODUTOS TO WSS-StatusAbertura
               WHEN "CLIENTES"
                   OPEN INPUT CLIENTES-FILE
                   MOVE WSS-FS-CLIENTES TO WSS-StatusAbertura
               WHEN "CLIENTESLJ"
                   OPEN INPUT CLILOJA-FILE
                   MOVE WSS-FS-CLILOJA TO WSS-StatusAbertura
               WHEN "CONTASREC"
                   OPEN INPUT CONTASREC-FILE
                   MOVE WSS-FS-CONTASREC TO WSS-StatusAbertura
               WHEN "EMPRESTIMOS"
                   OPEN INPUT EMPREST-FILE
                   MOVE WSS-FS-EMPREST TO WSS-StatusAbertura
               WHEN "TERMODEPS"
                   OPEN INPUT TERMO-FILE
                   MOVE WSS-FS-TERMO TO WSS-StatusAbertura
               WHEN "FUNCIONARIOS"
                   OPEN INPUT FUNCIONARIOS-FILE
                   MOVE WSS-FS-FUNCIONARIOS TO WSS-StatusAbertura
               WHEN "PESSOAS"
                   OPEN INPUT PESSOAS-FILE
                   MOVE WSS-FS-PESSOAS TO WSS-StatusAbertura
               WHEN "ALUNOS"
                   OPEN INPUT ALUNOS-FILE
                   MOVE WSS-FS-ALUNOS TO WSS-StatusAbertura
               WHEN OTHER
                   OPEN INPUT GENERICO-FILE
                   MOVE WSS-FS-GENERICO TO WSS-StatusAbertura
           END-EVALUATE
           IF WSS-StatusAbertura NOT = "00"
               DISPLAY WSS-NomeArquivo " indisponivel (status "
                       WSS-StatusAbertura ")."
               MOVE "N" TO WSS-ArquivoAberto
           END-IF.

       LerRegistro.
           MOVE SPACES TO WSS-Registro
           EVALUATE WSS-NomeArquivo
               WHEN "PRODUTOS"
                   READ PRODUTOS-FILE
                       AT END SET WSS-NAO-HA-MAIS-REGISTROS TO TRUE
                       NOT AT END MOVE REG-PRODUTO TO WSS-Registro
                   END-READ
               WHEN "CLIENTES"
                   READ CLIENTES-FILE
                       AT END SET WSS-NAO-HA-MAIS-REGISTROS TO TRUE
                       NOT AT END MOVE CLIENTE-REG TO WSS-Registro
                   END-READ
               WHEN "CLIENTESLJ"
                   READ CLILOJA-FILE
                       AT END SET WSS-NAO-HA-MAIS-REGISTROS TO TRUE
                       NOT AT END MOVE CLILOJA-REG TO WSS-Registro
                   END-READ
               WHEN "CONTASREC"
                   READ CONTASREC-FILE
                       AT END SET WSS-NAO-HA-MAIS-REGISTROS TO TRUE
                       NOT AT END MOVE RECEBER-REG TO WSS-Registro
                   END-READ
               WHEN "EMPRESTIMOS"
                   READ EMPREST-FILE
                       AT END SET WSS-NAO-HA-MAIS-REGISTROS TO TRUE
                       NOT AT END MOVE EMPREST-REG TO WSS-Registro
                   END-READ
               WHEN "TERMODEPS"
                   READ TERMO-FILE
                       AT END SET WSS-NAO-HA-MAIS-REGISTROS TO TRUE
                       NOT AT END MOVE TERMODEP-REG TO WSS-Registro
                   END-READ
               WHEN "FUNCIONARIOS"
                   READ FUNCIONARIOS-FILE
                       AT END SET WSS-NAO-HA-MAIS-REGISTROS TO TRUE
                       NOT AT END
                           MOVE FUNCIONARIO-REG TO WSS-Registro
                   END-READ
               WHEN "PESSOAS"
                   READ PESSOAS-FILE
                       AT END SET WSS-NAO-HA-MAIS-REGISTROS TO TRUE
                       NOT AT END MOVE PESSOA-REG TO WSS-Registro
                   END-READ
               WHEN "ALUNOS"
                   READ ALUNOS-FILE
                       AT END SET WSS-NAO-HA-MAIS-REGISTROS TO TRUE
                       NOT AT END MOVE WSS-REG-ALUNO TO WSS-Registro
                   END-READ
               WHEN OTHER
                   READ GENERICO-FILE
                       AT END SET WSS-NAO-HA-MAIS-REGISTROS TO TRUE
                       NOT AT END MOVE GENERICO-REG TO WSS-Registro
                   END-READ
           END-EVALUATE.

       FecharArquivo.
           EVALUATE WSS-NomeArquivo
               WHEN "PRODUTOS"
                   CLOSE PRODUTOS-FILE
               WHEN "CLIENTES"
                   CLOSE CLIENTES-FILE
               WHEN "CLIENTESLJ"
                   CLOSE CLILOJA-FILE
               WHEN "CONTASREC"
                   CLOSE CONTASREC-FILE
               WHEN "EMPRESTIMOS"
                   CLOSE EMPREST-FILE
               WHEN "TERMODEPS"
                   CLOSE TERMO-FILE
               WHEN "FUNCIONARIOS"
                   CLOSE FUNCIONARIOS-FILE
               WHEN "PESSOAS"
                   CLOSE PESSOAS-FILE
               WHEN "ALUNOS"
                   CLOSE ALUNOS-FILE
               WHEN OTHER
                   CLOSE GENERICO-FILE
           END-EVALUATE.
      *wrun32 util-integr
