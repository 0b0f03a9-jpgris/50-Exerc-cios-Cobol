      *  sob a trava RUNLOCK do proprio arquivo, para      *
      *  ninguem editar no meio da copia; trava ocupada    *
      *  pula a descarga daquele cadastro.                 *
      *  Inicio e fim vao para o JOBLOG (GRAVALOG), para a *
      *  descarga rodar como passo do BATCH-NOTURNO; a     *
      *  conferencia de integridade (UTIL-INTEGR) vem logo *
      *  depois na sequencia.                              *
      *****************************************************

       ENVIRONMENT DIVISION.
       77  WSS-LckDetentor      PIC X(12).
       77  WSS-LckDesde         PIC X(5).

       77  WSS-LogPrograma      PIC X(12) VALUE "UTIL-UNLOAD".
       77  WSS-LogEvento        PIC X(01).
       77  WSS-LogLidos         PIC 9(7) VALUE ZEROS.
       77  WSS-LogGravados      PIC 9(7) VALUE ZEROS.
       77  WSS-LogRejeitados    PIC 9(7) VALUE ZEROS.
       77  WSS-LogRetorno       PIC X(02) VALUE "OK".

       PROCEDURE DIVISION.
       Inicio.
           MOVE "I" TO WSS-LogEvento
           CALL "GRAVALOG" USING WSS-LogPrograma WSS-LogEvento
                WSS-LogLidos WSS-LogGravados WSS-LogRejeitados
                WSS-LogRetorno

           MOVE "PESSOAS" TO WSS-LckNome
           PERFORM TomarTrava
           IF WSS-LckOcupado = "S"
               DISPLAY "PESSOAS em uso por " WSS-LckDetentor
                       " desde " WSS-LckDesde ". Descarga de "
                       "PESSOAS pulada."
               ADD 1 TO WSS-LogRejeitados
           ELSE
               PERFORM DescarregarPessoas
               PERFORM SoltarTrava
               DISPLAY "CLIENTES em uso por " WSS-LckDetentor
                       " desde " WSS-LckDesde ". Descarga de "
                       "CLIENTES pulada."
               ADD 1 TO WSS-LogRejeitados
           ELSE
               PERFORM DescarregarClientes
               PERFORM SoltarTrava
           END-IF

           MOVE "F" TO WSS-LogEvento
           CALL "GRAVALOG" USING WSS-LogPrograma WSS-LogEvento
                WSS-LogLidos WSS-LogGravados WSS-LogRejeitados
                WSS-LogRetorno

           DISPLAY SPACE
           display "Obrigado volte sempre!!! "
           DISPLAY SPACE

               CLOSE PESSOAS-FILE
               CLOSE BKPPES-FILE
               ADD WSS-QtdRegistros TO WSS-LogLidos
               ADD WSS-QtdRegistros TO WSS-LogGravados
               DISPLAY "PESSOAS descarregado em PESSOASBKP: "
                       WSS-QtdRegistros " registros, hash "
                       WSS-HashChaves

               CLOSE CLIENTES-FILE
               CLOSE BKPCLI-FILE
               ADD WSS-QtdRegistros TO WSS-LogLidos
               ADD WSS-QtdRegistros TO WSS-LogGravados
               DISPLAY "CLIENTES descarregado em CLIENTESBKP: "
                       WSS-QtdRegistros " registros, hash "
                       WSS-HashChaves
