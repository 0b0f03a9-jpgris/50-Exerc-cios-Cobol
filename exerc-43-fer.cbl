      * alerta de periodos com prazo de gozo vencendo dentro do
      * horizonte informado. Periodo vencido e ferias paga em
      * dobro: este relatorio existe para isso nao acontecer.
      * Dias de licenca nao remunerada (exerc-43-lic) suspendem a
      * aquisicao: o aniversario que fecha os periodos anda os
      * dias suspensos guardados no FERIASCTL.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       77  WSS-QtdAlertas       PIC 9(4).
       77  WSS-fim-funcionarios PIC X(01).
           88 WSS-NAO-HA-MAIS-FUNCIONARIOS  VALUE "S".
       77  WSS-DiasSuspensos    PIC 9(3).
       77  WSS-TemControle      PIC X(01).
       77  WSS-IntAdmissao      PIC 9(7).
       77  WSS-BaseAquisicao    PIC 9(8).
       77  WSS-fim-ferias       PIC X(01).
           88 WSS-NAO-HA-MAIS-FERIAS  VALUE "S".

           END-IF.

       TratarPeriodoFuncionario.
           MOVE ZEROS TO WSS-DiasSuspensos
           MOVE FUN-MATRICULA TO FER-MATRICULA
           READ FERIAS-FILE
               INVALID KEY
                   MOVE "N" TO WSS-TemControle
               NOT INVALID KEY
                   MOVE "S" TO WSS-TemControle
                   IF FER-DIAS-SUSPENSOS IS NUMERIC
                       MOVE FER-DIAS-SUSPENSOS TO WSS-DiasSuspensos
                   END-IF
           END-READ
           PERFORM CalcularPeriodoCorrente
           IF WSS-PeriodoFim NOT > ZEROS
               CONTINUE
           ELSE
               IF WSS-TemControle = "N"
                   PERFORM MontarRegistroPeriodo
                   WRITE FERIASCTL-REG
                       INVALID KEY
                           DISPLAY "Erro ao gravar FERIASCTL "
                                   "da matricula " FUN-MATRICULA
                   END-WRITE
                   ADD 1 TO WSS-QtdGerados
               ELSE
                   IF FER-DIAS-GOZADOS >= FER-DIAS-DIREITO
                      AND WSS-PeriodoIni > FER-AQUIS-INI
                       PERFORM MontarRegistroPeriodo
                       REWRITE FERIASCTL-REG
                           INVALID KEY
                               DISPLAY "Erro ao rolar FERIASCTL "
                                       "da matricula "
                                       FUN-MATRICULA
                       END-REWRITE
                       ADD 1 TO WSS-QtdRolados
                   END-IF
               END-IF
           END-IF.

      * Ultimo periodo aquisitivo completado: do penultimo ao
      * ultimo aniversario de admissao ja alcancado. Quem ainda
      * nao completou um ano sai com o periodo zerado. Os dias
      * de aquisicao suspensa empurram a data base da admissao.
       CalcularPeriodoCorrente.
           MOVE FUN-ADMISSAO TO WSS-BaseAquisicao
           IF WSS-DiasSuspensos > ZEROS
               COMPUTE WSS-IntAdmissao =
                       FUNCTION INTEGER-OF-DATE (FUN-ADMISSAO)
                       + WSS-DiasSuspensos
               COMPUTE WSS-BaseAquisicao =
                       FUNCTION DATE-OF-INTEGER (WSS-IntAdmissao)
           END-IF
           MOVE WSS-BaseAquisicao (1:4) TO WSS-AdmisAno
           MOVE WSS-BaseAquisicao (5:4) TO WSS-AdmisMesDia
           MOVE ZEROS TO WSS-PeriodoIni
           MOVE ZEROS TO WSS-PeriodoFim
           IF WSS-HojeMesDia >= WSS-AdmisMesDia
           MOVE 30 TO FER-DIAS-DIREITO
           MOVE ZEROS TO FER-DIAS-GOZADOS
           MOVE ZEROS TO FER-AGENDA-INI
           MOVE ZEROS TO FER-AGENDA-DIAS
           MOVE WSS-DiasSuspensos TO FER-DIAS-SUSPENSOS.

       ConsultarMatricula.
           DISPLAY "Informe a matricula: "
                   FER-AQUIS-FIM
           DISPLAY "Dias de direito.....: " FER-DIAS-DIREITO
           DISPLAY "Dias gozados........: " FER-DIAS-GOZADOS
           IF FER-DIAS-SUSPENSOS IS NUMERIC
              AND FER-DIAS-SUSPENSOS > ZEROS
               DISPLAY "Aquisicao suspensa..: " FER-DIAS-SUSPENSOS
                       " dias (licenca nao remunerada)"
           END-IF
           DISPLAY "Dias restantes......: " WSS-DiasRestantes
           DISPLAY "Prazo para gozo.....: " WSS-PrazoGozo
           IF WSS-PrazoGozo < WSS-DataHoje
