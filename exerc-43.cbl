           SELECT GANHOS-FILE ASSIGN TO "GANHOSANO"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WSS-FS-GANHOS.
           SELECT FUNCIONARIOS-FILE ASSIGN TO "FUNCIONARIOS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FUN-MATRICULA
               FILE STATUS IS WSS-FS-FUNCIONARIOS.
           SELECT PROVISAO-FILE ASSIGN TO "PROVFOLHA"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PRV-MATRICULA
               FILE STATUS IS WSS-FS-PROVISAO.
           SELECT FERIAS-FILE ASSIGN TO "FERIASCTL"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
       FD  FERIAS-FILE.
           COPY "FERIAS.CPY".

       FD  FUNCIONARIOS-FILE.
           COPY "FUNCION.CPY".

       FD  PROVISAO-FILE.
           COPY "PROVFOL.CPY".

       WORKING-STORAGE SECTION.
       01  OpcaoMenu           PIC 9.
       01  SalarioAtual        PIC 9(7)V99.
       01  NovoSalario         PIC 9(7)V99.
       01  Continuar           PIC X VALUE 'S'.

       01  WSS-FS-GANHOS       PIC X(02).
       01  WSS-FS-FERIAS       PIC X(02).
       01  WSS-FS-FUNCIONARIOS PIC X(02).
       01  WSS-FS-PROVISAO     PIC X(02).
       01  ValorEstorno        PIC 9(7)V99.
       01  ValorEstorno-mask   PIC zzz9.99.
       01  WSS-DiasRestantes   PIC S9(3).
       01  WSS-Matricula       PIC 9(5).
       01  WSS-TipoGanho       PIC X(02).
       01  WSS-DataHoje        PIC 9(8).
       01  WSS-Competencia     PIC 9(6).
       01  Dependentes         PIC 9(2).
       01  WSS-TabelaOk        PIC X(01).
       01  Inss                PIC 9(7)V99.
       01  Inss-mask           PIC zzz9.99.
       01  Irrf                PIC 9(7)V99.
       01  Irrf-mask           PIC zzz9.99.
       01  Desconto            PIC 9(7)V99.
       01  Desconto-mask       PIC zzz9.99.
       01  SalarioLiquido      PIC 9(7)V99.
       01  SalarioLiquido-mask PIC zzz9.99.
       01  WSS-PerOperacao     PIC X(01) VALUE "V".
       01  WSS-PerSubsistema   PIC X(02) VALUE "FO".
       01  WSS-PerOperador     PIC 9(3) VALUE ZEROS.
       01  WSS-PerPrograma     PIC X(12) VALUE "EXERC-43".
       01  WSS-PerSituacao     PIC X(01).

       PROCEDURE DIVISION.
       Inicio.
            END-IF
            MOVE NovoSalario TO NovoSalario-mask
            DISPLAY "Novo Salario (bruto): ", NovoSalario-mask.
            DISPLAY "Quantidade de dependentes:"
            ACCEPT Dependentes
            PERFORM CalcularDescontosLegais
            DISPLAY "Desconto INSS: ", Inss-mask
            DISPLAY "Desconto IRRF: ", Irrf-mask
            DISPLAY "Novo Salario (liquido): ", SalarioLiquido-mask.

       Ferias.
            DISPLAY "Digite a matricula do funcionario:"
            ACCEPT WSS-Matricula
            PERFORM ObterDependentes
            DISPLAY "Digite o salario atual:"
            ACCEPT SalarioAtual
            COMPUTE NovoSalario = SalarioAtual * 1.1
            move NovoSalario to NovoSalario-mask
            DISPLAY "Valor das Ferias (bruto): ", NovoSalario-mask.
            PERFORM CalcularDescontosLegais
            DISPLAY "Desconto INSS: ", Inss-mask
            DISPLAY "Desconto IRRF: ", Irrf-mask
            DISPLAY "Valor das Ferias (liquido): ", SalarioLiquido-mask
            MOVE "FE" TO WSS-TipoGanho
            IF WSS-TabelaOk = "S"
                PERFORM GravarGanho THRU GravarGanho-Fim
            END-IF.

       DecimoTerceiro.
            DISPLAY "Digite a matricula do funcionario:"
            ACCEPT WSS-Matricula
            PERFORM ObterDependentes
            DISPLAY "Digite o salario atual:"
            ACCEPT SalarioAtual
            COMPUTE NovoSalario = SalarioAtual / 12
            move NovoSalario to NovoSalario-mask
            DISPLAY "Valor do Decimo Terceiro (bruto): ",
                     NovoSalario-mask.
            PERFORM CalcularDescontosLegais
            DISPLAY "Desconto INSS: ", Inss-mask
            DISPLAY "Desconto IRRF: ", Irrf-mask
            DISPLAY "Valor do Decimo Terceiro (liquido): ",
                     SalarioLiquido-mask
            MOVE "DT" TO WSS-TipoGanho
            IF WSS-TabelaOk = "S"
                PERFORM GravarGanho THRU GravarGanho-Fim
            END-IF.

      * Competencia de folha ja fechada (PERIODOS, servico
      * PERFECH) nao recebe lancamento; a tentativa vai ao SEGLOG.
       GravarGanho.
           ACCEPT WSS-DataHoje FROM DATE YYYYMMDD
           COMPUTE WSS-Competencia = WSS-DataHoje / 100
           CALL "PERFECH" USING WSS-PerOperacao WSS-PerSubsistema
                WSS-DataHoje WSS-PerOperador WSS-PerPrograma
                WSS-PerSituacao
           IF WSS-PerSituacao = "F"
               DISPLAY "Competencia " WSS-Competencia " da folha ja "
                       "fechada. Operacao cancelada."
               GO TO GravarGanho-Fim
           END-IF
           OPEN EXTEND GANHOS-FILE
           IF WSS-FS-GANHOS NOT = "00"
               CLOSE GANHOS-FILE
               MOVE NovoSalario TO GAN-BRUTO
               MOVE Desconto TO GAN-DESCONTO
               MOVE SalarioLiquido TO GAN-LIQUIDO
               MOVE Inss TO GAN-INSS
               MOVE Irrf TO GAN-IRRF
               WRITE GANHOS-REG
               CLOSE GANHOS-FILE
               DISPLAY "Lancado em GANHOSANO para a matricula "
               IF WSS-TipoGanho = "FE"
                   PERFORM BaixarFeriasControle
               END-IF
               PERFORM EstornarProvisao
           END-IF.

       GravarGanho-Fim.
           EXIT.

      * Ferias (FE) e decimo terceiro (DT) pagos saem do saldo
      * provisionado pelo exerc-43-fgt no PROVFOLHA, ate o valor
      * bruto pago; o que passa do saldo e despesa do mes.
       EstornarProvisao.
           OPEN I-O PROVISAO-FILE
           IF WSS-FS-PROVISAO NOT = "00"
               DISPLAY "Provisoes PROVFOLHA indisponiveis (status "
                       WSS-FS-PROVISAO "). Provisao nao estornada."
           ELSE
               MOVE WSS-Matricula TO PRV-MATRICULA
               READ PROVISAO-FILE
                   INVALID KEY
                       DISPLAY "Matricula sem provisao em "
                               "PROVFOLHA. Nada a estornar."
                   NOT INVALID KEY
                       IF WSS-TipoGanho = "FE"
                           MOVE PRV-SALDO-FERIAS TO ValorEstorno
                       ELSE
                           MOVE PRV-SALDO-DECIMO TO ValorEstorno
                       END-IF
                       IF ValorEstorno > NovoSalario
                           MOVE NovoSalario TO ValorEstorno
                       END-IF
                       IF WSS-TipoGanho = "FE"
                           SUBTRACT ValorEstorno FROM PRV-SALDO-FERIAS
                           ADD ValorEstorno TO PRV-ESTORNO-FERIAS
                       ELSE
                           SUBTRACT ValorEstorno FROM PRV-SALDO-DECIMO
                           ADD ValorEstorno TO PRV-ESTORNO-DECIMO
                       END-IF
                       REWRITE PROVFOL-REG
                           INVALID KEY
                               DISPLAY "Erro ao regravar PROVFOLHA. "
                                       "Status: " WSS-FS-PROVISAO
                           NOT INVALID KEY
                               MOVE ValorEstorno TO ValorEstorno-mask
                               DISPLAY "Provisao estornada: "
                                       ValorEstorno-mask
                       END-REWRITE
               END-READ
               CLOSE PROVISAO-FILE
           END-IF.

      * O FE lancado baixa os 30 dias do periodo aquisitivo no
               CLOSE FERIAS-FILE
           END-IF.

      * Dependentes do cadastro FUNCIONARIOS para a deducao do
      * IRRF; sem cadastro ou matricula nao encontrada, pergunta.
       ObterDependentes.
           MOVE ZEROS TO Dependentes
           OPEN INPUT FUNCIONARIOS-FILE
           IF WSS-FS-FUNCIONARIOS NOT = "00"
               DISPLAY "Quantidade de dependentes:"
               ACCEPT Dependentes
           ELSE
               MOVE WSS-Matricula TO FUN-MATRICULA
               READ FUNCIONARIOS-FILE
                   INVALID KEY
                       DISPLAY "Matricula nao cadastrada em "
                               "FUNCIONARIOS."
                       DISPLAY "Quantidade de dependentes:"
                       ACCEPT Dependentes
                   NOT INVALID KEY
                       MOVE FUN-DEPENDENTES TO Dependentes
                       DISPLAY "Dependentes no cadastro: "
                               Dependentes
               END-READ
               CLOSE FUNCIONARIOS-FILE
           END-IF.

      * INSS e IRRF pelas tabelas do TRIBPARAM vigentes hoje
      * (servico CALCTRIB, mantido no exerc-43-trb).
       CalcularDescontosLegais.
           ACCEPT WSS-DataHoje FROM DATE YYYYMMDD
           CALL "CALCTRIB" USING WSS-DataHoje NovoSalario Dependentes
                                 Inss Irrf WSS-TabelaOk
           IF WSS-TabelaOk NOT = "S"
               DISPLAY "Sem tabela de INSS/IRRF vigente no "
                       "TRIBPARAM. Lance as tabelas no exerc-43-trb."
           END-IF
           COMPUTE Desconto = Inss + Irrf
           COMPUTE SalarioLiquido = NovoSalario - Desconto
           MOVE Inss TO Inss-mask
           MOVE Irrf TO Irrf-mask
           MOVE Desconto TO Desconto-mask
           MOVE SalarioLiquido TO SalarioLiquido-mask.
