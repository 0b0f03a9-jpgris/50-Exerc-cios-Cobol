      *****************************************************
      *  ATRIBUI.CPY                                      *
      *  Layout da atribuicao de aulas do arquivo         *
      *  ATRIBUICOES, indexado por ano letivo +           *
      *  disciplina (DIS-CODIGO) + turma: um professor    *
      *  por disciplina e turma no ano, com as aulas      *
      *  semanais. Mantido pelo exerc-29-prf; restringe o *
      *  lancamento de notas (exerc-29-not) e a chamada   *
      *  (exerc-29-pre) e da o nome do professor no       *
      *  boletim (EXERC-29) e no resumo das turmas        *
      *  (exerc-29-tur).                                  *
      *****************************************************
       01  ATRIBUI-REG.
           05  ATB-CHAVE.
               10  ATB-ANO         PIC 9(4).
               10  ATB-DISCIPLINA  PIC 9(2).
               10  ATB-TURMA       PIC X(01).
           05  ATB-PROFESSOR       PIC 9(3).
           05  ATB-AULASSEM        PIC 9(2).
