      *****************************************************
      *  PROFESS.CPY                                      *
      *  Layout do cadastro de professores do arquivo     *
      *  PROFESSORES, indexado por codigo do professor,   *
      *  mantido pelo exerc-29-prf. Cada professor fica   *
      *  ligado ao seu codigo de operador em OPERADORES:  *
      *  no lancamento de notas (exerc-29-not) e na       *
      *  chamada (exerc-29-pre) o operador do sign-on so  *
      *  lanca nas atribuicoes do seu professor (arquivo  *
      *  ATRIBUICOES). Situacao I tira o professor das    *
      *  atribuicoes novas; espaco vale ativo.            *
      *****************************************************
       01  PROFESSOR-REG.
           05  PRF-CODIGO          PIC 9(3).
           05  PRF-NOME            PIC X(20).
           05  PRF-OPERADOR        PIC 9(3).
           05  PRF-SITUACAO        PIC X(01).
               88  PRF-ATIVO           VALUES "A" SPACE.
               88  PRF-INATIVO         VALUE "I".
