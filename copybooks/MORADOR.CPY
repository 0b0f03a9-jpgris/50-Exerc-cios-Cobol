      *  composicao domiciliar (exerc-10-dom), que apura  *
      *  a renda per capita pelo numero real de           *
      *  moradores.                                       *
      *  2026-10: onda da entrevista em que o morador     *
      *  foi vinculado - a composicao do domicilio e      *
      *  recapturada a cada onda. Zero ou branco vale     *
      *  onda 01.                                         *
      *****************************************************
       01  MORADOR-REG.
           05  MOR-DOM-ID          PIC 9(5).
           05  MOR-PES-CODIGO      PIC 9(4).
           05  MOR-PARENTESCO      PIC X(1).
           05  MOR-ONDA            PIC 9(2).
