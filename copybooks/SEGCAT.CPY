      *****************************************************
      *  SEGCAT.CPY                                       *
      *  Layout do registro do arquivo de parametros      *
      *  SEGURANCAPARAM: fator de estoque de seguranca    *
      *  por categoria de produto (0.25 = 25% sobre a     *
      *  demanda no prazo de entrega), usado pelo         *
      *  recalculo do estoque minimo (exerc-35-min) e     *
      *  mantido pelo exerc-35-seg. Vale, para cada       *
      *  categoria, o ultimo registro gravado.            *
      *****************************************************
       01  SEGCAT-REG.
           05  SEG-CATEGORIA       PIC X(01).
           05  SEG-FATOR           PIC 9V99.
           05  SEG-DATA            PIC 9(8).
           05  SEG-OPERADOR        PIC 9(3).
