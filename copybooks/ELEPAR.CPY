      *****************************************************
      *  ELEPAR.CPY                                       *
      *  Layout do registro de parametros por eleicao     *
      *  (arquivo ELEICAOPARAM), mantido pelo             *
      *  exerc-39-can. SISTEMA M (ou eleicao sem          *
      *  parametro) = majoritaria, um vencedor com        *
      *  segundo turno; P = proporcional por chapas, com  *
      *  CADEIRAS repartidas pelo metodo D'Hondt na       *
      *  exerc-39-cad e SUPLENTES primeiros suplentes por *
      *  chapa. Vale o ultimo registro gravado da         *
      *  eleicao.                                         *
      *****************************************************
       01  ELEPARAM-REG.
           05  EPA-ELEICAO         PIC 9(2).
           05  EPA-SISTEMA         PIC X(1).
               88  EPA-PROPORCIONAL    VALUE "P".
           05  EPA-CADEIRAS        PIC 9(2).
           05  EPA-SUPLENTES       PIC 9(2).
