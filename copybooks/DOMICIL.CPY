      *  Zero ou branco (registro antigo) vale 1,00; o    *
      *  exerc-10-rel publica contagens brutas da         *
      *  amostra e estimativas ponderadas, lado a lado.   *
      *  2026-10: onda da pesquisa e data da entrevista.  *
      *  O mesmo DOM-ID se repete a cada onda em que o    *
      *  domicilio e reentrevistado (exerc-10-cap); onda  *
      *  zero ou branco (registro antigo) vale onda 01.   *
      *  Os relatorios usam a ultima onda gravada e o     *
      *  exerc-10-pan compara duas ondas.                 *
      *****************************************************
       01  DOMICILIO-REG.
           05  DOM-ID              PIC 9(5).
           05  DOM-SALARIO         PIC 9(5)V99.
           05  DOM-DEPENDENTES     PIC 9(2).
           05  DOM-PESO            PIC 9(3)V99.
           05  DOM-ONDA            PIC 9(2).
           05  DOM-DATAENTREV      PIC 9(8).
