      *****************************************************
      *  RELCAT.CPY                                       *
      *  Catalogo do arquivo de relatorios (RELCATALOGO): *
      *  um registro por relatorio encerrado pelo IMPRIME *
      *  (comando T), com a chave data, hora e sequencia  *
      *  da abertura, o programa e o operador que         *
      *  emitiram, o titulo, as paginas e as linhas       *
      *  guardadas em RELARQUIVO. Consultado e reimpresso *
      *  pelo UTIL-RELCON; data na coluna 1 para a        *
      *  retencao do RETENPARAM (UTIL-ARQUIVA).           *
      *****************************************************
       01  RELCAT-REG.
           05  RLC-CHAVE.
               10  RLC-DATA        PIC 9(8).
               10  RLC-HORA        PIC 9(6).
               10  RLC-SEQ         PIC 9(2).
           05  RLC-PROGRAMA        PIC X(12).
           05  RLC-OPERADOR        PIC 9(3).
           05  RLC-TITULO          PIC X(60).
           05  RLC-PAGINAS         PIC 9(4).
           05  RLC-LINHAS          PIC 9(7).
