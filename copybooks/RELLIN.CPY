      *****************************************************
      *  RELLIN.CPY                                       *
      *  Linha do arquivo de relatorios (RELARQUIVO):     *
      *  cada linha gravada no spool IMPRESSAO pelo       *
      *  IMPRIME, tal como saiu, precedida da chave do    *
      *  relatorio no catalogo RELCATALOGO (RELCAT.CPY).  *
      *  A data vai na coluna 1 e o registro cabe nos 150 *
      *  bytes do expurgo do UTIL-ARQUIVA.                *
      *****************************************************
       01  RELLIN-REG.
           05  RLN-CHAVE.
               10  RLN-DATA        PIC 9(8).
               10  RLN-HORA        PIC 9(6).
               10  RLN-SEQ         PIC 9(2).
           05  RLN-TEXTO           PIC X(132).
