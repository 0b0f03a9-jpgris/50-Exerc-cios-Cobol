      *****************************************************
      *  REGRACTB.CPY                                     *
      *  Layout da tabela de regras de contabilizacao     *
      *  (arquivo REGRASCTB), mantida pelo exerc-45-reg:  *
      *  para cada arquivo de origem e tipo de movimento  *
      *  (VEN-TIPO V/P/D do VENDASDIA, OP da trilha       *
      *  AUDITORIA44, e os tipos que o exerc-45-lan       *
      *  apura nos demais arquivos) a conta a debito e a  *
      *  credito e o historico padrao. Debito e credito   *
      *  zerados = movimento conhecido que nao se         *
      *  contabiliza por esta origem (ja entra por        *
      *  outra). Vale o ultimo registro gravado para a    *
      *  mesma origem e tipo.                             *
      *****************************************************
       01  REGRACTB-REG.
           05  RGC-ORIGEM          PIC X(12).
           05  RGC-TIPO            PIC X(02).
           05  RGC-DEBITO          PIC 9(6).
           05  RGC-CREDITO         PIC 9(6).
           05  RGC-HISTORICO       PIC X(20).
