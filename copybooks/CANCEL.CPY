      *****************************************************
      *  CANCEL.CPY                                       *
      *  Layout do registro de cancelamento de recibo     *
      *  (arquivo CANCELAMENTOS), gravado pelo            *
      *  exerc-7-can: recibo da sessao de caixa ainda     *
      *  aberta desfeito no mesmo dia como se a venda nao *
      *  tivesse ocorrido - linhas de VENDASDIA e         *
      *  ITENSVENDA retiradas, titulo de CONTASREC,       *
      *  formas de PAGAMENTOS e saida de ESTOQUE          *
      *  estornados. Guarda quem cancelou, o supervisor   *
      *  que liberou (funcao CV do OPERAUTH) e o motivo.  *
      *  Nao conta como devolucao: sai em secao propria   *
      *  na conciliacao diaria (exerc-15-rec) e explica o *
      *  numero ausente na auditoria de sequencia         *
      *  (exerc-7-aud).                                   *
      *****************************************************
       01  CANCEL-REG.
           05  CNL-DATA            PIC 9(8).
           05  CNL-HORA            PIC 9(6).
           05  CNL-RECIBO          PIC 9(6).
           05  CNL-TIPO            PIC X(01).
           05  CNL-VALOR           PIC 9(7)V99.
           05  CNL-SESSAO          PIC 9(6).
           05  CNL-VENDEDOR        PIC 9(3).
           05  CNL-OPERADOR        PIC 9(3).
           05  CNL-SUPERVISOR      PIC 9(3).
           05  CNL-MOTIVO          PIC X(30).
