      *****************************************************
      *  RECIBCTL.CPY                                     *
      *  Layout do registro de controle da numeracao de   *
      *  recibos por loja (arquivo RECIBOCTL), indexado   *
      *  pelo codigo da loja. Cada loja tem a sua faixa   *
      *  (inicial a final) cadastrada no exerc-7-num, que *
      *  nao se sobrepoe a de outra loja, de modo que o   *
      *  numero do recibo e unico na empresa. O recibo    *
      *  (Exerc-7) toma o proximo numero sob a trava      *
      *  RECIBOCTL-x do RUNLOCK; a auditoria de sequencia *
      *  (exerc-7-aud) aponta falhas e duplicidades       *
      *  dentro de cada faixa.                            *
      *****************************************************
       01  RECIBCTL-REG.
           05  RCT-LOJA            PIC X(01).
           05  RCT-INICIAL         PIC 9(6).
           05  RCT-FINAL           PIC 9(6).
           05  RCT-PROXIMO         PIC 9(6).
           05  RCT-ULTDATA         PIC 9(8).
           05  RCT-ULTOPERADOR     PIC 9(3).
