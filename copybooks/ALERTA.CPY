      *****************************************************
      *  ALERTA.CPY                                       *
      *  Layout do registro de alerta de monitoramento do *
      *  arquivo indexado ALERTAS44. A chave identifica o *
      *  alerta: tipo (V movimento acima do limite, E     *
      *  fracionamento abaixo dele), documento do titular *
      *  e data/hora, conta e operacao do movimento (no   *
      *  tipo E, o primeiro da janela). Gravado pendente  *
      *  pelo batch exerc-44-mon e tratado no exerc-44-alr*
      *  (revisado, comunicado ou descartado); alerta     *
      *  tratado nao volta na lista dos meses seguintes.  *
      *****************************************************
       01  ALERTA-REG.
           05  ALR-CHAVE.
               10  ALR-TIPO        PIC X(01).
                   88  ALR-VALOR-ALTO      VALUE "V".
                   88  ALR-FRACIONADO      VALUE "E".
               10  ALR-DOCUMENTO   PIC X(14).
               10  ALR-DATAHORA    PIC 9(14).
               10  ALR-CONTA       PIC 9(6).
               10  ALR-OP          PIC X(02).
           05  ALR-VALOR           PIC 9(9)V99.
           05  ALR-QTDMOV          PIC 9(3).
           05  ALR-COMPETENCIA     PIC 9(6).
           05  ALR-SITUACAO        PIC X(01).
               88  ALR-PENDENTE        VALUE "P".
               88  ALR-REVISADO        VALUE "R".
               88  ALR-COMUNICADO      VALUE "C".
               88  ALR-DESCARTADO      VALUE "D".
           05  ALR-DATADISP        PIC 9(8).
           05  ALR-OPERADOR        PIC 9(3).
