      *****************************************************
      *  ENTREGA.CPY                                      *
      *  Layout do registro do historico de entregas de   *
      *  fornecedor ENTREGAS, gravado pelo recebimento de *
      *  mercadoria (exerc-35-rcb): uma linha por         *
      *  recebimento lancado (tipo R, com a quantidade    *
      *  entregue) e uma por pedido encerrado com falta   *
      *  (tipo F, com a quantidade que nao veio). Leva a  *
      *  data do pedido ao lado da data da entrega para o *
      *  prazo real do fornecedor, base do recalculo do   *
      *  estoque minimo (exerc-35-min) e do desempenho    *
      *  mensal de fornecedores (exerc-35-dsp).           *
      *  2026-10: ENT-PRECOUNIT, preco unitario da nota   *
      *  no recebimento, e ENT-DIVERGENTE = S quando esse *
      *  preco se afasta do custo do produto alem da      *
      *  tolerancia do recebimento.                       *
      *****************************************************
       01  ENTREGA-REG.
           05  ENT-DATA            PIC 9(8).
           05  ENT-PEDIDO          PIC 9(6).
           05  ENT-PRODUTO         PIC 9(5).
           05  ENT-FORNECEDOR      PIC 9(3).
           05  ENT-DATAPEDIDO      PIC 9(8).
           05  ENT-QTDPEDIDA       PIC 9(5).
           05  ENT-QTD             PIC 9(5).
           05  ENT-TIPO            PIC X(01).
               88  ENT-RECEBIMENTO     VALUE "R".
               88  ENT-FALTA           VALUE "F".
           05  ENT-OPERADOR        PIC 9(3).
           05  ENT-PRECOUNIT       PIC 9(5)V99.
           05  ENT-DIVERGENTE      PIC X(01).
               88  ENT-PRECO-DIVERGENTE VALUE "S".
