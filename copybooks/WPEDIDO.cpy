      *==================================================================================*
      *    LAYOUT DO ARQUIVO DE PEDIDOS DE COMPRA - PEDCOMPRA.DAT
      *    UM CABECALHO POR PEDIDO (SEQ 000) E UM REGISTRO POR PRODUTO
      *    (SEQ 001 EM DIANTE) COM QUANTIDADE PEDIDA E RECEBIDA
      *    PED-I-NAO-PEDIDO = 'S' PARA PRODUTO ENTREGUE SEM TER SIDO
      *    PEDIDO (INCLUIDO NO RECEBIMENTO COM QUANTIDADE PEDIDA ZERO)
      *    PED-C-DATA-RECEBIMENTO E PED-C-OPERADOR SAO DO ULTIMO
      *    RECEBIMENTO REGISTRADO NO ENTMERC
      *    USADO POR: PEDCOMP, ENTMERC, BKPMEST, RESTMEST
      *==================================================================================*
       01  REG-PEDIDO.
           05  PED-CHAVE.
               10  PED-NUMERO          PIC 9(06).
               10  PED-SEQ             PIC 9(03).
           05  PED-TIPO                PIC X(01).
               88  PED-CABECALHO               VALUE 'C'.
               88  PED-ITEM                    VALUE 'I'.
           05  PED-DADOS-C.
               10  PED-C-FORNECEDOR    PIC 9(06).
               10  PED-C-DATA-EMISSAO  PIC 9(08).
               10  PED-C-DATA-PREVISTA PIC 9(08).
               10  PED-C-STATUS        PIC X(01).
                   88  PED-ABERTO              VALUE 'A'.
                   88  PED-PARCIAL             VALUE 'P'.
                   88  PED-FECHADO             VALUE 'F'.
                   88  PED-CANCELADO           VALUE 'C'.
               10  PED-C-QTD-ITENS     PIC 9(03).
               10  PED-C-VALOR-TOTAL   PIC 9(08)V99.
               10  PED-C-DATA-RECEBIMENTO
                                       PIC 9(08).
               10  PED-C-OPERADOR      PIC X(10).
               10  FILLER              PIC X(10).
           05  PED-DADOS-I REDEFINES PED-DADOS-C.
               10  PED-I-CODPROD       PIC 9(06).
               10  PED-I-QTD-PEDIDA    PIC 9(06).
               10  PED-I-QTD-RECEBIDA  PIC 9(06).
               10  PED-I-CUSTO         PIC 9(05)V99.
               10  PED-I-NAO-PEDIDO    PIC X(01).
                   88  PED-ITEM-NAO-PEDIDO     VALUE 'S'.
               10  FILLER              PIC X(38).
