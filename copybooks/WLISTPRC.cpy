      *==================================================================================*
      *    LAYOUT DA LISTA DE PRECOS ENVIADA PELO FORNECEDOR
      *    LISTAPRECO-NNNNNN.TXT (NNNNNN = CODIGO DO FORNECEDOR)
      *    UMA LINHA POR PRODUTO, IDENTIFICADO PELO CODIGO INTERNO OU,
      *    SE ESTE VIER ZERADO, PELO CODIGO DE BARRAS (EAN)
      *    LPR-PRECO-VENDA: NOVO PRECO DE VENDA AO CONSUMIDOR
      *    LPR-DATA-VIGENCIA: ZERO = DATA INFORMADA NA CARGA
      *    USADO POR: AGEPRECO
      *==================================================================================*
       01  REG-LISTAPRECO.
           05  LPR-EAN                 PIC 9(13).
           05  LPR-CODPROD             PIC 9(06).
           05  LPR-PRECO-VENDA         PIC 9(05)V99.
           05  LPR-DATA-VIGENCIA       PIC 9(08).
