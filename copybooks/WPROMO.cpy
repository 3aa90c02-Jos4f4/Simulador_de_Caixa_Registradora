      *==================================================================================*
      *    LAYOUT DO ARQUIVO DE PROMOCOES POR PRODUTO - PROMOCOES.DAT
      *    PRECO PROMOCIONAL OU PERCENTUAL DE DESCONTO COM VIGENCIA
      *    USADO POR: CADPROMO, CAIXAREG, BKPMEST, RESTMEST
      *==================================================================================*
       01  REG-PROMOCAO.
           05  PRM-CODPROD             PIC 9(06).
