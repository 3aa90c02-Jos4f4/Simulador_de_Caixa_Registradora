      *==================================================================================*
      *    LAYOUT DO ARQUIVO MESTRE DE PRODUTOS - PRODUTOS.DAT
      *    USADO POR: CAIXAREG, CADPROD, ENTMERC, KARDEX, INVENT, PEDCOMP,
      *    RECVENDA, AGEPRECO, APLPRECO, BKPMEST, RESTMEST, CADFORN,
      *    CADPROMO, ESTORNO, RANKPROD, RELMARG, CONVMEST
      *    PROD-COD-FORNECEDOR: FORNECEDOR PRINCIPAL (FORNEC.DAT), ZERO SE
      *    NAO HOUVER
      *    PROD-RESERVA: ESPACO PARA CAMPOS FUTUROS SEM MUDAR O TAMANHO
      *    DO REGISTRO (GRAVADO EM BRANCO)
      *    ARQUIVOS NO LAYOUT ANTERIOR AO FORNECEDOR (82 POSICOES) SAO
      *    CONVERTIDOS UMA UNICA VEZ PELO CONVMEST
      *==================================================================================*
       01  REG-PRODUTO.
           05  PROD-CODIGO             PIC 9(06).
           05  PROD-ALIQUOTA           PIC 9(02)V99.
           05  PROD-EAN                PIC 9(13).
           05  PROD-CUSTO              PIC 9(05)V99.
           05  PROD-COD-FORNECEDOR     PIC 9(06).
           05  PROD-RESERVA            PIC X(20).
