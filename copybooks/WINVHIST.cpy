      *==================================================================================*
      *    LAYOUT DO HISTORICO DE INVENTARIOS EFETIVADOS - INVHIST.DAT
      *    UM REGISTRO POR PRODUTO CONTADO, GRAVADO NA EFETIVACAO DO
      *    AJUSTE (DIFERENCA NEGATIVA = PERDA, POSITIVA = SOBRA)
      *    USADO POR: INVENT
      *==================================================================================*
       01  REG-INVHIST.
           05  IVH-NUMERO               PIC 9(06).
           05  IVH-DATA-ABERTURA        PIC 9(08).
           05  IVH-DATA-EFETIVA         PIC 9(08).
           05  IVH-CODPROD              PIC 9(06).
           05  IVH-QTD-SISTEMA          PIC 9(06).
           05  IVH-QTD-CONTADA          PIC 9(06).
           05  IVH-DIFERENCA            PIC S9(06).
           05  IVH-CUSTO                PIC 9(05)V99.
           05  IVH-VALOR-DIFERENCA      PIC S9(08)V99.
           05  IVH-SALDO-ANTERIOR       PIC 9(06).
           05  IVH-SALDO-POSTERIOR      PIC 9(06).
           05  IVH-SUPERVISOR           PIC X(10).
