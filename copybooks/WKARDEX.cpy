      *==================================================================================*
      *    LAYOUT DO ARQUIVO DE MOVIMENTOS DE ESTOQUE (KARDEX) - MOVESTQ.DAT
      *    UM REGISTRO POR ALTERACAO DE PROD-QTD-ESTOQUE, COM O SALDO
      *    ANTES E DEPOIS DO MOVIMENTO
      *    KDX-SALDO-ZERADO = 'S' QUANDO A SAIDA FOI MAIOR QUE O SALDO E O
      *    ESTOQUE FOI FORCADO A ZERO
      *    USADO POR: CAIXAREG, ESTORNO, ENTMERC, KARDEX, INVENT,
      *    RECVENDA
      *==================================================================================*
       01  REG-KARDEX.
           05  KDX-DATA                 PIC 9(08).
           05  KDX-HORA                 PIC 9(06).
           05  KDX-CODPROD              PIC 9(06).
           05  KDX-TIPO                 PIC X(01).
               88  KDX-VENDA                   VALUE 'V'.
               88  KDX-ESTORNO                 VALUE 'E'.
               88  KDX-ENTRADA                 VALUE 'R'.
               88  KDX-SOBRA-INVENTARIO        VALUE 'S'.
               88  KDX-PERDA-INVENTARIO        VALUE 'P'.
           05  KDX-QUANTIDADE           PIC 9(06).
           05  KDX-SALDO-ANTERIOR       PIC 9(06).
           05  KDX-SALDO-POSTERIOR      PIC 9(06).
           05  KDX-TERMINAL             PIC 9(03).
           05  KDX-NUM-TRANSACAO        PIC 9(06).
           05  KDX-OPERADOR             PIC X(10).
           05  KDX-DOCUMENTO            PIC X(10).
           05  KDX-SALDO-ZERADO         PIC X(01).
               88  KDX-ZERADO-FORCADO          VALUE 'S'.
