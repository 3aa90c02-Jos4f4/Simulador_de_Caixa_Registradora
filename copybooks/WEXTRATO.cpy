      *==================================================================================*
      *    LAYOUT DO EXTRATO DIARIO DA ADQUIRENTE (CARTOES) E DO BANCO (PIX)
      *    EXTRATO-AAAAMMDD.DAT - UM REGISTRO POR TRANSACAO LIQUIDADA
      *    EXT-FORMA SEGUE A NUMERACAO DO CAIXA (2-CREDITO 3-DEBITO 4-PIX)
      *    EXT-TIPO 'V' = VENDA / 'C' = CANCELAMENTO DE UMA VENDA
      *    VALOR-LIQUIDO = VALOR-BRUTO - TAXA RETIDA PELA ADQUIRENTE
      *    USADO POR: CONCCART
      *==================================================================================*
       01  REG-EXTRATO.
           05  EXT-DATA                PIC 9(08).
           05  EXT-TERMINAL            PIC 9(03).
           05  EXT-FORMA               PIC X(01).
               88  EXT-CREDITO                 VALUE '2'.
               88  EXT-DEBITO                  VALUE '3'.
               88  EXT-PIX                     VALUE '4'.
           05  EXT-TIPO                PIC X(01).
               88  EXT-VENDA                   VALUE 'V'.
               88  EXT-CANCELAMENTO            VALUE 'C'.
           05  EXT-VALOR-BRUTO         PIC 9(06)V99.
           05  EXT-TAXA                PIC 9(04)V99.
           05  EXT-VALOR-LIQUIDO       PIC 9(06)V99.
           05  EXT-AUTORIZACAO         PIC X(12).
           05  FILLER                  PIC X(13).
