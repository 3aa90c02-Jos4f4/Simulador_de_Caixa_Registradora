      *==================================================================================*
      *    LAYOUT DO ARQUIVO DE INVENTARIOS (CONTAGEM FISICA) - INVCONT.DAT
      *    UM CABECALHO POR INVENTARIO (CODPROD 000000) E UM REGISTRO POR
      *    PRODUTO COM O SALDO DO SISTEMA NA ABERTURA (SNAPSHOT) E A
      *    QUANTIDADE CONTADA
      *    USADO POR: INVENT
      *==================================================================================*
       01  REG-INVENTARIO.
           05  INV-CHAVE.
               10  INV-NUMERO          PIC 9(06).
               10  INV-CODPROD         PIC 9(06).
           05  INV-TIPO                PIC X(01).
               88  INV-CABECALHO               VALUE 'C'.
               88  INV-ITEM                    VALUE 'I'.
           05  INV-DADOS-C.
               10  INV-C-DATA-ABERTURA PIC 9(08).
               10  INV-C-HORA-ABERTURA PIC 9(06).
               10  INV-C-STATUS        PIC X(01).
                   88  INV-ABERTO              VALUE 'A'.
                   88  INV-EFETIVADO           VALUE 'E'.
                   88  INV-CANCELADO           VALUE 'C'.
               10  INV-C-QTD-ITENS     PIC 9(05).
               10  INV-C-DATA-EFETIVA  PIC 9(08).
               10  INV-C-SUPERVISOR    PIC X(10).
               10  FILLER              PIC X(10).
           05  INV-DADOS-I REDEFINES INV-DADOS-C.
               10  INV-I-QTD-SISTEMA   PIC 9(06).
               10  INV-I-CONTADO       PIC X(01).
                   88  INV-ITEM-CONTADO        VALUE 'S'.
               10  INV-I-QTD-CONTADA   PIC 9(06).
               10  FILLER              PIC X(35).
