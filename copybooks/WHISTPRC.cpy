      *==================================================================================*
      *    LAYOUT DO HISTORICO DE PRECOS DE VENDA - HISTPRECO.DAT
      *    UM REGISTRO POR ALTERACAO DE PROD-PRECO, EM ORDEM CRONOLOGICA
      *    HPR-DATA: DATA EM QUE O PRECO NOVO PASSOU A VALER NO CAIXA
      *    ORIGEM: I-INCLUSAO DO PRODUTO (CADPROD, PRECO ANTERIOR ZERO)
      *            C-ALTERACAO IMEDIATA NO CADPROD
      *            A-ALTERACAO AGENDADA APLICADA PELO APLPRECO
      *    ETIQUETA: P-ETIQUETA DE GONDOLA PENDENTE  E-EMITIDA PELO
      *              APLPRECO
      *    USADO POR: CADPROD, AGEPRECO, APLPRECO
      *==================================================================================*
       01  REG-HISTPRECO.
           05  HPR-CODPROD             PIC 9(06).
           05  HPR-DATA                PIC 9(08).
           05  HPR-HORA                PIC 9(06).
           05  HPR-PRECO-ANTERIOR      PIC 9(05)V99.
           05  HPR-PRECO-NOVO          PIC 9(05)V99.
           05  HPR-OPERADOR            PIC X(10).
           05  HPR-ORIGEM              PIC X(01).
               88  HPR-ORIGEM-INCLUSAO         VALUE 'I'.
               88  HPR-ORIGEM-CADASTRO         VALUE 'C'.
               88  HPR-ORIGEM-AGENDADA         VALUE 'A'.
           05  HPR-ETIQUETA            PIC X(01).
               88  HPR-ETIQUETA-PENDENTE       VALUE 'P'.
               88  HPR-ETIQUETA-EMITIDA        VALUE 'E'.
           05  HPR-DATA-VIGENCIA       PIC 9(08).
           05  FILLER                  PIC X(10).
