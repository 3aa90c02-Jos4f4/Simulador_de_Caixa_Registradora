      *==================================================================================*
      *    LAYOUT DO ARQUIVO DE ALTERACOES DE PRECO AGENDADAS - PRECOPROG.DAT
      *    CHAVE: PRODUTO + DATA DE VIGENCIA (UMA ALTERACAO POR DIA)
      *    GRAVADO PELO AGEPRECO (INDIVIDUAL OU CARGA DA LISTA DE PRECOS
      *    DO FORNECEDOR) E APLICADO PELO APLPRECO ANTES DA ABERTURA DOS
      *    CAIXAS QUANDO A VIGENCIA CHEGA
      *    STATUS: P-PENDENTE A-APLICADA C-CANCELADA
      *            R-REJEITADA (PRODUTO NAO ENCONTRADO NA APLICACAO)
      *    USADO POR: AGEPRECO, APLPRECO, BKPMEST, RESTMEST
      *==================================================================================*
       01  REG-PRECOPROG.
           05  PPG-CHAVE.
               10  PPG-CODPROD         PIC 9(06).
               10  PPG-DATA-VIGENCIA   PIC 9(08).
           05  PPG-PRECO-NOVO          PIC 9(05)V99.
           05  PPG-STATUS              PIC X(01).
               88  PPG-PENDENTE                VALUE 'P'.
               88  PPG-APLICADA                VALUE 'A'.
               88  PPG-CANCELADA               VALUE 'C'.
               88  PPG-REJEITADA               VALUE 'R'.
           05  PPG-ORIGEM              PIC X(01).
               88  PPG-ORIGEM-MANUAL           VALUE 'M'.
               88  PPG-ORIGEM-LISTA            VALUE 'L'.
           05  PPG-COD-FORNECEDOR      PIC 9(06).
           05  PPG-OPERADOR            PIC X(10).
           05  PPG-DATA-CADASTRO       PIC 9(08).
           05  PPG-HORA-CADASTRO       PIC 9(06).
           05  PPG-PRECO-ANTERIOR      PIC 9(05)V99.
           05  PPG-DATA-APLICACAO      PIC 9(08).
           05  FILLER                  PIC X(10).
