      *==================================================================================*
      *    LAYOUT DO ARQUIVO MESTRE DE FORNECEDORES - FORNEC.DAT
      *    FORN-PRAZO-ENTREGA EM DIAS CORRIDOS A PARTIR DA EMISSAO DO PEDIDO
      *    USADO POR: CADFORN, CADPROD, PEDCOMP, ENTMERC, AGEPRECO,
      *    BKPMEST, RESTMEST
      *==================================================================================*
       01  REG-FORNECEDOR.
           05  FORN-CODIGO             PIC 9(06).
           05  FORN-RAZAO-SOCIAL       PIC X(40).
           05  FORN-CNPJ               PIC X(14).
           05  FORN-TELEFONE           PIC X(15).
           05  FORN-CONTATO            PIC X(20).
           05  FORN-PRAZO-ENTREGA      PIC 9(03).
           05  FORN-STATUS             PIC X(01).
               88  FORN-ATIVO                  VALUE 'A'.
               88  FORN-INATIVO                VALUE 'I'.
