      *==================================================================================*
      *    LAYOUT DO HISTORICO INDEXADO DE VENDAS - HISTVEND.DAT
      *    CARREGADO PELO ARQVENDA A CADA DIA ARQUIVADO: UM REGISTRO POR
      *    REGISTRO DO VENDAS-AAAAMMDD.DAT, COM O REGISTRO ORIGINAL
      *    INTACTO EM HSV-REG-VENDA (LAYOUT WVENDA)
      *    CHAVE: TERMINAL + NUMERO DA TRANSACAO + DATA DO MOVIMENTO
      *    (DATA DO ARQUIVO DIARIO) + SEQUENCIA DO REGISTRO NO ARQUIVO
      *    O ESTORNO (E) E GRAVADO NA CHAVE DA VENDA ESTORNADA
      *    (TERMINAL/CUPOM DE ORIGEM), PARA SER ENCONTRADO JUNTO DELA
      *    CHAVE ALTERNATIVA: CPF DO CLIENTE (COM DUPLICIDADE), REPETIDO
      *    EM TODOS OS REGISTROS DA VENDA; BRANCOS QUANDO SEM CPF
      *    USADO POR: ARQVENDA, REPCUPOM, CADCLI, ESTORNO
      *==================================================================================*
       01  REG-HISTVENDA.
           05  HSV-CHAVE.
               10  HSV-TERMINAL         PIC 9(03).
               10  HSV-NUM-TRANSACAO    PIC 9(06).
               10  HSV-DATA             PIC 9(08).
               10  HSV-SEQ              PIC 9(06).
           05  HSV-CPF-CLIENTE          PIC X(11).
           05  HSV-REG-VENDA            PIC X(129).
           05  FILLER                   PIC X(10).
