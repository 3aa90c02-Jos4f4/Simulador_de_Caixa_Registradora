      *==================================================================================*
      *    LAYOUT DO DIARIO DE VENDAS EM ANDAMENTO NO CAIXA - PENDVDA.DAT
      *    GRAVADO PELO CAIXAREG ASSIM QUE O NUMERO DO CUPOM E OBTIDO
      *    (CABECALHO SEQ 000 E UM REGISTRO POR ITEM) E ATUALIZADO A
      *    CADA ETAPA CONCLUIDA; REMOVIDO QUANDO A VENDA TERMINA.
      *    REGISTROS QUE PERMANECEM SAO VENDAS INTERROMPIDAS, TRATADAS
      *    PELO RECVENDA (CONCLUIR OU CANCELAR)
      *    ETAPA: N-NUMERO OBTIDO (PAGAMENTO EM ANDAMENTO)
      *           P-PAGAMENTO CAPTURADO (GRAVACAO DA VENDA EM ANDAMENTO)
      *           G-VENDA GRAVADA (BAIXA DE ESTOQUE EM ANDAMENTO)
      *           E-ESTOQUE BAIXADO (PONTOS EM ANDAMENTO)
      *           F-PONTOS ATUALIZADOS (CONVENIO EM ANDAMENTO)
      *    USADO POR: CAIXAREG, RECVENDA, ARQVENDA
      *==================================================================================*
       01  REG-PENDENCIA.
           05  PND-CHAVE.
               10  PND-TERMINAL        PIC 9(03).
               10  PND-NUM-TRANSACAO   PIC 9(06).
               10  PND-SEQ             PIC 9(03).
           05  PND-TIPO                PIC X(01).
               88  PND-CABECALHO               VALUE 'C'.
               88  PND-ITEM                    VALUE 'I'.
           05  PND-DADOS-C.
               10  PND-C-ETAPA         PIC X(01).
                   88  PND-NUMERO-OBTIDO       VALUE 'N'.
                   88  PND-PAGAMENTO-CAPTURADO VALUE 'P'.
                   88  PND-VENDA-GRAVADA       VALUE 'G'.
                   88  PND-ESTOQUE-BAIXADO     VALUE 'E'.
                   88  PND-PONTOS-ATUALIZADOS  VALUE 'F'.
               10  PND-C-DATA          PIC 9(08).
               10  PND-C-HORA          PIC 9(06).
               10  PND-C-OPERADOR      PIC X(10).
               10  PND-C-CPF-CLIENTE   PIC X(11).
               10  PND-C-QTD-ITENS     PIC 9(03).
               10  PND-C-SUBTOTAL      PIC 9(06)V99.
               10  PND-C-DESCONTO      PIC 9(05)V99.
               10  PND-C-TOTAL-FINAL   PIC 9(06)V99.
               10  PND-C-TOTAL-IMPOSTO PIC 9(06)V99.
               10  PND-C-FORMA-PGTO    PIC X(01).
               10  PND-C-VALOR-PAGO    PIC 9(06)V99.
               10  PND-C-TROCO         PIC 9(06)V99.
               10  PND-C-QTD-PGTOS     PIC 9(01).
               10  PND-C-VALOR-FORMA   OCCURS 5 TIMES
                                       PIC 9(06)V99.
               10  PND-C-PONTOS-GERADOS
                                       PIC 9(07).
               10  PND-C-PONTOS-RESGATADOS
                                       PIC 9(07).
               10  PND-C-VALOR-CONVENIO
                                       PIC 9(06)V99.
               10  FILLER              PIC X(12).
           05  PND-DADOS-I REDEFINES PND-DADOS-C.
               10  PND-I-CODPROD       PIC 9(06).
               10  PND-I-QUANTIDADE    PIC 9(03).
               10  PND-I-VALOR-UNIT    PIC 9(05)V99.
               10  PND-I-VALOR         PIC 9(06)V99.
               10  PND-I-VALOR-ORIG    PIC 9(05)V99.
               10  PND-I-CAT-TRIB      PIC X(02).
               10  PND-I-IMPOSTO       PIC 9(06)V99.
               10  PND-I-PRECO-ORIG    PIC 9(05)V99.
               10  PND-I-SUP-OVERRIDE  PIC X(10).
