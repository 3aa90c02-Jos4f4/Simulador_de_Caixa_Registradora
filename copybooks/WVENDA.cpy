      *    SUP-OVERRIDE PREENCHIDO NO DETALHE QUANDO O PRECO FOI
      *    AJUSTADO NO CAIXA COM AUTORIZACAO DE SUPERVISOR
      *    (PRECO-ORIG GUARDA O PRECO UNITARIO ANTES DO AJUSTE)
      *    REGISTRO CUPOM CANCELADO (C) GRAVADO PELO RECVENDA NO LUGAR
      *    DE UMA VENDA INTERROMPIDA NO CAIXA QUE O SUPERVISOR CANCELOU
      *    (CONSOME O NUMERO DA SEQUENCIA; ETAPA = ULTIMA ETAPA
      *    CONCLUIDA NO CAIXA ANTES DA INTERRUPCAO)
      *    FORMA 6-CONVENIO (VENDA A PRAZO NA CONTA DO CLIENTE): O VALOR
      *    FICA EM T-VALOR-CONVENIO, FORA DA TABELA DE FORMAS 1-5
      *    (TRAILERS ANTERIORES TEM BRANCOS NESSA POSICAO); NO ESTORNO
      *    O VALOR EM CONVENIO E E-VALOR MENOS A SOMA DE E-VALOR-FORMA
      *    USADO POR: CAIXAREG, FECHACX, EXPVENDA, ESTORNO, AUDVENDA,
      *    RECVENDA, CONFCX, REPCUPOM, RELPER, ARQVENDA, CADCLI,
      *    CONCCART, PEDCOMP, RANKPROD, RELHORA, RELMARG, RESIMP
      *==================================================================================*
       01  REG-VENDA.
           05  REG-VENDA-TIPO           PIC X(01).
               88  REG-VENDA-DETALHE           VALUE 'D'.
               88  REG-VENDA-TRAILER           VALUE 'T'.
               88  REG-VENDA-ESTORNO           VALUE 'E'.
               88  REG-VENDA-CANCELADO         VALUE 'C'.
           05  REG-VENDA-NUM-TRANSACAO  PIC 9(06).
           05  REG-VENDA-TERMINAL       PIC 9(03).
           05  REG-VENDA-DADOS-T.
                   88  REG-VENDA-PGTO-DEBITO       VALUE '3'.
                   88  REG-VENDA-PGTO-PIX          VALUE '4'.
                   88  REG-VENDA-PGTO-PONTOS       VALUE '5'.
                   88  REG-VENDA-PGTO-CONVENIO     VALUE '6'.
               10  REG-VENDA-T-VALOR-PAGO   PIC 9(06)V99.
               10  REG-VENDA-T-TROCO        PIC 9(06)V99.
               10  REG-VENDA-T-TOTAL-IMPOSTO PIC 9(06)V99.
                                            PIC 9(07).
               10  REG-VENDA-T-PONTOS-RESGATADOS
                                            PIC 9(07).
               10  REG-VENDA-T-VALOR-CONVENIO
                                            PIC 9(06)V99.
               10  FILLER                   PIC X(05).
           05  REG-VENDA-DADOS-H REDEFINES REG-VENDA-DADOS-T.
               10  REG-VENDA-H-DATA         PIC 9(08).
               10  REG-VENDA-H-HORA         PIC 9(06).
                                            PIC 9(07).
               10  REG-VENDA-E-PONTOS-RESGATADOS
                                            PIC 9(07).
           05  REG-VENDA-DADOS-C REDEFINES REG-VENDA-DADOS-T.
               10  REG-VENDA-C-DATA         PIC 9(08).
               10  REG-VENDA-C-HORA         PIC 9(06).
               10  REG-VENDA-C-OPERADOR     PIC X(10).
               10  REG-VENDA-C-SUPERVISOR   PIC X(10).
               10  REG-VENDA-C-ETAPA        PIC X(01).
               10  REG-VENDA-C-VALOR        PIC 9(06)V99.
               10  REG-VENDA-C-QTD-ITENS    PIC 9(03).
               10  FILLER                   PIC X(73).
