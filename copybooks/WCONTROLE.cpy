      *    FECHAMENTO/ARQUIVAMENTO DO DIA E O RESULTADO DA ULTIMA
      *    AUDITORIA DO ARQUIVO DE VENDAS; UM REGISTRO POR TERMINAL
      *    (CHAVE '001'..'999') COM O PROXIMO NUMERO DE CUPOM DO PDV
      *    USADO POR: CAIXAREG, ESTORNO, ARQVENDA, AUDVENDA, RECVENDA,
      *    BKPMEST, RESTMEST
      *==================================================================================*
       01  REG-CONTROLE.
           05  CTL-CHAVE                PIC X(03).
