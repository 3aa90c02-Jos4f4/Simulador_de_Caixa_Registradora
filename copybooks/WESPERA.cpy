      *    LAYOUT DO ARQUIVO DE VENDAS EM ESPERA - ESPERA.DAT
      *    CARRINHO SUSPENSO NO CAIXA: UM CABECALHO (SEQ 000) E UM
      *    REGISTRO POR ITEM, RECUPERAVEIS PELO IDENTIFICADOR
      *    USADO POR: CAIXAREG, ARQVENDA, BKPMEST, RESTMEST
      *==================================================================================*
       01  REG-ESPERA.
           05  ESP-CHAVE.
