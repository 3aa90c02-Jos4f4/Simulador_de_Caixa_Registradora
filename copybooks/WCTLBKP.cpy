      *==================================================================================*
      *    LAYOUT DO ARQUIVO DE CONTROLE DO BACKUP DOS MESTRES
      *    CTLBKP-AAAAMMDD.DAT - UM REGISTRO POR ARQUIVO MESTRE COPIADO
      *    PARA NNNNNNNN-AAAAMMDD.BKP PELO BKPMEST
      *    SITUACAO: C-COPIADO  A-MESTRE AUSENTE NO MOMENTO DO BACKUP
      *              F-FALHA NA GRAVACAO DA COPIA (NAO RESTAURAVEL)
      *    TOTAIS DE CONTROLE (CONFERIDOS PELO RESTMEST ANTES DE
      *    SUBSTITUIR O ARQUIVO EM USO):
      *      PRODUTOS  HASH-1 UNIDADES EM ESTOQUE  HASH-2 SOMA DOS CODIGOS
      *      CLIENTES  HASH-1 PONTOS DE FIDELIDADE HASH-2 SALDO CONVENIO
      *      OPERADOR  HASH-1 OPERADORES ATIVOS    HASH-2 SUPERVISORES
      *      PROMOCOES HASH-1 SOMA DOS PRODUTOS    HASH-2 PRECOS PROMOC.
      *      CTLVENDA  HASH-1 PROXIMOS CUPONS      HASH-2 DATAS FECHAMENTO
      *      ESPERA    HASH-1 QTDE DOS ITENS       HASH-2 CABECALHOS
      *      FORNEC    HASH-1 SOMA DOS CODIGOS     HASH-2 PRAZOS ENTREGA
      *      PEDCOMPRA HASH-1 SOMA DOS PEDIDOS     HASH-2 QTDE PEDIDA
      *      PRECOPROG HASH-1 SOMA DOS PRODUTOS    HASH-2 PRECOS NOVOS
      *      CONVREC   HASH-1 VALOR LANCADO        HASH-2 SOMA DOS CUPONS
      *    USADO POR: BKPMEST, RESTMEST
      *==================================================================================*
       01  REG-CTLBKP.
           05  CBK-ARQUIVO              PIC X(10).
           05  CBK-DATA-BACKUP          PIC 9(08).
           05  CBK-HORA-BACKUP          PIC 9(06).
           05  CBK-SITUACAO             PIC X(01).
               88  CBK-COPIADO                 VALUE 'C'.
               88  CBK-AUSENTE                 VALUE 'A'.
               88  CBK-FALHA                   VALUE 'F'.
           05  CBK-QTD-REGISTROS        PIC 9(09).
           05  CBK-HASH-1               PIC 9(13)V99.
           05  CBK-HASH-2               PIC 9(13)V99.
           05  CBK-TAM-REGISTRO         PIC 9(04).
           05  FILLER                   PIC X(12).
