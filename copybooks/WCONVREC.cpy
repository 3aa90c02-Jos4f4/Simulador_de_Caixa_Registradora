      *==================================================================================*
      *    LAYOUT DO ARQUIVO DE LANCAMENTOS DAS CONTAS DE CONVENIO - CONVREC.DAT
      *    UM REGISTRO POR ALTERACAO DE CLI-CONV-SALDO, COM O SALDO EM
      *    ABERTO APOS O LANCAMENTO
      *    V-COMPRA NO CAIXA (TERMINAL/CUPOM DA VENDA; VENCIMENTO = DIA
      *      DE VENCIMENTO DA CONTA NO MES SEGUINTE AO DA COMPRA)
      *    E-ESTORNO DA COMPRA (TERMINAL/CUPOM DA VENDA ORIGINAL)
      *    P-PAGAMENTO RECEBIDO PELO CONVENIO (FORMA 1-DINHEIRO
      *      2-CREDITO 3-DEBITO 4-PIX NO TERMINAL INFORMADO)
      *    USADO POR: CAIXAREG, RECVENDA, ESTORNO, CONVENIO, FECHACX,
      *    CONFCX, BKPMEST, RESTMEST
      *==================================================================================*
       01  REG-CONVREC.
           05  CRC-DATA                 PIC 9(08).
           05  CRC-HORA                 PIC 9(06).
           05  CRC-CPF                  PIC X(11).
           05  CRC-TIPO                 PIC X(01).
               88  CRC-COMPRA                  VALUE 'V'.
               88  CRC-ESTORNO                 VALUE 'E'.
               88  CRC-PAGAMENTO               VALUE 'P'.
           05  CRC-VALOR                PIC 9(06)V99.
           05  CRC-VENCIMENTO           PIC 9(08).
           05  CRC-TERMINAL             PIC 9(03).
           05  CRC-NUM-TRANSACAO        PIC 9(06).
           05  CRC-OPERADOR             PIC X(10).
           05  CRC-FORMA-PGTO           PIC X(01).
           05  CRC-SALDO-POSTERIOR      PIC 9(07)V99.
           05  FILLER                   PIC X(09).
