      *==================================================================================*
      *    LAYOUT DO ARQUIVO MESTRE DE OPERADORES (CAIXAS) - OPERADOR.DAT
      *    USADO POR: CADOPER, CAIXAREG, MOVCAIXA, ESTORNO, ENTMERC, INVENT,
      *    RECVENDA, CONVENIO, CADPROD, AGEPRECO, BKPMEST,
      *    RESTMEST
      *==================================================================================*
       01  REG-OPERADOR.
           05  OPER-CODIGO             PIC X(10).
