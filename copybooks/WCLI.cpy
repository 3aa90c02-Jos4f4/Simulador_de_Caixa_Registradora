      *==================================================================================*
      *    LAYOUT DO ARQUIVO MESTRE DE CLIENTES - CLIENTES.DAT
      *    CONTA CONVENIO (VENDA A PRAZO): STATUS EM BRANCO = CLIENTE
      *    SEM CONTA; SALDO = TOTAL EM ABERTO (COMPRAS - PAGAMENTOS -
      *    ESTORNOS), LANCAMENTOS DETALHADOS NO CONVREC.DAT
      *    CLI-RESERVA: ESPACO PARA CAMPOS FUTUROS SEM MUDAR O TAMANHO
      *    DO REGISTRO (GRAVADO EM BRANCO)
      *    ARQUIVOS NO LAYOUT ANTERIOR A CONTA CONVENIO (49 POSICOES)
      *    SAO CONVERTIDOS UMA UNICA VEZ PELO CONVMEST
      *    USADO POR: CADCLI, CAIXAREG, RECVENDA, ESTORNO, CONVENIO,
      *    BKPMEST, RESTMEST, REPCUPOM, CONVMEST
      *==================================================================================*
       01  REG-CLIENTE.
           05  CLI-CPF                 PIC X(11).
               88  CLI-ATIVO                   VALUE 'A'.
               88  CLI-INATIVO                 VALUE 'I'.
           05  CLI-PONTOS              PIC 9(07).
           05  CLI-CONV-STATUS         PIC X(01).
               88  CLI-CONV-ATIVO              VALUE 'A'.
               88  CLI-CONV-BLOQUEADO          VALUE 'B'.
               88  CLI-CONV-SEM-CONTA          VALUE ' '.
           05  CLI-CONV-EMPRESA        PIC X(20).
           05  CLI-CONV-LIMITE         PIC 9(06)V99.
           05  CLI-CONV-SALDO          PIC 9(07)V99.
           05  CLI-CONV-DIA-VENCTO     PIC 9(02).
           05  CLI-RESERVA             PIC X(20).
