               RECORD KEY IS ESP-CHAVE
               FILE STATUS IS WRK-FS-ESPERA.

           SELECT FD-KARDEX ASSIGN TO "MOVESTQ.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WRK-FS-KARDEX.

           SELECT FD-PENDENCIA ASSIGN TO "PENDVDA.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PND-CHAVE
               FILE STATUS IS WRK-FS-PENDENCIA.

           SELECT FD-CONVREC ASSIGN TO "CONVREC.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WRK-FS-CONVREC.

       DATA DIVISION.
       FILE SECTION.

       FD  FD-ESPERA.
       COPY WESPERA.

       FD  FD-KARDEX.
       COPY WKARDEX.

       FD  FD-PENDENCIA.
       COPY WPENDVDA.

       FD  FD-CONVREC.
       COPY WCONVREC.

       WORKING-STORAGE SECTION.

      *--------------------------------------------------------------*
      *--------------------------------------------------------------*
      *    FORMAS DE PAGAMENTO (PAGAMENTO DIVIDIDO), VALORES POR
      *    FORMA E TROCO (1-DINHEIRO 2-CREDITO 3-DEBITO 4-PIX
      *    5-PONTOS DO PROGRAMA DE FIDELIDADE 6-CONVENIO)
      *--------------------------------------------------------------*
       01  WRK-OPCAO-PGTO               PIC 9(01)    VALUE ZEROS.
       01  WRK-FORMA-PGTO               PIC X(01)    VALUE '1'.
       01  WRK-VALOR-TENDER             PIC 9(06)V99 VALUE ZEROS.
       01  WRK-VALOR-APLICADO           PIC 9(06)V99 VALUE ZEROS.
       01  WRK-TB-PGTOS.
           05  WRK-PGTO-VALOR OCCURS 6 TIMES
                                        PIC 9(06)V99.
       01  WRK-NOMES-PGTO-LIT.
           05  FILLER                   PIC X(08) VALUE 'DINHEIRO'.
           05  FILLER                   PIC X(08) VALUE 'DEBITO  '.
           05  FILLER                   PIC X(08) VALUE 'PIX     '.
           05  FILLER                   PIC X(08) VALUE 'PONTOS  '.
           05  FILLER                   PIC X(08) VALUE 'CONVENIO'.
       01  WRK-NOMES-PGTO REDEFINES WRK-NOMES-PGTO-LIT.
           05  WRK-NOME-PGTO OCCURS 6 TIMES
                                        PIC X(08).

      *--------------------------------------------------------------*
       01  WRK-PONTOS-USADOS            PIC 9(07)    VALUE ZEROS.
       01  WRK-VALOR-PONTOS-DISP        PIC 9(06)V99 VALUE ZEROS.

      *--------------------------------------------------------------*
      *    CONTA CONVENIO DO CLIENTE IDENTIFICADO (VENDA A PRAZO,
      *    LIMITADA AO DISPONIVEL = LIMITE - SALDO EM ABERTO)
      *--------------------------------------------------------------*
       01  WRK-FS-CONVREC               PIC X(02)    VALUE '00'.
       01  WRK-CONV-DISPONIVEL          PIC 9(07)V99 VALUE ZEROS.
       01  WRK-CONV-SALDO-NOVO          PIC 9(07)V99 VALUE ZEROS.
       01  WRK-CONV-LANCADO             PIC X(01)    VALUE 'N'.
       01  WRK-PONTOS-OK                PIC X(01)    VALUE 'N'.
       01  WRK-DATA-VENCTO              PIC 9(08)    VALUE ZEROS.
       01  FILLER REDEFINES WRK-DATA-VENCTO.
           05  WRK-VENCTO-ANO           PIC 9(04).
           05  WRK-VENCTO-MES           PIC 9(02).
           05  WRK-VENCTO-DIA           PIC 9(02).

      *--------------------------------------------------------------*
      *    TERMINAL (PDV) DESTE CAIXA - NUMERACAO DE CUPOM PROPRIA
      *--------------------------------------------------------------*
       01  WRK-QTD-ITENS-ESP            PIC 9(03) VALUE ZEROS.
       01  WRK-IDX-ESP                  PIC 9(03) VALUE ZEROS.

      *--------------------------------------------------------------*
      *    MOVIMENTO DE ESTOQUE (KARDEX) DA BAIXA DOS ITENS VENDIDOS
      *--------------------------------------------------------------*
       01  WRK-FS-KARDEX                PIC X(02) VALUE '00'.
       01  WRK-SALDO-ANTERIOR           PIC 9(06) VALUE ZEROS.
       01  WRK-SALDO-ZERADO             PIC X(01) VALUE 'N'.
       01  WRK-ESTOQUE-OK               PIC X(01) VALUE 'N'.

      *--------------------------------------------------------------*
      *    DIARIO DA VENDA EM ANDAMENTO (ETAPA CONCLUIDA), USADO NA
      *    RECUPERACAO DE VENDA INTERROMPIDA PELO RECVENDA
      *--------------------------------------------------------------*
       01  WRK-FS-PENDENCIA             PIC X(02) VALUE '00'.
       01  WRK-ETAPA-PENDENCIA          PIC X(01) VALUE SPACE.

       01  WRK-FS-VENDAS                PIC X(02) VALUE '00'.
       01  WRK-FS-CUPOM                 PIC X(02) VALUE '00'.
       01  WRK-FS-CONTROLE              PIC X(02) VALUE '00'.
                           'PROXIMO CLIENTE'
               WHEN WRK-QTD-ITENS > ZEROS
                   PERFORM 0005-OBTER-NUM-TRANSACAO
                   PERFORM 0014-GRAVA-PENDENCIA
                   PERFORM 0002-CALCULA-COMPRA
                   PERFORM 0003-CALCULA-DESCONTO
                   PERFORM 0007-FORMA-PAGAMENTO
           WRITE REG-CUPOM

           PERFORM VARYING WRK-IDX-PGTO FROM 1 BY 1
                   UNTIL WRK-IDX-PGTO > 6
               IF WRK-PGTO-VALOR(WRK-IDX-PGTO) > ZEROS
                   MOVE SPACES TO REG-CUPOM
                   STRING 'PGTO ' WRK-NOME-PGTO(WRK-IDX-PGTO)
               WRITE REG-CUPOM

               MOVE SPACES TO REG-CUPOM
               IF WRK-PONTOS-OK = 'S'
                   STRING 'SALDO DE PONTOS..: ' WRK-SALDO-PONTOS-NOVO
                       DELIMITED BY SIZE INTO REG-CUPOM
               ELSE
                   MOVE 'SALDO DE PONTOS..: PENDENTE' TO REG-CUPOM
               END-IF
               WRITE REG-CUPOM
           END-IF

           IF WRK-PGTO-VALOR(6) > ZEROS
              AND WRK-CONV-LANCADO NOT = 'S'
               MOVE SPACES TO REG-CUPOM
               WRITE REG-CUPOM
               MOVE 'CONVENIO PENDENTE - LANCAMENTO PELO RECVENDA'
                   TO REG-CUPOM
               WRITE REG-CUPOM
           END-IF

           IF WRK-PGTO-VALOR(6) > ZEROS
              AND WRK-CONV-LANCADO = 'S'
               MOVE SPACES TO REG-CUPOM
               STRING 'VENCIMENTO CONVENIO: ' WRK-DATA-VENCTO
                   DELIMITED BY SIZE INTO REG-CUPOM
               WRITE REG-CUPOM

               MOVE SPACES TO REG-CUPOM
               STRING 'SALDO EM CONVENIO..: ' WRK-CONV-SALDO-NOVO
                   DELIMITED BY SIZE INTO REG-CUPOM
               WRITE REG-CUPOM

               MOVE SPACES TO REG-CUPOM
               WRITE REG-CUPOM
               MOVE 'ASSINATURA: ____________________________'
                   TO REG-CUPOM
               WRITE REG-CUPOM
           END-IF

           MOVE '========================================' TO REG-CUPOM

           MOVE FUNCTION CURRENT-DATE TO WRK-DATA-HORA-SISTEMA

           MOVE ZEROS TO WRK-PONTOS-GERADOS
           IF WRK-CPF-CLIENTE NOT = SPACES
               MOVE WRK-TOTAL-FINAL TO WRK-PONTOS-GERADOS
           END-IF

           MOVE 'P' TO WRK-ETAPA-PENDENCIA
           PERFORM 0014-A-ATUALIZA-PENDENCIA

           OPEN EXTEND FD-VENDAS
           IF WRK-FS-VENDAS = '35'
               OPEN OUTPUT FD-VENDAS
               MOVE WRK-PGTO-VALOR(WRK-IDX-PGTO)
                   TO REG-VENDA-T-VALOR-FORMA(WRK-IDX-PGTO)
           END-PERFORM
           MOVE WRK-PGTO-VALOR(6)    TO REG-VENDA-T-VALOR-CONVENIO

           MOVE WRK-PONTOS-GERADOS
                                     TO REG-VENDA-T-PONTOS-GERADOS
           MOVE WRK-PONTOS-RESGATADOS

           CLOSE FD-VENDAS

           MOVE 'G' TO WRK-ETAPA-PENDENCIA
           PERFORM 0014-A-ATUALIZA-PENDENCIA

      *    CADA ETAPA SO AVANCA SE A ANTERIOR FOI GRAVADA POR INTEIRO;
      *    NA PRIMEIRA FALHA A VENDA FICA NO DIARIO NA ETAPA JA
      *    CONCLUIDA, PARA O RECVENDA REFAZER DALI EM DIANTE
           MOVE 'N' TO WRK-PONTOS-OK
           MOVE 'N' TO WRK-CONV-LANCADO

           PERFORM 0006-A-BAIXA-ESTOQUE

           IF WRK-ESTOQUE-OK = 'S'
               MOVE 'E' TO WRK-ETAPA-PENDENCIA
               PERFORM 0014-A-ATUALIZA-PENDENCIA

               MOVE 'S' TO WRK-PONTOS-OK
               IF WRK-CPF-CLIENTE NOT = SPACES
                   PERFORM 0006-B-ATUALIZA-PONTOS
               END-IF
           END-IF

           IF WRK-PONTOS-OK = 'S'
               MOVE 'F' TO WRK-ETAPA-PENDENCIA
               PERFORM 0014-A-ATUALIZA-PENDENCIA

               MOVE 'S' TO WRK-CONV-LANCADO
               IF WRK-PGTO-VALOR(6) > ZEROS
                   PERFORM 0006-D-LANCA-CONVENIO
               END-IF
           END-IF

           IF WRK-CONV-LANCADO = 'S'
               PERFORM 0014-B-REMOVE-PENDENCIA
           ELSE
               DISPLAY 'VENDA ' WRK-NUM-TRANSACAO
                       ' MANTIDA NO DIARIO - CONCLUIR PELO RECVENDA'
           END-IF
           .
      *----------------------------------------------------------------------------------*
      *----------------------------------------------------------------------------------*

      *----------------------------------------------------------------------------------*
      *    BAIXA O ESTOQUE DOS ITENS VENDIDOS NO CADASTRO DE PRODUTOS.
      *    WRK-ESTOQUE-OK = 'S' SOMENTE COM PRODUTOS E KARDEX ABERTOS E
      *    TODAS AS REGRAVACOES E MOVIMENTOS GRAVADOS
      *----------------------------------------------------------------------------------*
       0006-A-BAIXA-ESTOQUE   SECTION.
      *----------------------------------------------------------------------------------*

           MOVE 'N' TO WRK-ESTOQUE-OK

           OPEN I-O FD-PRODUTOS
           IF WRK-FS-PRODUTOS NOT = '00'
               DISPLAY 'CADASTRO DE PRODUTOS INDISPONIVEL - ESTOQUE '
                       'NAO BAIXADO. STATUS: ' WRK-FS-PRODUTOS
           ELSE
               OPEN EXTEND FD-KARDEX
               IF WRK-FS-KARDEX = '35'
                   OPEN OUTPUT FD-KARDEX
               END-IF
               IF WRK-FS-KARDEX NOT = '00'
                   DISPLAY 'KARDEX INDISPONIVEL - ESTOQUE NAO BAIXADO. '
                           'STATUS: ' WRK-FS-KARDEX
                   CLOSE FD-PRODUTOS
               ELSE
                   MOVE 'S' TO WRK-ESTOQUE-OK
               END-IF
           END-IF

           IF WRK-ESTOQUE-OK = 'S'
               PERFORM VARYING WRK-IDX-ITEM FROM 1 BY 1
                       UNTIL WRK-IDX-ITEM > WRK-QTD-ITENS
                   MOVE WRK-ITEM-CODPROD(WRK-IDX-ITEM) TO PROD-CODIGO
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           MOVE PROD-QTD-ESTOQUE TO WRK-SALDO-ANTERIOR
                           MOVE 'N'              TO WRK-SALDO-ZERADO
                           IF PROD-QTD-ESTOQUE >=
                              WRK-ITEM-QTD(WRK-IDX-ITEM)
                               SUBTRACT WRK-ITEM-QTD(WRK-IDX-ITEM)
                                   FROM PROD-QTD-ESTOQUE
                           ELSE
                               MOVE ZEROS TO PROD-QTD-ESTOQUE
                               MOVE 'S'   TO WRK-SALDO-ZERADO
                           END-IF
                           REWRITE REG-PRODUTO
                           IF WRK-FS-PRODUTOS NOT = '00'
                               DISPLAY 'ERRO AO BAIXAR O ESTOQUE DO '
                                       'PRODUTO ' PROD-CODIGO
                                       '. STATUS: ' WRK-FS-PRODUTOS
                               MOVE 'N' TO WRK-ESTOQUE-OK
                           ELSE
                               PERFORM 0006-C-GRAVA-KARDEX
                           END-IF
                   END-READ
               END-PERFORM

               CLOSE FD-KARDEX
               CLOSE FD-PRODUTOS
           END-IF
           .
       0006-A-END.            EXIT.
      *----------------------------------------------------------------------------------*

      *----------------------------------------------------------------------------------*
      *    REGISTRA NO KARDEX A SAIDA DO ITEM VENDIDO (SALDO ANTES E
      *    DEPOIS DA BAIXA E INDICADOR DE SALDO FORCADO A ZERO)
      *----------------------------------------------------------------------------------*
       0006-C-GRAVA-KARDEX    SECTION.
      *----------------------------------------------------------------------------------*

           MOVE WRK-DHS-DATA                TO KDX-DATA
           MOVE WRK-DHS-HORA                TO KDX-HORA
           MOVE PROD-CODIGO                 TO KDX-CODPROD
           MOVE 'V'                         TO KDX-TIPO
           MOVE WRK-ITEM-QTD(WRK-IDX-ITEM)  TO KDX-QUANTIDADE
           MOVE WRK-SALDO-ANTERIOR          TO KDX-SALDO-ANTERIOR
           MOVE PROD-QTD-ESTOQUE            TO KDX-SALDO-POSTERIOR
           MOVE WRK-TERMINAL                TO KDX-TERMINAL
           MOVE WRK-NUM-TRANSACAO           TO KDX-NUM-TRANSACAO
           MOVE WRK-OPERADOR-ID             TO KDX-OPERADOR
           MOVE SPACES                      TO KDX-DOCUMENTO
           MOVE WRK-SALDO-ZERADO            TO KDX-SALDO-ZERADO
           WRITE REG-KARDEX

      *    SEM O MOVIMENTO A BAIXA E DESFEITA, PARA O RECVENDA REFAZER
      *    O ITEM (ELE SO BAIXA OS ITENS SEM MOVIMENTO NO KARDEX)
           IF WRK-FS-KARDEX NOT = '00'
               DISPLAY 'ERRO AO GRAVAR O KARDEX DO PRODUTO '
                       PROD-CODIGO '. STATUS: ' WRK-FS-KARDEX
               MOVE WRK-SALDO-ANTERIOR TO PROD-QTD-ESTOQUE
               REWRITE REG-PRODUTO
               MOVE 'N' TO WRK-ESTOQUE-OK
           END-IF
           .
      *----------------------------------------------------------------------------------*
      *> cobol-lint CL002 0006-c-end
       0006-C-END.            EXIT.
      *----------------------------------------------------------------------------------*

      *----------------------------------------------------------------------------------*
      *    ATUALIZA O SALDO DE PONTOS DO CLIENTE IDENTIFICADO
      *    (CREDITA OS GERADOS E DEBITA OS RESGATADOS NA VENDA)
           IF WRK-FS-CLIENTES NOT = '00'
               DISPLAY 'CADASTRO DE CLIENTES INDISPONIVEL - PONTOS '
                       'NAO ATUALIZADOS'
               MOVE 'N' TO WRK-PONTOS-OK
           ELSE
               MOVE WRK-CPF-CLIENTE TO CLI-CPF
               READ FD-CLIENTES
                       END-IF
                       MOVE CLI-PONTOS TO WRK-SALDO-PONTOS-NOVO
                       REWRITE REG-CLIENTE
                       IF WRK-FS-CLIENTES NOT = '00'
                           DISPLAY 'ERRO AO ATUALIZAR OS PONTOS DO '
                                   'CLIENTE. STATUS: ' WRK-FS-CLIENTES
                           MOVE 'N' TO WRK-PONTOS-OK
                       END-IF
               END-READ
               CLOSE FD-CLIENTES
           END-IF
       0006-B-END.            EXIT.
      *----------------------------------------------------------------------------------*

      *----------------------------------------------------------------------------------*
      *    LANCA A COMPRA EM CONVENIO NA CONTA DO CLIENTE (SALDO EM
      *    ABERTO NO CADASTRO E LANCAMENTO NO CONVREC.DAT COM O
      *    VENCIMENTO NO MES SEGUINTE). WRK-CONV-LANCADO = 'S' SOMENTE
      *    COM O SALDO REGRAVADO E O LANCAMENTO GRAVADO; EM QUALQUER
      *    FALHA O SALDO FICA COMO ESTAVA
      *----------------------------------------------------------------------------------*
       0006-D-LANCA-CONVENIO  SECTION.
      *----------------------------------------------------------------------------------*

           MOVE 'N' TO WRK-CONV-LANCADO

           OPEN I-O FD-CLIENTES
           IF WRK-FS-CLIENTES NOT = '00'
               DISPLAY 'CADASTRO DE CLIENTES INDISPONIVEL - CONVENIO '
                       'NAO LANCADO'
           ELSE
               OPEN EXTEND FD-CONVREC
               IF WRK-FS-CONVREC = '35'
                   OPEN OUTPUT FD-CONVREC
               END-IF
               IF WRK-FS-CONVREC NOT = '00'
                   DISPLAY 'LANCAMENTOS DE CONVENIO INDISPONIVEIS - '
                           'STATUS ' WRK-FS-CONVREC
                           ' - CONVENIO NAO LANCADO'
               ELSE
                   PERFORM 0006-F-GRAVA-CONVENIO
                   CLOSE FD-CONVREC
               END-IF
               CLOSE FD-CLIENTES
           END-IF

           IF WRK-CONV-LANCADO = 'N'
               DISPLAY 'VENDA MANTIDA NO DIARIO - CONCLUIR O '
                       'LANCAMENTO EM CONVENIO PELO RECVENDA'
           END-IF
           .
      *----------------------------------------------------------------------------------*
      *> cobol-lint CL002 0006-d-end
       0006-D-END.            EXIT.
      *----------------------------------------------------------------------------------*

      *----------------------------------------------------------------------------------*
      *    ATUALIZA O SALDO DA CONTA E GRAVA A COMPRA NO CONVREC.DAT
      *    (CADASTRO E LANCAMENTOS JA ABERTOS); SE O LANCAMENTO NAO FOR
      *    GRAVADO O SALDO ANTERIOR E REGRAVADO
      *----------------------------------------------------------------------------------*
       0006-F-GRAVA-CONVENIO  SECTION.
      *----------------------------------------------------------------------------------*

           MOVE WRK-CPF-CLIENTE TO CLI-CPF
           READ FD-CLIENTES
               INVALID KEY
                   DISPLAY 'CLIENTE NAO ENCONTRADO - CONVENIO '
                           'NAO LANCADO'
               NOT INVALID KEY
                   ADD WRK-PGTO-VALOR(6) TO CLI-CONV-SALDO
                   REWRITE REG-CLIENTE
                   IF WRK-FS-CLIENTES NOT = '00'
                       DISPLAY 'ERRO AO ATUALIZAR O SALDO DO CLIENTE - '
                               'STATUS ' WRK-FS-CLIENTES
                               ' - CONVENIO NAO LANCADO'
                   ELSE
                       MOVE CLI-CONV-SALDO TO WRK-CONV-SALDO-NOVO
                       PERFORM 0006-E-CALCULA-VENCIMENTO
                       PERFORM 0006-G-GRAVA-LANCAMENTO
                   END-IF
           END-READ
           .
      *----------------------------------------------------------------------------------*
      *> cobol-lint CL002 0006-f-end
       0006-F-END.            EXIT.
      *----------------------------------------------------------------------------------*

      *----------------------------------------------------------------------------------*
      *    GRAVA O LANCAMENTO DA COMPRA NO CONVREC.DAT (SALDO JA
      *    REGRAVADO); ERRO NA GRAVACAO DESFAZ O SALDO DO CLIENTE
      *----------------------------------------------------------------------------------*
       0006-G-GRAVA-LANCAMENTO SECTION.
      *----------------------------------------------------------------------------------*

           MOVE SPACES             TO REG-CONVREC
           MOVE WRK-DHS-DATA       TO CRC-DATA
           MOVE WRK-DHS-HORA       TO CRC-HORA
           MOVE WRK-CPF-CLIENTE    TO CRC-CPF
           MOVE 'V'                TO CRC-TIPO
           MOVE WRK-PGTO-VALOR(6)  TO CRC-VALOR
           MOVE WRK-DATA-VENCTO    TO CRC-VENCIMENTO
           MOVE WRK-TERMINAL       TO CRC-TERMINAL
           MOVE WRK-NUM-TRANSACAO  TO CRC-NUM-TRANSACAO
           MOVE WRK-OPERADOR-ID    TO CRC-OPERADOR
           MOVE '6'                TO CRC-FORMA-PGTO
           MOVE CLI-CONV-SALDO     TO CRC-SALDO-POSTERIOR
           WRITE REG-CONVREC
           IF WRK-FS-CONVREC = '00'
               MOVE 'S' TO WRK-CONV-LANCADO
           ELSE
               DISPLAY 'ERRO AO GRAVAR O LANCAMENTO DE CONVENIO - '
                       'STATUS ' WRK-FS-CONVREC
                       ' - CONVENIO NAO LANCADO'
               SUBTRACT WRK-PGTO-VALOR(6) FROM CLI-CONV-SALDO
               MOVE CLI-CONV-SALDO TO WRK-CONV-SALDO-NOVO
               REWRITE REG-CLIENTE
           END-IF
           .
      *----------------------------------------------------------------------------------*
      *> cobol-lint CL002 0006-g-end
       0006-G-END.            EXIT.
      *----------------------------------------------------------------------------------*

      *----------------------------------------------------------------------------------*
      *    CALCULA O VENCIMENTO DA COMPRA EM CONVENIO: DIA DE VENCIMENTO
      *    DA CONTA (CLI-CONV-DIA-VENCTO) NO MES SEGUINTE AO DA VENDA
      *----------------------------------------------------------------------------------*
       0006-E-CALCULA-VENCIMENTO SECTION.
      *----------------------------------------------------------------------------------*

           MOVE WRK-DHS-DATA TO WRK-DATA-VENCTO

           IF WRK-VENCTO-MES = 12
               MOVE 1 TO WRK-VENCTO-MES
               ADD 1  TO WRK-VENCTO-ANO
           ELSE
               ADD 1  TO WRK-VENCTO-MES
           END-IF

           IF CLI-CONV-DIA-VENCTO < 1 OR CLI-CONV-DIA-VENCTO > 28
               MOVE 10 TO WRK-VENCTO-DIA
           ELSE
               MOVE CLI-CONV-DIA-VENCTO TO WRK-VENCTO-DIA
           END-IF
           .
      *----------------------------------------------------------------------------------*
      *> cobol-lint CL002 0006-e-end
       0006-E-END.            EXIT.
      *----------------------------------------------------------------------------------*

      *----------------------------------------------------------------------------------*
      *    CAPTURA AS FORMAS DE PAGAMENTO (PERMITE DIVIDIR A VENDA EM
      *    MAIS DE UMA FORMA) E CALCULA O TROCO
           DISPLAY 'VALOR RESTANTE A PAGAR: ' WRK-VALOR-RESTANTE
           DISPLAY 'FORMA DE PAGAMENTO:'
           DISPLAY '  1-DINHEIRO  2-CREDITO  3-DEBITO  4-PIX'
                   '  5-PONTOS  6-CONVENIO'
           DISPLAY 'OPCAO: '
           ACCEPT WRK-OPCAO-PGTO

           EVALUATE TRUE
               WHEN WRK-OPCAO-PGTO < 1 OR WRK-OPCAO-PGTO > 6
                   DISPLAY 'OPCAO INVALIDA - TENTE NOVAMENTE'
               WHEN WRK-OPCAO-PGTO = 5
                   PERFORM 0007-B-PAGAMENTO-PONTOS
               WHEN WRK-OPCAO-PGTO = 6
                   PERFORM 0007-C-PAGAMENTO-CONVENIO
               WHEN OTHER
               MOVE ZEROS TO WRK-VALOR-TENDER
               DISPLAY 'VALOR NESTA FORMA (ZERO P/ RESTANTE): '
       0007-B-END.            EXIT.
      *----------------------------------------------------------------------------------*

      *----------------------------------------------------------------------------------*
      *    RECEBE (PARTE DO) PAGAMENTO EM CONVENIO (VENDA A PRAZO) NA
      *    CONTA DO CLIENTE IDENTIFICADO - SOMENTE CONTA ATIVA E ATE O
      *    DISPONIVEL (LIMITE - SALDO EM ABERTO); NAO GERA TROCO
      *----------------------------------------------------------------------------------*
       0007-C-PAGAMENTO-CONVENIO SECTION.
      *----------------------------------------------------------------------------------*

           MOVE ZEROS TO WRK-CONV-DISPONIVEL

           IF WRK-CPF-CLIENTE = SPACES
               DISPLAY 'VENDA SEM CPF IDENTIFICADO - CONVENIO '
                       'INDISPONIVEL'
           ELSE
               OPEN INPUT FD-CLIENTES
               IF WRK-FS-CLIENTES NOT = '00'
                   DISPLAY 'CADASTRO DE CLIENTES INDISPONIVEL'
               ELSE
                   MOVE WRK-CPF-CLIENTE TO CLI-CPF
                   READ FD-CLIENTES
                       INVALID KEY
                           MOVE SPACE TO CLI-CONV-STATUS
                   END-READ
                   CLOSE FD-CLIENTES

                   IF NOT CLI-CONV-ATIVO
                       DISPLAY 'CLIENTE SEM CONTA CONVENIO ATIVA'
                   ELSE
                       IF CLI-CONV-LIMITE >
                          CLI-CONV-SALDO + WRK-PGTO-VALOR(6)
                           COMPUTE WRK-CONV-DISPONIVEL =
                                   CLI-CONV-LIMITE - CLI-CONV-SALDO
                                 - WRK-PGTO-VALOR(6)
                       END-IF
                       PERFORM 0007-D-VALOR-CONVENIO
                   END-IF
               END-IF
           END-IF
           .
      *----------------------------------------------------------------------------------*
      *> cobol-lint CL002 0007-c-end
       0007-C-END.            EXIT.
      *----------------------------------------------------------------------------------*

      *----------------------------------------------------------------------------------*
      *    LE O VALOR A LANCAR NO CONVENIO E ABATE DO RESTANTE A PAGAR
      *----------------------------------------------------------------------------------*
       0007-D-VALOR-CONVENIO  SECTION.
      *----------------------------------------------------------------------------------*

           IF WRK-CONV-DISPONIVEL > WRK-VALOR-RESTANTE
               MOVE WRK-VALOR-RESTANTE TO WRK-CONV-DISPONIVEL
           END-IF

           IF WRK-CONV-DISPONIVEL = ZEROS
               DISPLAY 'LIMITE DO CONVENIO ESGOTADO (LIMITE: '
                       CLI-CONV-LIMITE ' EM ABERTO: '
                       CLI-CONV-SALDO ')'
           ELSE
               DISPLAY 'CONVENIO ' CLI-CONV-EMPRESA
                       ' - DISPONIVEL NESTA VENDA: '
                       WRK-CONV-DISPONIVEL
               MOVE ZEROS TO WRK-VALOR-TENDER
               DISPLAY 'VALOR NO CONVENIO (ZERO P/ MAXIMO): '
               ACCEPT WRK-VALOR-TENDER
               IF WRK-VALOR-TENDER = ZEROS
                   MOVE WRK-CONV-DISPONIVEL TO WRK-VALOR-TENDER
               END-IF

               IF WRK-VALOR-TENDER > WRK-CONV-DISPONIVEL
                   DISPLAY 'VALOR ACIMA DO DISPONIVEL NO CONVENIO '
                           '- NAO ACEITO'
               ELSE
                   IF WRK-QTD-PGTOS = ZEROS
                       MOVE '6' TO WRK-FORMA-PGTO
                   END-IF
                   ADD 1                TO WRK-QTD-PGTOS
                   ADD WRK-VALOR-TENDER TO WRK-PGTO-VALOR(6)
                   ADD WRK-VALOR-TENDER TO WRK-VALOR-PAGO
                   SUBTRACT WRK-VALOR-TENDER
                       FROM WRK-VALOR-RESTANTE
                   DISPLAY 'CONVENIO LANCADO: ' WRK-VALOR-TENDER
               END-IF
           END-IF
           .
      *----------------------------------------------------------------------------------*
      *> cobol-lint CL002 0007-d-end
       0007-D-END.            EXIT.
      *----------------------------------------------------------------------------------*

      *----------------------------------------------------------------------------------*
      *    IDENTIFICA O OPERADOR (CAIXA) VALIDANDO CODIGO E SENHA NO
      *    CADASTRO DE OPERADORES
      *> cobol-lint CL002 0013-end
       0013-END.              EXIT.
      *----------------------------------------------------------------------------------*

      *----------------------------------------------------------------------------------*
      *    ABRE O DIARIO DA VENDA EM ANDAMENTO COM O NUMERO DO CUPOM
      *    RECEM-OBTIDO E OS ITENS DO CARRINHO (ETAPA N) - SE O
      *    TERMINAL PARAR, O RECVENDA CONCLUI OU CANCELA A VENDA
      *----------------------------------------------------------------------------------*
       0014-GRAVA-PENDENCIA   SECTION.
      *----------------------------------------------------------------------------------*

           MOVE FUNCTION CURRENT-DATE TO WRK-DATA-HORA-SISTEMA
           MOVE ZEROS TO WRK-TB-PGTOS

           OPEN I-O FD-PENDENCIA
           IF WRK-FS-PENDENCIA NOT = '00'
               OPEN OUTPUT FD-PENDENCIA
               CLOSE FD-PENDENCIA
               OPEN I-O FD-PENDENCIA
           END-IF

           IF WRK-FS-PENDENCIA NOT = '00'
               DISPLAY 'DIARIO DE VENDAS EM ANDAMENTO INDISPONIVEL'
           ELSE
               MOVE SPACES            TO REG-PENDENCIA
               MOVE WRK-TERMINAL      TO PND-TERMINAL
               MOVE WRK-NUM-TRANSACAO TO PND-NUM-TRANSACAO
               MOVE ZEROS             TO PND-SEQ
               MOVE 'C'               TO PND-TIPO
               MOVE 'N'               TO PND-C-ETAPA
               MOVE WRK-OPERADOR-ID   TO PND-C-OPERADOR
               MOVE WRK-QTD-ITENS     TO PND-C-QTD-ITENS
               PERFORM 0014-C-MONTA-CABECALHO
               WRITE REG-PENDENCIA
                   INVALID KEY
                       REWRITE REG-PENDENCIA
               END-WRITE

               PERFORM VARYING WRK-IDX-ITEM FROM 1 BY 1
                       UNTIL WRK-IDX-ITEM > WRK-QTD-ITENS
                   MOVE SPACES            TO REG-PENDENCIA
                   MOVE WRK-TERMINAL      TO PND-TERMINAL
                   MOVE WRK-NUM-TRANSACAO TO PND-NUM-TRANSACAO
                   MOVE WRK-IDX-ITEM      TO PND-SEQ
                   MOVE 'I'               TO PND-TIPO
                   MOVE WRK-ITEM-CODPROD(WRK-IDX-ITEM)
                       TO PND-I-CODPROD
                   MOVE WRK-ITEM-QTD(WRK-IDX-ITEM)
                       TO PND-I-QUANTIDADE
                   MOVE WRK-ITEM-VALOR-UNIT(WRK-IDX-ITEM)
                       TO PND-I-VALOR-UNIT
                   MOVE WRK-ITEM-VALOR(WRK-IDX-ITEM)
                       TO PND-I-VALOR
                   MOVE WRK-ITEM-VALOR-ORIG(WRK-IDX-ITEM)
                       TO PND-I-VALOR-ORIG
                   MOVE WRK-ITEM-CAT-TRIB(WRK-IDX-ITEM)
                       TO PND-I-CAT-TRIB
                   MOVE WRK-ITEM-IMPOSTO(WRK-IDX-ITEM)
                       TO PND-I-IMPOSTO
                   MOVE WRK-ITEM-PRECO-ORIG(WRK-IDX-ITEM)
                       TO PND-I-PRECO-ORIG
                   MOVE WRK-ITEM-SUPERVISOR(WRK-IDX-ITEM)
                       TO PND-I-SUP-OVERRIDE
                   WRITE REG-PENDENCIA
                       INVALID KEY
                           REWRITE REG-PENDENCIA
                   END-WRITE
               END-PERFORM

               CLOSE FD-PENDENCIA
           END-IF
           .
      *----------------------------------------------------------------------------------*
      *> cobol-lint CL002 0014-end
       0014-END.              EXIT.
      *----------------------------------------------------------------------------------*

      *----------------------------------------------------------------------------------*
      *    REGISTRA NO DIARIO A ETAPA CONCLUIDA (WRK-ETAPA-PENDENCIA)
      *    COM OS TOTAIS E O PAGAMENTO JA CAPTURADOS
      *----------------------------------------------------------------------------------*
       0014-A-ATUALIZA-PENDENCIA SECTION.
      *----------------------------------------------------------------------------------*

           OPEN I-O FD-PENDENCIA
           IF WRK-FS-PENDENCIA = '00'
               MOVE WRK-TERMINAL      TO PND-TERMINAL
               MOVE WRK-NUM-TRANSACAO TO PND-NUM-TRANSACAO
               MOVE ZEROS             TO PND-SEQ
               READ FD-PENDENCIA
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE WRK-ETAPA-PENDENCIA TO PND-C-ETAPA
                       PERFORM 0014-C-MONTA-CABECALHO
                       REWRITE REG-PENDENCIA
               END-READ
               CLOSE FD-PENDENCIA
           END-IF
           .
      *----------------------------------------------------------------------------------*
      *> cobol-lint CL002 0014-a-end
       0014-A-END.            EXIT.
      *----------------------------------------------------------------------------------*

      *----------------------------------------------------------------------------------*
      *    REMOVE DO DIARIO A VENDA CONCLUIDA (CABECALHO E ITENS)
      *----------------------------------------------------------------------------------*
       0014-B-REMOVE-PENDENCIA SECTION.
      *----------------------------------------------------------------------------------*

           OPEN I-O FD-PENDENCIA
           IF WRK-FS-PENDENCIA = '00'
               MOVE WRK-TERMINAL      TO PND-TERMINAL
               MOVE WRK-NUM-TRANSACAO TO PND-NUM-TRANSACAO
               PERFORM VARYING WRK-IDX-ITEM FROM 0 BY 1
                       UNTIL WRK-IDX-ITEM > WRK-QTD-ITENS
                   MOVE WRK-IDX-ITEM TO PND-SEQ
                   DELETE FD-PENDENCIA RECORD
                       INVALID KEY
                           CONTINUE
                   END-DELETE
               END-PERFORM
               CLOSE FD-PENDENCIA
           END-IF
           .
      *----------------------------------------------------------------------------------*
      *> cobol-lint CL002 0014-b-end
       0014-B-END.            EXIT.
      *----------------------------------------------------------------------------------*

      *----------------------------------------------------------------------------------*
      *    MOVE PARA O CABECALHO DO DIARIO A DATA/HORA, O CLIENTE, OS
      *    TOTAIS E O PAGAMENTO CORRENTES DA VENDA
      *----------------------------------------------------------------------------------*
       0014-C-MONTA-CABECALHO SECTION.
      *----------------------------------------------------------------------------------*

           MOVE WRK-DHS-DATA          TO PND-C-DATA
           MOVE WRK-DHS-HORA          TO PND-C-HORA
           MOVE WRK-CPF-CLIENTE       TO PND-C-CPF-CLIENTE
           MOVE WRK-TOTAL-COMPRA      TO PND-C-SUBTOTAL
           MOVE WRK-DESCONTO          TO PND-C-DESCONTO
           MOVE WRK-TOTAL-FINAL       TO PND-C-TOTAL-FINAL
           MOVE WRK-TOTAL-IMPOSTO     TO PND-C-TOTAL-IMPOSTO
           MOVE WRK-FORMA-PGTO        TO PND-C-FORMA-PGTO
           MOVE WRK-VALOR-PAGO        TO PND-C-VALOR-PAGO
           MOVE WRK-TROCO             TO PND-C-TROCO
           MOVE WRK-QTD-PGTOS         TO PND-C-QTD-PGTOS
           PERFORM VARYING WRK-IDX-PGTO FROM 1 BY 1
                   UNTIL WRK-IDX-PGTO > 5
               MOVE WRK-PGTO-VALOR(WRK-IDX-PGTO)
                   TO PND-C-VALOR-FORMA(WRK-IDX-PGTO)
           END-PERFORM
           MOVE WRK-PONTOS-GERADOS    TO PND-C-PONTOS-GERADOS
           MOVE WRK-PONTOS-RESGATADOS TO PND-C-PONTOS-RESGATADOS
           MOVE WRK-PGTO-VALOR(6)     TO PND-C-VALOR-CONVENIO
           .
      *----------------------------------------------------------------------------------*
      *> cobol-lint CL002 0014-c-end
       0014-C-END.            EXIT.
      *----------------------------------------------------------------------------------*
