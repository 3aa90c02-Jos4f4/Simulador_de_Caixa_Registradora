               RECORD KEY IS CLI-CPF
               FILE STATUS IS WRK-FS-CLIENTES.

           SELECT FD-KARDEX ASSIGN TO "MOVESTQ.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WRK-FS-KARDEX.

           SELECT FD-CONVREC ASSIGN TO "CONVREC.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WRK-FS-CONVREC.

           SELECT FD-HISTVENDA ASSIGN TO "HISTVEND.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HSV-CHAVE
               ALTERNATE RECORD KEY IS HSV-CPF-CLIENTE
                   WITH DUPLICATES
               FILE STATUS IS WRK-FS-HISTVENDA.

       DATA DIVISION.
       FILE SECTION.

       FD  FD-CLIENTES.
       COPY WCLI.

       FD  FD-KARDEX.
       COPY WKARDEX.

       FD  FD-CONVREC.
       COPY WCONVREC.

       FD  FD-HISTVENDA.
       COPY WHISTVND.

       WORKING-STORAGE SECTION.

       01  WRK-FS-VENDAS                PIC X(02) VALUE '00'.
       01  WRK-ORIG-TOTAL-FINAL         PIC 9(06)V99 VALUE ZEROS.
       01  WRK-ORIG-FORMA-PGTO          PIC X(01) VALUE SPACES.

      *--------------------------------------------------------------*
      *    BUSCA NO HISTORICO INDEXADO DE VENDAS (DEVOLUCAO DE VENDA
      *    DE DIAS ANTERIORES, SEM INFORMAR A DATA). SE O MESMO
      *    TERMINAL/NUMERO APARECER EM MAIS DE UM DIA, VALE A VENDA
      *    MAIS RECENTE
      *--------------------------------------------------------------*
       01  WRK-FS-HISTVENDA             PIC X(02) VALUE '00'.
       01  WRK-FIM-HISTORICO            PIC X(01) VALUE 'N'.
       01  WRK-JA-ESTORNADA-DIA         PIC X(01) VALUE 'N'.
       01  WRK-QTD-VENDAS-HIST          PIC 9(03) VALUE ZEROS.

      *--------------------------------------------------------------*
      *    VALORES POR FORMA DE PAGAMENTO DA VENDA ORIGINAL
      *    (1-DINHEIRO 2-CREDITO 3-DEBITO 4-PIX 5-PONTOS) E VALOR
      *    LANCADO NA CONTA CONVENIO DO CLIENTE (DEVOLVIDO NO ESTORNO)
      *--------------------------------------------------------------*
       01  WRK-ORIG-QTD-PGTOS           PIC 9(01) VALUE ZEROS.
       01  WRK-TB-ORIG-PGTOS.
           05  WRK-ORIG-VALOR-FORMA OCCURS 5 TIMES
                                        PIC 9(06)V99.
       01  WRK-IDX-PGTO                 PIC 9(01) VALUE ZEROS.
       01  WRK-ORIG-VALOR-CONVENIO      PIC 9(06)V99 VALUE ZEROS.
       01  WRK-FS-CONVREC               PIC X(02) VALUE '00'.
       01  WRK-CONV-ESTORNADO           PIC X(01) VALUE 'N'.
       01  WRK-CONV-SALDO-ANTERIOR      PIC 9(07)V99 VALUE ZEROS.

      *--------------------------------------------------------------*
      *    PONTOS DE FIDELIDADE DA VENDA ORIGINAL (DEVOLVIDOS AO
               10  WRK-ITEM-ORIG-QTD        PIC 9(03).
       01  WRK-IDX-ITEM                 PIC 9(03) VALUE ZEROS.
       01  WRK-UNIDADES-DEVOLVIDAS      PIC 9(06) VALUE ZEROS.
       01  WRK-FS-KARDEX                PIC X(02) VALUE '00'.
       01  WRK-SALDO-ANTERIOR           PIC 9(06) VALUE ZEROS.

      *--------------------------------------------------------------*
      *    DADOS DA AUTORIZACAO DO ESTORNO

           PERFORM 0001-LOCALIZA-VENDA

           IF WRK-VENDA-ENCONTRADA = 'N'
               PERFORM 0009-LOCALIZA-HISTORICO
           END-IF

           EVALUATE TRUE
               WHEN WRK-VENDA-ENCONTRADA = 'N'
                   DISPLAY 'CUPOM NAO ENCONTRADO NO ARQUIVO DE VENDAS '
                           'NEM NO HISTORICO DE VENDAS'
               WHEN WRK-JA-ESTORNADA = 'S'
                   DISPLAY 'CUPOM JA ESTORNADO ANTERIORMENTE - '
                           'ESTORNO NAO PERMITIDO'
                   PERFORM 0002-EXIBE-VENDA
                   PERFORM 0003-CONFIRMA-ESTORNO
                   IF WRK-RESP-CONFIRMA = 'S'
      *                A CONTA CONVENIO E ESTORNADA PRIMEIRO: SE NAO FOR
      *                POSSIVEL, NENHUM ARQUIVO E ALTERADO
                       MOVE 'S' TO WRK-CONV-ESTORNADO
                       IF WRK-ORIG-VALOR-CONVENIO > ZEROS
                           PERFORM 0008-ESTORNA-CONVENIO
                       END-IF
                       IF WRK-CONV-ESTORNADO = 'S'
                           PERFORM 0004-OBTER-NUM-TRANSACAO
                           PERFORM 0005-GRAVA-ESTORNO
                           PERFORM 0006-RECREDITA-ESTOQUE
                           IF WRK-ORIG-CPF NOT = SPACES
                               PERFORM 0007-REVERTE-PONTOS
                           END-IF
                           DISPLAY 'ESTORNO GRAVADO COM SUCESSO - '
                                   'TRANSACAO ' WRK-NUM-TRANSACAO
                       ELSE
                           DISPLAY 'ESTORNO NAO GRAVADO - NENHUM '
                                   'ARQUIVO FOI ALTERADO, TENTE '
                                   'NOVAMENTE'
                       END-IF
                   ELSE
                       DISPLAY 'ESTORNO CANCELADO PELO USUARIO'
                   END-IF
                       MOVE REG-VENDA-T-VALOR-FORMA(WRK-IDX-PGTO)
                           TO WRK-ORIG-VALOR-FORMA(WRK-IDX-PGTO)
                   END-PERFORM
                   IF REG-VENDA-T-VALOR-CONVENIO NUMERIC
                       MOVE REG-VENDA-T-VALOR-CONVENIO
                           TO WRK-ORIG-VALOR-CONVENIO
                   END-IF
               WHEN REG-VENDA-ESTORNO
                    AND REG-VENDA-E-NUM-ORIG = WRK-NUM-CUPOM
                    AND REG-VENDA-E-TERMINAL-ORIG = WRK-TERMINAL
                           WRK-ORIG-VALOR-FORMA(WRK-IDX-PGTO)
               END-IF
           END-PERFORM
           IF WRK-ORIG-VALOR-CONVENIO > ZEROS
               DISPLAY 'CONVENIO...: ' WRK-ORIG-VALOR-CONVENIO
                       ' (DEVOLVIDO A CONTA DO CLIENTE)'
           END-IF
           DISPLAY '-----------------------------------------'
           .
      *----------------------------------------------------------------------------------*
               DISPLAY 'CADASTRO DE PRODUTOS INDISPONIVEL - ESTOQUE '
                       'NAO RECREDITADO - AJUSTE PELO ENTMERC'
           ELSE
               OPEN EXTEND FD-KARDEX
               IF WRK-FS-KARDEX = '35'
                   OPEN OUTPUT FD-KARDEX
               END-IF
               IF WRK-FS-KARDEX NOT = '00'
                   DISPLAY 'KARDEX INDISPONIVEL - STATUS ' WRK-FS-KARDEX
                           ' - ESTOQUE NAO RECREDITADO - AJUSTE PELO '
                           'ENTMERC'
                   CLOSE FD-PRODUTOS
               END-IF
           END-IF

           IF WRK-FS-PRODUTOS = '00'
              AND WRK-FS-KARDEX = '00'
               PERFORM VARYING WRK-IDX-ITEM FROM 1 BY 1
                       UNTIL WRK-IDX-ITEM > WRK-QTD-ITENS-ORIG
                   MOVE WRK-ITEM-ORIG-CODPROD(WRK-IDX-ITEM)
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           MOVE PROD-QTD-ESTOQUE TO WRK-SALDO-ANTERIOR
                           ADD WRK-ITEM-ORIG-QTD(WRK-IDX-ITEM)
                               TO PROD-QTD-ESTOQUE
                           REWRITE REG-PRODUTO
                           IF WRK-FS-PRODUTOS NOT = '00'
                               DISPLAY 'ERRO AO RECREDITAR O PRODUTO '
                                       PROD-CODIGO '. STATUS: '
                                       WRK-FS-PRODUTOS
                           ELSE
                               PERFORM 0006-A-GRAVA-KARDEX
                           END-IF
                   END-READ
               END-PERFORM

               CLOSE FD-KARDEX
               CLOSE FD-PRODUTOS

               DISPLAY WRK-UNIDADES-DEVOLVIDAS ' UNIDADES DEVOLVIDAS '
       0006-END.              EXIT.
      *----------------------------------------------------------------------------------*

      *----------------------------------------------------------------------------------*
      *    REGISTRA NO KARDEX A DEVOLUCAO DO ITEM AO ESTOQUE (DOCUMENTO
      *    = CUPOM ORIGINAL; OPERADOR = SUPERVISOR QUE AUTORIZOU)
      *----------------------------------------------------------------------------------*
       0006-A-GRAVA-KARDEX     SECTION.
      *----------------------------------------------------------------------------------*

           MOVE WRK-DHS-DATA                   TO KDX-DATA
           MOVE WRK-DHS-HORA                   TO KDX-HORA
           MOVE PROD-CODIGO                    TO KDX-CODPROD
           MOVE 'E'                            TO KDX-TIPO
           MOVE WRK-ITEM-ORIG-QTD(WRK-IDX-ITEM) TO KDX-QUANTIDADE
           MOVE WRK-SALDO-ANTERIOR             TO KDX-SALDO-ANTERIOR
           MOVE PROD-QTD-ESTOQUE               TO KDX-SALDO-POSTERIOR
           MOVE WRK-TERMINAL                   TO KDX-TERMINAL
           MOVE WRK-NUM-TRANSACAO              TO KDX-NUM-TRANSACAO
           MOVE WRK-SUPERVISOR-ID              TO KDX-OPERADOR
           MOVE WRK-NUM-CUPOM                  TO KDX-DOCUMENTO
           MOVE 'N'                            TO KDX-SALDO-ZERADO
           WRITE REG-KARDEX

      *    SEM O MOVIMENTO NO KARDEX O RECREDITO DO ITEM E DESFEITO
           IF WRK-FS-KARDEX NOT = '00'
               DISPLAY 'ERRO AO GRAVAR O KARDEX DO PRODUTO '
                       PROD-CODIGO '. STATUS: ' WRK-FS-KARDEX
                       ' - ITEM NAO RECREDITADO'
               MOVE WRK-SALDO-ANTERIOR TO PROD-QTD-ESTOQUE
               REWRITE REG-PRODUTO
           ELSE
               ADD WRK-ITEM-ORIG-QTD(WRK-IDX-ITEM)
                   TO WRK-UNIDADES-DEVOLVIDAS
           END-IF
           .
      *----------------------------------------------------------------------------------*
       0006-A-END.            EXIT.
      *----------------------------------------------------------------------------------*

      *----------------------------------------------------------------------------------*
      *    REVERTE OS PONTOS DE FIDELIDADE DA VENDA ESTORNADA NO
      *    SALDO DO CLIENTE (DEBITA OS GERADOS E DEVOLVE OS
      *----------------------------------------------------------------------------------*
       0007-END.              EXIT.
      *----------------------------------------------------------------------------------*

      *----------------------------------------------------------------------------------*
      *    DEVOLVE A CONTA CONVENIO DO CLIENTE O VALOR DA VENDA
      *    ESTORNADA LANCADO A PRAZO (ABATE O SALDO EM ABERTO E GRAVA
      *    O LANCAMENTO DE ESTORNO NO CONVREC.DAT). EXECUTADO ANTES DE
      *    QUALQUER OUTRA GRAVACAO: WRK-CONV-ESTORNADO = 'S' SOMENTE
      *    COM O SALDO REGRAVADO E O LANCAMENTO GRAVADO
      *----------------------------------------------------------------------------------*
       0008-ESTORNA-CONVENIO   SECTION.
      *----------------------------------------------------------------------------------*

           MOVE FUNCTION CURRENT-DATE TO WRK-DATA-HORA-SISTEMA
           MOVE 'N' TO WRK-CONV-ESTORNADO

           OPEN I-O FD-CLIENTES
           IF WRK-FS-CLIENTES NOT = '00'
               DISPLAY 'CADASTRO DE CLIENTES INDISPONIVEL - CONVENIO '
                       'NAO ESTORNADO'
           ELSE
               OPEN EXTEND FD-CONVREC
               IF WRK-FS-CONVREC = '35'
                   OPEN OUTPUT FD-CONVREC
               END-IF
               IF WRK-FS-CONVREC NOT = '00'
                   DISPLAY 'LANCAMENTOS DE CONVENIO INDISPONIVEIS - '
                           'STATUS ' WRK-FS-CONVREC
                           ' - CONVENIO NAO ESTORNADO'
               ELSE
                   PERFORM 0008-A-ATUALIZA-CONTA
                   CLOSE FD-CONVREC
               END-IF
               CLOSE FD-CLIENTES
           END-IF
           .
      *----------------------------------------------------------------------------------*
       0008-END.              EXIT.
      *----------------------------------------------------------------------------------*

      *----------------------------------------------------------------------------------*
      *    ABATE O SALDO EM ABERTO DO CLIENTE E GRAVA O LANCAMENTO DE
      *    ESTORNO (CADASTRO E LANCAMENTOS JA ABERTOS); SE O LANCAMENTO
      *    NAO FOR GRAVADO O SALDO ANTERIOR E REGRAVADO
      *----------------------------------------------------------------------------------*
       0008-A-ATUALIZA-CONTA   SECTION.
      *----------------------------------------------------------------------------------*

           MOVE WRK-ORIG-CPF TO CLI-CPF
           READ FD-CLIENTES
               INVALID KEY
                   DISPLAY 'CLIENTE DA VENDA NAO ENCONTRADO - '
                           'CONVENIO NAO ESTORNADO'
               NOT INVALID KEY
                   MOVE CLI-CONV-SALDO TO WRK-CONV-SALDO-ANTERIOR
                   IF CLI-CONV-SALDO >= WRK-ORIG-VALOR-CONVENIO
                       SUBTRACT WRK-ORIG-VALOR-CONVENIO
                           FROM CLI-CONV-SALDO
                   ELSE
                       MOVE ZEROS TO CLI-CONV-SALDO
                   END-IF
                   REWRITE REG-CLIENTE
                   IF WRK-FS-CLIENTES NOT = '00'
                       DISPLAY 'ERRO AO ATUALIZAR O SALDO DO CLIENTE - '
                               'STATUS ' WRK-FS-CLIENTES
                               ' - CONVENIO NAO ESTORNADO'
                   ELSE
                       PERFORM 0008-B-GRAVA-LANCAMENTO
                   END-IF
           END-READ
           .
      *----------------------------------------------------------------------------------*
       0008-A-END.            EXIT.
      *----------------------------------------------------------------------------------*

      *----------------------------------------------------------------------------------*
      *    GRAVA O LANCAMENTO DE ESTORNO NO CONVREC.DAT (SALDO JA
      *    REGRAVADO); ERRO NA GRAVACAO DESFAZ O SALDO DO CLIENTE
      *----------------------------------------------------------------------------------*
       0008-B-GRAVA-LANCAMENTO SECTION.
      *----------------------------------------------------------------------------------*

           MOVE SPACES               TO REG-CONVREC
           MOVE WRK-DHS-DATA         TO CRC-DATA
           MOVE WRK-DHS-HORA         TO CRC-HORA
           MOVE WRK-ORIG-CPF         TO CRC-CPF
           MOVE 'E'                  TO CRC-TIPO
           MOVE WRK-ORIG-VALOR-CONVENIO
                                     TO CRC-VALOR
           MOVE ZEROS                TO CRC-VENCIMENTO
           MOVE WRK-TERMINAL         TO CRC-TERMINAL
           MOVE WRK-NUM-CUPOM        TO CRC-NUM-TRANSACAO
           MOVE WRK-SUPERVISOR-ID    TO CRC-OPERADOR
           MOVE '6'                  TO CRC-FORMA-PGTO
           MOVE CLI-CONV-SALDO       TO CRC-SALDO-POSTERIOR
           WRITE REG-CONVREC
           IF WRK-FS-CONVREC = '00'
               MOVE 'S' TO WRK-CONV-ESTORNADO
               DISPLAY 'CONVENIO ESTORNADO - SALDO EM ABERTO '
                       'DO CLIENTE: ' CLI-CONV-SALDO
           ELSE
               DISPLAY 'ERRO AO GRAVAR O LANCAMENTO DE CONVENIO - '
                       'STATUS ' WRK-FS-CONVREC
                       ' - CONVENIO NAO ESTORNADO'
               MOVE WRK-CONV-SALDO-ANTERIOR TO CLI-CONV-SALDO
               REWRITE REG-CLIENTE
           END-IF
           .
      *----------------------------------------------------------------------------------*
       0008-B-END.            EXIT.
      *----------------------------------------------------------------------------------*

      *----------------------------------------------------------------------------------*
      *    LOCALIZA A VENDA ORIGINAL NO HISTORICO INDEXADO DE VENDAS
      *    PELO TERMINAL + NUMERO, EM QUALQUER DATA. CADA HEADER
      *    ENCONTRADO RECOMECA A VENDA (VALE A MAIS RECENTE); O ESTORNO
      *    JA GRAVADO NO DIA CORRENTE E PRESERVADO
      *----------------------------------------------------------------------------------*
       0009-LOCALIZA-HISTORICO SECTION.
      *----------------------------------------------------------------------------------*

           MOVE WRK-JA-ESTORNADA TO WRK-JA-ESTORNADA-DIA
           MOVE ZEROS            TO WRK-QTD-VENDAS-HIST
           MOVE 'N'              TO WRK-FIM-HISTORICO

           OPEN INPUT FD-HISTVENDA
           IF WRK-FS-HISTVENDA = '00'
               MOVE WRK-TERMINAL  TO HSV-TERMINAL
               MOVE WRK-NUM-CUPOM TO HSV-NUM-TRANSACAO
               MOVE ZEROS         TO HSV-DATA
               MOVE ZEROS         TO HSV-SEQ
               START FD-HISTVENDA KEY NOT < HSV-CHAVE
                   INVALID KEY
                       MOVE 'S' TO WRK-FIM-HISTORICO
               END-START

               PERFORM UNTIL WRK-FIM-HISTORICO = 'S'
                   READ FD-HISTVENDA NEXT
                       AT END
                           MOVE 'S' TO WRK-FIM-HISTORICO
                       NOT AT END
                           IF HSV-TERMINAL NOT = WRK-TERMINAL
                              OR HSV-NUM-TRANSACAO NOT = WRK-NUM-CUPOM
                               MOVE 'S' TO WRK-FIM-HISTORICO
                           ELSE
                               MOVE HSV-REG-VENDA TO REG-VENDA
                               IF REG-VENDA-HEADER
                                   ADD 1 TO WRK-QTD-VENDAS-HIST
                                   MOVE ZEROS TO WRK-QTD-ITENS-ORIG
                                   MOVE ZEROS
                                     TO WRK-ORIG-VALOR-CONVENIO
                                   MOVE WRK-JA-ESTORNADA-DIA
                                     TO WRK-JA-ESTORNADA
                               END-IF
                               PERFORM 0001-A-CLASSIFICA-REGISTRO
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE FD-HISTVENDA

               IF WRK-VENDA-ENCONTRADA = 'S'
                   DISPLAY 'VENDA LOCALIZADA NO HISTORICO DE VENDAS'
                   IF WRK-QTD-VENDAS-HIST > 1
                       DISPLAY 'NUMERO USADO EM ' WRK-QTD-VENDAS-HIST
                               ' VENDAS DO TERMINAL - CONSIDERADA A '
                               'MAIS RECENTE'
                   END-IF
               END-IF
           END-IF
           .
      *----------------------------------------------------------------------------------*
       0009-END.              EXIT.
      *----------------------------------------------------------------------------------*
