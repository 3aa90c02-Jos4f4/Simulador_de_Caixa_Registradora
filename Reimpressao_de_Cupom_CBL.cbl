               RECORD KEY IS CLI-CPF
               FILE STATUS IS WRK-FS-CLIENTES.

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

       FD  FD-HISTVENDA.
       COPY WHISTVND.

       WORKING-STORAGE SECTION.

       01  WRK-FS-VENDAS                PIC X(02) VALUE '00'.
       01  WRK-TERMINAL                 PIC 9(03) VALUE ZEROS.
       01  WRK-NUM-CUPOM                PIC 9(06) VALUE ZEROS.

      *--------------------------------------------------------------*
      *    BUSCA NO HISTORICO INDEXADO DE VENDAS (SEM DATA), QUANDO O
      *    CUPOM NAO ESTA NO DIA CORRENTE. SE O MESMO TERMINAL/NUMERO
      *    APARECER EM MAIS DE UM DIA, VALE A VENDA MAIS RECENTE
      *--------------------------------------------------------------*
       01  WRK-FS-HISTVENDA             PIC X(02) VALUE '00'.
       01  WRK-FIM-HISTORICO            PIC X(01) VALUE 'N'.
       01  WRK-ESTORNADA-DIA            PIC X(01) VALUE 'N'.
       01  WRK-EST-NUM-DIA              PIC 9(06) VALUE ZEROS.
       01  WRK-EST-DATA-DIA             PIC 9(08) VALUE ZEROS.
       01  WRK-QTD-VENDAS-HIST          PIC 9(03) VALUE ZEROS.

      *--------------------------------------------------------------*
      *    RESULTADO DA LOCALIZACAO DA VENDA E DADOS DO ESTORNO
      *    QUANDO O CUPOM FOI ESTORNADO
       01  WRK-ORIG-FORMA-PGTO          PIC X(01) VALUE SPACES.
       01  WRK-ORIG-QTD-PGTOS           PIC 9(01) VALUE ZEROS.
       01  WRK-TB-ORIG-PGTOS.
           05  WRK-ORIG-VALOR-FORMA OCCURS 6 TIMES
                                        PIC 9(06)V99.
       01  WRK-ORIG-PONTOS-GERADOS      PIC 9(07) VALUE ZEROS.
       01  WRK-ORIG-PONTOS-RESGATADOS   PIC 9(07) VALUE ZEROS.
           05  FILLER                   PIC X(08) VALUE 'DEBITO  '.
           05  FILLER                   PIC X(08) VALUE 'PIX     '.
           05  FILLER                   PIC X(08) VALUE 'PONTOS  '.
           05  FILLER                   PIC X(08) VALUE 'CONVENIO'.
       01  WRK-NOMES-PGTO REDEFINES WRK-NOMES-PGTO-LIT.
           05  WRK-NOME-PGTO OCCURS 6 TIMES
                                        PIC X(08).

      *==================================================================================*
           DISPLAY 'NUMERO DO CUPOM: '
           ACCEPT WRK-NUM-CUPOM
           DISPLAY 'DATA DO ARQUIVO (AAAAMMDD, ZERO P/ DIA '
                   'CORRENTE E HISTORICO): '
           ACCEPT WRK-DATA-ARQUIVO

           IF WRK-DATA-ARQUIVO > ZEROS

           PERFORM 0001-LOCALIZA-CUPOM

           IF WRK-VENDA-ENCONTRADA = 'N'
              AND WRK-DATA-ARQUIVO = ZEROS
               PERFORM 0004-LOCALIZA-HISTORICO
           END-IF

           EVALUATE TRUE
               WHEN WRK-VENDA-ENCONTRADA = 'N'
                AND WRK-DATA-ARQUIVO = ZEROS
                   DISPLAY 'CUPOM NAO ENCONTRADO NO DIA CORRENTE NEM '
                           'NO HISTORICO DE VENDAS'
                   DISPLAY 'DIA AINDA NAO CARREGADO NO HISTORICO? '
                           'INFORME A DATA DO ARQUIVO DIARIO'
               WHEN WRK-VENDA-ENCONTRADA = 'N'
                   DISPLAY 'CUPOM NAO ENCONTRADO EM ' WRK-NOME-VENDAS
               WHEN WRK-ESTORNADA = 'S'
                   DISPLAY 'CUPOM ESTORNADO - SEGUNDA VIA NAO '
                           'PERMITIDA'
                       MOVE REG-VENDA-T-VALOR-FORMA(WRK-IDX-PGTO)
                           TO WRK-ORIG-VALOR-FORMA(WRK-IDX-PGTO)
                   END-PERFORM
                   IF REG-VENDA-T-VALOR-CONVENIO NUMERIC
                       MOVE REG-VENDA-T-VALOR-CONVENIO
                           TO WRK-ORIG-VALOR-FORMA(6)
                   ELSE
                       MOVE ZEROS TO WRK-ORIG-VALOR-FORMA(6)
                   END-IF
               WHEN REG-VENDA-ESTORNO
                    AND REG-VENDA-E-NUM-ORIG = WRK-NUM-CUPOM
                    AND REG-VENDA-E-TERMINAL-ORIG = WRK-TERMINAL
               WRITE REG-CUPOM
           ELSE
               PERFORM VARYING WRK-IDX-PGTO FROM 1 BY 1
                       UNTIL WRK-IDX-PGTO > 6
                   IF WRK-ORIG-VALOR-FORMA(WRK-IDX-PGTO) > ZEROS
                       MOVE SPACES TO REG-CUPOM
                       STRING 'PGTO ' WRK-NOME-PGTO(WRK-IDX-PGTO)
      *----------------------------------------------------------------------------------*
       0003-END.              EXIT.
      *----------------------------------------------------------------------------------*

      *----------------------------------------------------------------------------------*
      *    LOCALIZA O CUPOM NO HISTORICO INDEXADO DE VENDAS PELO
      *    TERMINAL + NUMERO, EM QUALQUER DATA. CADA HEADER ENCONTRADO
      *    RECOMECA A VENDA (VALE A MAIS RECENTE); O ESTORNO JA VISTO NO
      *    DIA CORRENTE E PRESERVADO
      *----------------------------------------------------------------------------------*
       0004-LOCALIZA-HISTORICO SECTION.
      *----------------------------------------------------------------------------------*

           MOVE WRK-ESTORNADA     TO WRK-ESTORNADA-DIA
           MOVE WRK-EST-NUM-TRANS TO WRK-EST-NUM-DIA
           MOVE WRK-EST-DATA      TO WRK-EST-DATA-DIA
           MOVE ZEROS             TO WRK-QTD-VENDAS-HIST
           MOVE 'N'               TO WRK-FIM-HISTORICO

           OPEN INPUT FD-HISTVENDA
           IF WRK-FS-HISTVENDA NOT = '00'
               DISPLAY 'HISTORICO DE VENDAS NAO DISPONIVEL'
           ELSE
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
                                   MOVE ZEROS TO WRK-QTD-ITENS
                                   MOVE WRK-ESTORNADA-DIA
                                     TO WRK-ESTORNADA
                                   MOVE WRK-EST-NUM-DIA
                                     TO WRK-EST-NUM-TRANS
                                   MOVE WRK-EST-DATA-DIA
                                     TO WRK-EST-DATA
                               END-IF
                               PERFORM 0001-A-CLASSIFICA-REGISTRO
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE FD-HISTVENDA

               IF WRK-VENDA-ENCONTRADA = 'S'
                   DISPLAY 'CUPOM LOCALIZADO NO HISTORICO DE VENDAS - '
                           'VENDA DE ' WRK-ORIG-DATA
                   IF WRK-QTD-VENDAS-HIST > 1
                       DISPLAY 'NUMERO USADO EM ' WRK-QTD-VENDAS-HIST
                               ' VENDAS DO TERMINAL - CONSIDERADA A '
                               'MAIS RECENTE'
                   END-IF
               END-IF
           END-IF
           .
      *----------------------------------------------------------------------------------*
       0004-END.              EXIT.
      *----------------------------------------------------------------------------------*
