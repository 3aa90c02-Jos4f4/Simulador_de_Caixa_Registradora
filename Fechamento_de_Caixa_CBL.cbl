               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WRK-FS-MOVCX.

           SELECT FD-CONVREC ASSIGN TO "CONVREC.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WRK-FS-CONVREC.

       DATA DIVISION.
       FILE SECTION.

       FD  FD-MOVCX.
       COPY WMOVCX.

       FD  FD-CONVREC.
       COPY WCONVREC.

       WORKING-STORAGE SECTION.

       01  WRK-FS-VENDAS                PIC X(02) VALUE '00'.
       01  WRK-TOTAL-ESTORNADO          PIC 9(08)V99 VALUE ZEROS.
       01  WRK-TOTAL-LIQUIDO            PIC S9(08)V99 VALUE ZEROS.
      *--------------------------------------------------------------*
      *    CUPONS CANCELADOS NA RECUPERACAO DE VENDAS INTERROMPIDAS
      *    (REGISTROS TIPO C) - NAO ENTRAM NOS TOTAIS
      *--------------------------------------------------------------*
       01  WRK-QTD-CANCELADOS           PIC 9(06) VALUE ZEROS.
      *--------------------------------------------------------------*
      *    OVERRIDES DE PRECO AUTORIZADOS NO CAIXA (VALOR ABATIDO =
      *    (PRECO ORIGINAL - PRECO AJUSTADO) X QUANTIDADE)
      *--------------------------------------------------------------*
       01  WRK-VALOR-OVERRIDE           PIC S9(08)V99 VALUE ZEROS.

       01  WRK-TB-EST-FORMAS.
           05  WRK-EST-VALOR-FORMA OCCURS 6 TIMES
                                        PIC 9(06)V99.
       01  WRK-TOTAL-FORMAS-EST         PIC 9(08)V99 VALUE ZEROS.


      *--------------------------------------------------------------*
      *    TOTAIS POR FORMA DE PAGAMENTO (1-DINHEIRO 2-CREDITO
      *    3-DEBITO 4-PIX 5-PONTOS 6-CONVENIO - A PRAZO, FORA DO
      *    DINHEIRO ESPERADO)
      *--------------------------------------------------------------*
       01  WRK-IDX-PGTO                 PIC 9(01) VALUE ZEROS.
       01  WRK-TB-PGTO.
           05  WRK-PGTO-DADOS OCCURS 6 TIMES.
               10  WRK-PGTO-NOME        PIC X(08).
               10  WRK-PGTO-QTD         PIC 9(06) VALUE ZEROS.
               10  WRK-PGTO-TOTAL       PIC 9(08)V99 VALUE ZEROS.

      *--------------------------------------------------------------*
      *    RECEBIMENTOS DE CONTAS CONVENIO NO DIA DO MOVIMENTO
      *    (CONVREC.DAT TIPO P) POR FORMA (1-DINHEIRO 2-CREDITO
      *    3-DEBITO 4-PIX) - O DINHEIRO ENTRA NA GAVETA
      *--------------------------------------------------------------*
       01  WRK-FS-CONVREC               PIC X(02) VALUE '00'.
       01  WRK-FIM-CONVREC              PIC X(01) VALUE 'N'.
       01  WRK-DATA-MOVIMENTO           PIC 9(08) VALUE ZEROS.
       01  WRK-TB-REC-CONV.
           05  WRK-REC-CONV-DADOS OCCURS 4 TIMES.
               10  WRK-REC-CONV-QTD     PIC 9(06) VALUE ZEROS.
               10  WRK-REC-CONV-TOTAL   PIC 9(08)V99 VALUE ZEROS.

       01  WRK-DATA-HORA-SISTEMA.
           05  WRK-DHS-DATA             PIC 9(08).
           05  WRK-DHS-HORA             PIC 9(06).
           05  FILLER                   PIC X(07).

      *--------------------------------------------------------------*
      *    TOTAIS POR TERMINAL (PDV) - LIQUIDOS DE ESTORNOS
      *--------------------------------------------------------------*

           PERFORM 0001-INICIALIZA-TABELAS
           PERFORM 0002-LE-ARQUIVO-VENDAS
           PERFORM 0010-LE-RECEBIMENTOS-CONV
           PERFORM 0007-LE-MOVIMENTOS
           PERFORM 0003-EMITE-RELATORIO

           MOVE 'DEBITO'   TO WRK-PGTO-NOME(3)
           MOVE 'PIX'      TO WRK-PGTO-NOME(4)
           MOVE 'PONTOS'   TO WRK-PGTO-NOME(5)
           MOVE 'CONVENIO' TO WRK-PGTO-NOME(6)
           .
      *----------------------------------------------------------------------------------*
       0001-END.              EXIT.
                           IF REG-VENDA-HEADER
                               MOVE REG-VENDA-H-OPERADOR
                                   TO WRK-OPERADOR-ATUAL
                               IF WRK-DATA-MOVIMENTO = ZEROS
                                   MOVE REG-VENDA-H-DATA
                                       TO WRK-DATA-MOVIMENTO
                               END-IF
                           END-IF
                           IF REG-VENDA-DETALHE
                               ADD REG-VENDA-D-QUANTIDADE
                           IF REG-VENDA-ESTORNO
                               PERFORM 0006-ACUMULA-ESTORNO
                           END-IF
                           IF REG-VENDA-CANCELADO
                               ADD 1 TO WRK-QTD-CANCELADOS
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE FD-VENDAS
               DELIMITED BY SIZE INTO REG-RELATORIO
           WRITE REG-RELATORIO

           MOVE SPACES TO REG-RELATORIO
           STRING 'CUPONS CANCELADOS.........: ' WRK-QTD-CANCELADOS
               DELIMITED BY SIZE INTO REG-RELATORIO
           WRITE REG-RELATORIO

           COMPUTE WRK-TOTAL-LIQUIDO =
                   WRK-TOTAL-VENDIDO - WRK-TOTAL-ESTORNADO

           WRITE REG-RELATORIO

           PERFORM VARYING WRK-IDX-PGTO FROM 1 BY 1
                   UNTIL WRK-IDX-PGTO > 6
               MOVE SPACES TO REG-RELATORIO
               STRING WRK-PGTO-NOME(WRK-IDX-PGTO)
                      ' QTD: ' WRK-PGTO-QTD(WRK-IDX-PGTO)
                   DELIMITED BY SIZE INTO REG-RELATORIO
               WRITE REG-RELATORIO
           END-PERFORM
           MOVE '(CONVENIO = VENDA A PRAZO, NAO ENTRA NA GAVETA)'
               TO REG-RELATORIO
           WRITE REG-RELATORIO

           MOVE '----------------------------------------'
               TO REG-RELATORIO
           WRITE REG-RELATORIO
           MOVE 'RECEBIMENTOS DE CONTAS CONVENIO:' TO REG-RELATORIO
           WRITE REG-RELATORIO

           PERFORM VARYING WRK-IDX-PGTO FROM 1 BY 1
                   UNTIL WRK-IDX-PGTO > 4
               MOVE SPACES TO REG-RELATORIO
               STRING WRK-PGTO-NOME(WRK-IDX-PGTO)
                      ' QTD: ' WRK-REC-CONV-QTD(WRK-IDX-PGTO)
                      ' TOTAL: ' WRK-REC-CONV-TOTAL(WRK-IDX-PGTO)
                   DELIMITED BY SIZE INTO REG-RELATORIO
               WRITE REG-RELATORIO
           END-PERFORM

           MOVE '----------------------------------------'
               TO REG-RELATORIO
               DELIMITED BY SIZE INTO REG-RELATORIO
           WRITE REG-RELATORIO

           MOVE SPACES TO REG-RELATORIO
           STRING 'RECEB. CONVENIO EM DINHEIRO: ' WRK-REC-CONV-TOTAL(1)
               DELIMITED BY SIZE INTO REG-RELATORIO
           WRITE REG-RELATORIO

           MOVE SPACES TO REG-RELATORIO
           STRING 'DINHEIRO ESPERADO EM GAVETA: ' WRK-DINHEIRO-ESPERADO
               DELIMITED BY SIZE INTO REG-RELATORIO
           DISPLAY 'TOTAL DE DESCONTO.........: ' WRK-TOTAL-DESCONTO
           DISPLAY 'QUANTIDADE DE ESTORNOS....: ' WRK-QTD-ESTORNOS
           DISPLAY 'TOTAL ESTORNADO...........: ' WRK-TOTAL-ESTORNADO
           DISPLAY 'CUPONS CANCELADOS.........: ' WRK-QTD-CANCELADOS
           DISPLAY 'TOTAL LIQUIDO DO DIA......: ' WRK-TOTAL-LIQUIDO
           DISPLAY 'OVERRIDES DE PRECO........: ' WRK-QTD-OVERRIDES
           DISPLAY 'VALOR ABATIDO EM OVERRIDES: ' WRK-TOTAL-OVERRIDE
                   WRK-TOTAL-PONTOS-GERADOS
           DISPLAY 'PONTOS RESGATADOS.........: '
                   WRK-TOTAL-PONTOS-RESGATADOS
           DISPLAY 'VENDAS EM CONVENIO........: ' WRK-PGTO-TOTAL(6)
           DISPLAY 'RECEB. CONVENIO EM DINHEIRO: '
                   WRK-REC-CONV-TOTAL(1)
           DISPLAY 'RELATORIO GRAVADO EM FECHAMENTO.TXT'
           .
      *----------------------------------------------------------------------------------*
                           TO WRK-PGTO-TOTAL(WRK-IDX-PGTO)
                   END-IF
               END-PERFORM
               IF REG-VENDA-T-VALOR-CONVENIO NUMERIC
                  AND REG-VENDA-T-VALOR-CONVENIO > ZEROS
                   ADD 1 TO WRK-PGTO-QTD(6)
                   ADD REG-VENDA-T-VALOR-CONVENIO
                       TO WRK-PGTO-TOTAL(6)
               END-IF
           END-IF

           PERFORM 0005-LOCALIZA-OPERADOR
           PERFORM 0006-A-MONTA-FORMAS-ESTORNO

           PERFORM VARYING WRK-IDX-PGTO FROM 1 BY 1
                   UNTIL WRK-IDX-PGTO > 6
               IF WRK-EST-VALOR-FORMA(WRK-IDX-PGTO) <=
                  WRK-PGTO-TOTAL(WRK-IDX-PGTO)
                   SUBTRACT WRK-EST-VALOR-FORMA(WRK-IDX-PGTO)

      *----------------------------------------------------------------------------------*
      *    MONTA OS VALORES POR FORMA DE PAGAMENTO DO ESTORNO CORRENTE
      *    (ESTORNO ANTIGO SEM BREAKDOWN: TODO O VALOR NA FORMA UNICA;
      *    CONVENIO = VALOR DO ESTORNO ALEM DA SOMA DAS FORMAS 1-5)
      *----------------------------------------------------------------------------------*
       0006-A-MONTA-FORMAS-ESTORNO SECTION.
      *----------------------------------------------------------------------------------*

           MOVE ZEROS TO WRK-TOTAL-FORMAS-EST
           MOVE ZEROS TO WRK-EST-VALOR-FORMA(6)

           PERFORM VARYING WRK-IDX-PGTO FROM 1 BY 1
                   UNTIL WRK-IDX-PGTO > 5
                   WHEN '2'   MOVE 2 TO WRK-IDX-PGTO
                   WHEN '3'   MOVE 3 TO WRK-IDX-PGTO
                   WHEN '4'   MOVE 4 TO WRK-IDX-PGTO
                   WHEN '6'   MOVE 6 TO WRK-IDX-PGTO
                   WHEN OTHER MOVE 1 TO WRK-IDX-PGTO
               END-EVALUATE
               MOVE REG-VENDA-E-VALOR
                   TO WRK-EST-VALOR-FORMA(WRK-IDX-PGTO)
           ELSE
               IF REG-VENDA-E-VALOR > WRK-TOTAL-FORMAS-EST
                   COMPUTE WRK-EST-VALOR-FORMA(6) =
                           REG-VENDA-E-VALOR - WRK-TOTAL-FORMAS-EST
               END-IF
           END-IF
           .
      *----------------------------------------------------------------------------------*
           COMPUTE WRK-DINHEIRO-ESPERADO =
                   WRK-TOTAL-FUNDO + WRK-TOTAL-SUPRIMENTO
                 - WRK-TOTAL-SANGRIA + WRK-PGTO-TOTAL(1)
                 + WRK-REC-CONV-TOTAL(1)
           .
      *----------------------------------------------------------------------------------*
       0007-END.              EXIT.
      *----------------------------------------------------------------------------------*

      *----------------------------------------------------------------------------------*
      *    LE OS PAGAMENTOS DE CONTAS CONVENIO RECEBIDOS NO DIA DO
      *    MOVIMENTO (DATA DA PRIMEIRA VENDA DO ARQUIVO OU, SEM
      *    VENDAS, A DATA CORRENTE) E ACUMULA POR FORMA
      *----------------------------------------------------------------------------------*
       0010-LE-RECEBIMENTOS-CONV SECTION.
      *----------------------------------------------------------------------------------*

           IF WRK-DATA-MOVIMENTO = ZEROS
               MOVE FUNCTION CURRENT-DATE TO WRK-DATA-HORA-SISTEMA
               MOVE WRK-DHS-DATA TO WRK-DATA-MOVIMENTO
           END-IF

           OPEN INPUT FD-CONVREC

           IF WRK-FS-CONVREC = '00'
               PERFORM UNTIL WRK-FIM-CONVREC = 'S'
                   READ FD-CONVREC
                       AT END
                           MOVE 'S' TO WRK-FIM-CONVREC
                       NOT AT END
                           IF CRC-PAGAMENTO
                              AND CRC-DATA = WRK-DATA-MOVIMENTO
                              AND CRC-FORMA-PGTO >= '1'
                              AND CRC-FORMA-PGTO <= '4'
                               MOVE CRC-FORMA-PGTO TO WRK-IDX-PGTO
                               ADD 1 TO WRK-REC-CONV-QTD(WRK-IDX-PGTO)
                               ADD CRC-VALOR
                                   TO WRK-REC-CONV-TOTAL(WRK-IDX-PGTO)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE FD-CONVREC
           END-IF
           .
      *----------------------------------------------------------------------------------*
       0010-END.              EXIT.
      *----------------------------------------------------------------------------------*
