       01  WRK-DIA-ESTORNADO            PIC 9(08)V99 VALUE ZEROS.
       01  WRK-DIA-LIQUIDO              PIC S9(08)V99 VALUE ZEROS.
       01  WRK-TB-DIA-FORMAS.
           05  WRK-DIA-VALOR-FORMA OCCURS 6 TIMES
                                        PIC S9(08)V99 VALUE ZEROS.

      *--------------------------------------------------------------*
       01  WRK-PER-ESTORNADO            PIC 9(10)V99 VALUE ZEROS.
       01  WRK-PER-LIQUIDO              PIC S9(10)V99 VALUE ZEROS.
       01  WRK-TB-PER-FORMAS.
           05  WRK-PER-VALOR-FORMA OCCURS 6 TIMES
                                        PIC S9(10)V99 VALUE ZEROS.

      *--------------------------------------------------------------*
           05  FILLER                   PIC X(08) VALUE 'DEBITO  '.
           05  FILLER                   PIC X(08) VALUE 'PIX     '.
           05  FILLER                   PIC X(08) VALUE 'PONTOS  '.
           05  FILLER                   PIC X(08) VALUE 'CONVENIO'.
       01  WRK-NOMES-PGTO REDEFINES WRK-NOMES-PGTO-LIT.
           05  WRK-NOME-PGTO OCCURS 6 TIMES
                                        PIC X(08).
       01  WRK-IDX-PGTO                 PIC 9(01) VALUE ZEROS.
       01  WRK-TOTAL-FORMAS-EST         PIC 9(08)V99 VALUE ZEROS.
           MOVE ZEROS TO WRK-DIA-QTD-ESTORNOS
           MOVE ZEROS TO WRK-DIA-ESTORNADO
           PERFORM VARYING WRK-IDX-PGTO FROM 1 BY 1
                   UNTIL WRK-IDX-PGTO > 6
               MOVE ZEROS TO WRK-DIA-VALOR-FORMA(WRK-IDX-PGTO)
           END-PERFORM

                   ADD REG-VENDA-T-VALOR-FORMA(WRK-IDX-PGTO)
                       TO WRK-PER-VALOR-FORMA(WRK-IDX-PGTO)
               END-PERFORM
               IF REG-VENDA-T-VALOR-CONVENIO NUMERIC
                   ADD REG-VENDA-T-VALOR-CONVENIO
                       TO WRK-DIA-VALOR-FORMA(6)
                   ADD REG-VENDA-T-VALOR-CONVENIO
                       TO WRK-PER-VALOR-FORMA(6)
               END-IF
           END-IF
           .
      *----------------------------------------------------------------------------------*
                   WHEN '2'   MOVE 2 TO WRK-IDX-PGTO
                   WHEN '3'   MOVE 3 TO WRK-IDX-PGTO
                   WHEN '4'   MOVE 4 TO WRK-IDX-PGTO
                   WHEN '6'   MOVE 6 TO WRK-IDX-PGTO
                   WHEN OTHER MOVE 1 TO WRK-IDX-PGTO
               END-EVALUATE
               SUBTRACT REG-VENDA-E-VALOR
                   SUBTRACT REG-VENDA-E-VALOR-FORMA(WRK-IDX-PGTO)
                       FROM WRK-PER-VALOR-FORMA(WRK-IDX-PGTO)
               END-PERFORM
               IF REG-VENDA-E-VALOR > WRK-TOTAL-FORMAS-EST
                   COMPUTE WRK-DIA-VALOR-FORMA(6) =
                           WRK-DIA-VALOR-FORMA(6)
                         - (REG-VENDA-E-VALOR - WRK-TOTAL-FORMAS-EST)
                   COMPUTE WRK-PER-VALOR-FORMA(6) =
                           WRK-PER-VALOR-FORMA(6)
                         - (REG-VENDA-E-VALOR - WRK-TOTAL-FORMAS-EST)
               END-IF
           END-IF
           .
      *----------------------------------------------------------------------------------*

           MOVE SPACES TO REG-RELATORIO
           STRING '    '
                  WRK-NOME-PGTO(5) ': ' WRK-DIA-VALOR-FORMA(5) ' '
                  WRK-NOME-PGTO(6) ': ' WRK-DIA-VALOR-FORMA(6)
               DELIMITED BY SIZE INTO REG-RELATORIO
           WRITE REG-RELATORIO

           WRITE REG-RELATORIO

           PERFORM VARYING WRK-IDX-PGTO FROM 1 BY 1
                   UNTIL WRK-IDX-PGTO > 6
               MOVE SPACES TO REG-RELATORIO
               STRING WRK-NOME-PGTO(WRK-IDX-PGTO)
                      ' TOTAL: ' WRK-PER-VALOR-FORMA(WRK-IDX-PGTO)
