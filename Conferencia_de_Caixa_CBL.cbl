               RECORD KEY IS OPER-CODIGO
               FILE STATUS IS WRK-FS-OPERADOR.

           SELECT FD-CONVREC ASSIGN TO "CONVREC.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WRK-FS-CONVREC.

       DATA DIVISION.
       FILE SECTION.

       FD  FD-OPERADOR.
       COPY WOPER.

       FD  FD-CONVREC.
       COPY WCONVREC.

       WORKING-STORAGE SECTION.

       01  WRK-FS-VENDAS                PIC X(02) VALUE '00'.
               10  WRK-CONF-SISTEMA     PIC S9(08)V99 VALUE ZEROS.
               10  WRK-CONF-DIFERENCA   PIC S9(08)V99 VALUE ZEROS.

      *--------------------------------------------------------------*
      *    VENDAS EM CONVENIO DO TERMINAL (A PRAZO, NAO HA VALOR NA
      *    GAVETA) E PAGAMENTOS DE CONTAS CONVENIO RECEBIDOS NO
      *    TERMINAL NO DIA DO MOVIMENTO (ENTRAM NA FORMA RECEBIDA)
      *--------------------------------------------------------------*
       01  WRK-CONF-CONVENIO            PIC S9(08)V99 VALUE ZEROS.
       01  WRK-REC-CONVENIO             PIC 9(08)V99 VALUE ZEROS.
       01  WRK-FS-CONVREC               PIC X(02) VALUE '00'.
       01  WRK-FIM-CONVREC              PIC X(01) VALUE 'N'.
       01  WRK-DATA-MOVIMENTO           PIC 9(08) VALUE ZEROS.

       01  WRK-DATA-HORA-SISTEMA.
           05  WRK-DHS-DATA             PIC 9(08).
           05  WRK-DHS-HORA             PIC 9(06).
               PERFORM 0003-CONTAGEM-CEGA
               PERFORM 0004-APURA-SISTEMA
               PERFORM 0005-APURA-MOVIMENTOS
               PERFORM 0009-APURA-RECEBIMENTOS-CONV
               PERFORM 0006-EMITE-VARIACAO
               PERFORM 0007-GRAVA-QUEBRAS
           ELSE
      *----------------------------------------------------------------------------------*

           EVALUATE TRUE
               WHEN REG-VENDA-HEADER
                    AND REG-VENDA-TERMINAL = WRK-TERMINAL
                    AND WRK-DATA-MOVIMENTO = ZEROS
                   MOVE REG-VENDA-H-DATA TO WRK-DATA-MOVIMENTO
               WHEN REG-VENDA-TRAILER
                    AND REG-VENDA-TERMINAL = WRK-TERMINAL
                   PERFORM 0004-C-ACUMULA-TRAILER
                   ADD REG-VENDA-T-VALOR-FORMA(WRK-IDX-PGTO)
                       TO WRK-CONF-SISTEMA(WRK-IDX-PGTO)
               END-PERFORM
               IF REG-VENDA-T-VALOR-CONVENIO NUMERIC
                   ADD REG-VENDA-T-VALOR-CONVENIO
                       TO WRK-CONF-CONVENIO
               END-IF
           END-IF
           .
      *----------------------------------------------------------------------------------*

      *----------------------------------------------------------------------------------*
      *    ABATE UM ESTORNO DOS TOTAIS DO SISTEMA, FORMA A FORMA
      *    (ESTORNO ANTIGO SEM BREAKDOWN: TODO O VALOR NA FORMA UNICA;
      *    CONVENIO = VALOR DO ESTORNO ALEM DA SOMA DAS FORMAS 1-5)
      *----------------------------------------------------------------------------------*
       0004-D-ABATE-ESTORNO    SECTION.
      *----------------------------------------------------------------------------------*
           END-PERFORM

           IF WRK-TOTAL-FORMAS-EST = ZEROS
               IF REG-VENDA-E-FORMA-PGTO = '6'
                   SUBTRACT REG-VENDA-E-VALOR FROM WRK-CONF-CONVENIO
               ELSE
                   MOVE REG-VENDA-E-FORMA-PGTO TO WRK-FORMA-PGTO-REG
                   PERFORM 0004-B-INDICE-PGTO
                   SUBTRACT REG-VENDA-E-VALOR
                       FROM WRK-CONF-SISTEMA(WRK-IDX-PGTO)
               END-IF
           ELSE
               PERFORM VARYING WRK-IDX-PGTO FROM 1 BY 1
                       UNTIL WRK-IDX-PGTO > 4
                   SUBTRACT REG-VENDA-E-VALOR-FORMA(WRK-IDX-PGTO)
                       FROM WRK-CONF-SISTEMA(WRK-IDX-PGTO)
               END-PERFORM
               IF REG-VENDA-E-VALOR > WRK-TOTAL-FORMAS-EST
                   COMPUTE WRK-CONF-CONVENIO = WRK-CONF-CONVENIO
                         - (REG-VENDA-E-VALOR - WRK-TOTAL-FORMAS-EST)
               END-IF
           END-IF
           .
      *----------------------------------------------------------------------------------*
                       ' QUEBRA: ' WRK-CONF-DIFERENCA(WRK-IDX-PGTO)
           END-PERFORM

           DISPLAY '-----------------------------------------'
           DISPLAY 'CONVENIO SISTEMA: ' WRK-CONF-CONVENIO
                   ' (VENDA A PRAZO - NAO CONFERIDO NA GAVETA)'
           DISPLAY 'RECEBIMENTOS DE CONVENIO INCLUIDOS ACIMA: '
                   WRK-REC-CONVENIO
           DISPLAY '========================================='
           .
      *----------------------------------------------------------------------------------*
      *----------------------------------------------------------------------------------*
       0008-END.              EXIT.
      *----------------------------------------------------------------------------------*

      *----------------------------------------------------------------------------------*
      *    SOMA AOS TOTAIS DO SISTEMA OS PAGAMENTOS DE CONTAS CONVENIO
      *    RECEBIDOS NO TERMINAL NO DIA DO MOVIMENTO, NA FORMA EM QUE
      *    FORAM RECEBIDOS
      *----------------------------------------------------------------------------------*
       0009-APURA-RECEBIMENTOS-CONV SECTION.
      *----------------------------------------------------------------------------------*

           IF WRK-DATA-MOVIMENTO = ZEROS
               MOVE FUNCTION CURRENT-DATE TO WRK-DATA-HORA-SISTEMA
               MOVE WRK-DHS-DATA TO WRK-DATA-MOVIMENTO
           END-IF

           MOVE 'N' TO WRK-FIM-CONVREC

           OPEN INPUT FD-CONVREC

           IF WRK-FS-CONVREC = '00'
               PERFORM UNTIL WRK-FIM-CONVREC = 'S'
                   READ FD-CONVREC
                       AT END
                           MOVE 'S' TO WRK-FIM-CONVREC
                       NOT AT END
                           IF CRC-PAGAMENTO
                              AND CRC-TERMINAL = WRK-TERMINAL
                              AND CRC-DATA = WRK-DATA-MOVIMENTO
                              AND CRC-FORMA-PGTO >= '1'
                              AND CRC-FORMA-PGTO <= '4'
                               MOVE CRC-FORMA-PGTO TO WRK-IDX-PGTO
                               ADD CRC-VALOR
                                   TO WRK-CONF-SISTEMA(WRK-IDX-PGTO)
                               ADD CRC-VALOR TO WRK-REC-CONVENIO
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE FD-CONVREC
           END-IF
           .
      *----------------------------------------------------------------------------------*
       0009-END.              EXIT.
      *----------------------------------------------------------------------------------*
