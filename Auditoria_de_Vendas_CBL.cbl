       01  WRK-QTD-EXCECOES             PIC 9(06) VALUE ZEROS.
       01  WRK-QTD-TRANSACOES           PIC 9(06) VALUE ZEROS.
       01  WRK-QTD-ESTORNOS             PIC 9(06) VALUE ZEROS.
       01  WRK-QTD-CANCELADOS           PIC 9(06) VALUE ZEROS.
       01  WRK-PAGO-MENOS-TROCO         PIC S9(08)V99 VALUE ZEROS.
       01  WRK-SOMA-FORMAS              PIC 9(08)V99 VALUE ZEROS.
       01  WRK-IDX-PGTO                 PIC 9(01) VALUE ZEROS.
                   PERFORM 0003-C-TRATA-TRAILER
               WHEN REG-VENDA-ESTORNO
                   PERFORM 0003-D-TRATA-ESTORNO
               WHEN REG-VENDA-CANCELADO
                   PERFORM 0003-G-TRATA-CANCELADO
               WHEN OTHER
                   ADD 1 TO WRK-QTD-EXCECOES
                   MOVE SPACES TO REG-RELATORIO
                       ADD REG-VENDA-T-VALOR-FORMA(WRK-IDX-PGTO)
                           TO WRK-SOMA-FORMAS
                   END-PERFORM
                   IF REG-VENDA-T-VALOR-CONVENIO NUMERIC
                       ADD REG-VENDA-T-VALOR-CONVENIO
                           TO WRK-SOMA-FORMAS
                   END-IF
                   IF WRK-SOMA-FORMAS NOT = REG-VENDA-T-TOTAL-FINAL
                       ADD 1 TO WRK-QTD-EXCECOES
                       MOVE SPACES TO REG-RELATORIO
       0003-F-END.            EXIT.
      *----------------------------------------------------------------------------------*

      *----------------------------------------------------------------------------------*
      *    VALIDA UM CUPOM CANCELADO NA RECUPERACAO DE VENDA
      *    INTERROMPIDA: NAO PODE OCORRER DENTRO DE TRANSACAO ABERTA
      *    E CONSOME O NUMERO DA SEQUENCIA
      *----------------------------------------------------------------------------------*
       0003-G-TRATA-CANCELADO  SECTION.
      *----------------------------------------------------------------------------------*

           IF WRK-TRANS-ABERTA = 'S'
               PERFORM 0004-EXCECAO-TRAILER-AUSENTE
           END-IF

           PERFORM 0003-E-CONFERE-SEQUENCIA
           ADD 1 TO WRK-QTD-CANCELADOS
           .
      *----------------------------------------------------------------------------------*
       0003-G-END.            EXIT.
      *----------------------------------------------------------------------------------*

      *----------------------------------------------------------------------------------*
      *    REGISTRA A EXCECAO DE TRANSACAO SEM TRAILER
      *----------------------------------------------------------------------------------*
               DELIMITED BY SIZE INTO REG-RELATORIO
           WRITE REG-RELATORIO

           MOVE SPACES TO REG-RELATORIO
           STRING 'CUPONS CANCELADOS.........: ' WRK-QTD-CANCELADOS
               DELIMITED BY SIZE INTO REG-RELATORIO
           WRITE REG-RELATORIO

           MOVE SPACES TO REG-RELATORIO
           STRING 'EXCECOES ENCONTRADAS......: ' WRK-QTD-EXCECOES
               DELIMITED BY SIZE INTO REG-RELATORIO
