      ************************************************************************************
      * Author.: JOSAFA SOARES FERNANDES
      * Date...:  15/10/2026
      * Purpose: CONCILIACAO DAS VENDAS EM CARTAO (CREDITO/DEBITO) E PIX COM O EXTRATO
      *          DIARIO DA ADQUIRENTE/BANCO - CONCILIADOS, VENDAS SEM CREDITO, EXTRATO
      *          SEM VENDA E TAXAS RETIDAS POR FORMA DE PAGAMENTO
      * NOME...: CONCCART
      ************************************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CONCCART.
      *==================================================================================*
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FD-VENDAS ASSIGN TO DYNAMIC WRK-NOME-VENDAS
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WRK-FS-VENDAS.

           SELECT FD-EXTRATO ASSIGN TO DYNAMIC WRK-NOME-EXTRATO
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-EXTRATO.

           SELECT FD-RELATORIO ASSIGN TO "CONCILIA.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-RELATORIO.

       DATA DIVISION.
       FILE SECTION.

       FD  FD-VENDAS.
       COPY WVENDA.

       FD  FD-EXTRATO.
       COPY WEXTRATO.

       FD  FD-RELATORIO.
       01  REG-RELATORIO                PIC X(120).

       WORKING-STORAGE SECTION.

       01  WRK-FS-VENDAS                PIC X(02) VALUE '00'.
       01  WRK-FS-EXTRATO               PIC X(02) VALUE '00'.
       01  WRK-FS-RELATORIO             PIC X(02) VALUE '00'.
       01  WRK-FIM-ARQUIVO              PIC X(01) VALUE 'N'.
       01  WRK-NOME-VENDAS              PIC X(30) VALUE SPACES.
       01  WRK-NOME-EXTRATO             PIC X(30) VALUE SPACES.
       01  WRK-ARQUIVOS-OK              PIC X(01) VALUE 'N'.

       01  WRK-DATA-HORA-SISTEMA.
           05  WRK-DHS-DATA             PIC 9(08).
           05  WRK-DHS-HORA             PIC 9(06).
           05  FILLER                   PIC X(07).

      *--------------------------------------------------------------*
      *    DATA CONCILIADA E TRANSACAO CORRENTE DO ARQUIVO DE VENDAS
      *--------------------------------------------------------------*
       01  WRK-DATA-CONCILIACAO         PIC 9(08) VALUE ZEROS.
       01  WRK-HEADER-NO-DIA            PIC X(01) VALUE 'N'.
       01  WRK-ATUAL-HORA               PIC 9(06) VALUE ZEROS.
       01  WRK-FORMA-TRAILER            PIC 9(01) VALUE ZEROS.
       01  WRK-VALOR-TRAILER            PIC 9(06)V99 VALUE ZEROS.

      *--------------------------------------------------------------*
      *    VALORES ESPERADOS (CARTAO/PIX) POR VENDA DO DIA
      *    SITUACAO: P-PENDENTE C-CONCILIADA E-ESTORNADA NO CAIXA
      *              L-ESTORNADA NO CAIXA E LIQUIDADA NO EXTRATO
      *--------------------------------------------------------------*
       01  WRK-MAX-ITENS                PIC 9(04) VALUE 2000.
       01  WRK-QTD-VDA                  PIC 9(04) VALUE ZEROS.
       01  WRK-QTD-VDA-FORA             PIC 9(05) VALUE ZEROS.
       01  WRK-TB-VDA.
           05  WRK-VDA-TAB OCCURS 2000 TIMES.
               10  WRK-VDA-TERMINAL     PIC 9(03).
               10  WRK-VDA-NUM          PIC 9(06).
               10  WRK-VDA-HORA         PIC 9(06).
               10  WRK-VDA-FORMA        PIC 9(01).
               10  WRK-VDA-VALOR        PIC 9(06)V99.
               10  WRK-VDA-SITUACAO     PIC X(01).
               10  WRK-VDA-IDX-EXT      PIC 9(04).
       01  WRK-IDX-VDA                  PIC 9(04) VALUE ZEROS.

      *--------------------------------------------------------------*
      *    VENDAS ESTORNADAS NO CAIXA (REGISTROS E DO ARQUIVO)
      *    NO-DIA: S-VENDA ORIGINAL CARREGADA DO MESMO ARQUIVO
      *            N-VENDA DE DIA ANTERIOR (NAO CONSTA DO ARQUIVO)
      *--------------------------------------------------------------*
       01  WRK-MAX-ESTORNOS             PIC 9(03) VALUE 500.
       01  WRK-QTD-EST                  PIC 9(03) VALUE ZEROS.
       01  WRK-TB-EST.
           05  WRK-EST-TAB OCCURS 500 TIMES.
               10  WRK-EST-TERMINAL     PIC 9(03).
               10  WRK-EST-NUM          PIC 9(06).
               10  WRK-EST-DATA         PIC 9(08).
               10  WRK-EST-NO-DIA       PIC X(01).
               10  WRK-EST-VALOR-FORMA  OCCURS 5 TIMES
                                        PIC 9(06)V99.
       01  WRK-IDX-EST                  PIC 9(03) VALUE ZEROS.

      *--------------------------------------------------------------*
      *    CANCELAMENTOS ESPERADOS NO EXTRATO: ESTORNOS DA DATA DE
      *    VENDAS DE DIAS ANTERIORES, UM POR FORMA (CREDITO/DEBITO/PIX)
      *    SITUACAO: P-PENDENTE C-CANCELAMENTO ENCONTRADO NO EXTRATO
      *--------------------------------------------------------------*
       01  WRK-QTD-CAN                  PIC 9(04) VALUE ZEROS.
       01  WRK-TB-CAN.
           05  WRK-CAN-TAB OCCURS 1500 TIMES.
               10  WRK-CAN-TERMINAL     PIC 9(03).
               10  WRK-CAN-NUM          PIC 9(06).
               10  WRK-CAN-FORMA        PIC 9(01).
               10  WRK-CAN-VALOR        PIC 9(06)V99.
               10  WRK-CAN-SITUACAO     PIC X(01).
               10  WRK-CAN-IDX-EXT      PIC 9(04).
       01  WRK-IDX-CAN                  PIC 9(04) VALUE ZEROS.

      *--------------------------------------------------------------*
      *    ITENS DO EXTRATO DA DATA CONCILIADA
      *    SITUACAO: P-PENDENTE C-CONCILIADO A-ANULADO (PAR VENDA E
      *              CANCELAMENTO) E-VENDA ESTORNADA NO CAIXA
      *              D-CANCELAMENTO DE VENDA DE DIA ANTERIOR ESTORNADA
      *              NO CAIXA
      *--------------------------------------------------------------*
       01  WRK-QTD-EXT                  PIC 9(04) VALUE ZEROS.
       01  WRK-QTD-EXT-FORA             PIC 9(05) VALUE ZEROS.
       01  WRK-QTD-EXT-OUTRA-DATA       PIC 9(05) VALUE ZEROS.
       01  WRK-QTD-EXT-INVALIDOS        PIC 9(05) VALUE ZEROS.
       01  WRK-TB-EXT.
           05  WRK-EXT-TAB OCCURS 2000 TIMES.
               10  WRK-EXT-TERMINAL     PIC 9(03).
               10  WRK-EXT-FORMA        PIC 9(01).
               10  WRK-EXT-TIPO         PIC X(01).
               10  WRK-EXT-BRUTO        PIC 9(06)V99.
               10  WRK-EXT-TAXA         PIC 9(04)V99.
               10  WRK-EXT-LIQUIDO      PIC 9(06)V99.
               10  WRK-EXT-AUTORIZACAO  PIC X(12).
               10  WRK-EXT-SITUACAO     PIC X(01).
       01  WRK-IDX-EXT                  PIC 9(04) VALUE ZEROS.
       01  WRK-IDX-PAR                  PIC 9(04) VALUE ZEROS.
       01  WRK-ACHOU                    PIC X(01) VALUE 'N'.

      *--------------------------------------------------------------*
      *    TOTAIS POR FORMA DE PAGAMENTO (2-CREDITO 3-DEBITO 4-PIX)
      *--------------------------------------------------------------*
       01  WRK-NOMES-PGTO-LIT.
           05  FILLER                   PIC X(08) VALUE 'DINHEIRO'.
           05  FILLER                   PIC X(08) VALUE 'CREDITO '.
           05  FILLER                   PIC X(08) VALUE 'DEBITO  '.
           05  FILLER                   PIC X(08) VALUE 'PIX     '.
           05  FILLER                   PIC X(08) VALUE 'PONTOS  '.
       01  WRK-NOMES-PGTO REDEFINES WRK-NOMES-PGTO-LIT.
           05  WRK-NOME-PGTO OCCURS 5 TIMES
                                        PIC X(08).
       01  WRK-IDX-PGTO                 PIC 9(01) VALUE ZEROS.
       01  WRK-TB-FORMAS.
           05  WRK-FRM-TAB OCCURS 5 TIMES.
               10  WRK-FRM-ESPERADO     PIC 9(08)V99.
               10  WRK-FRM-CONCILIADO   PIC 9(08)V99.
               10  WRK-FRM-TAXA         PIC 9(08)V99.
               10  WRK-FRM-LIQUIDO      PIC 9(08)V99.
               10  WRK-FRM-SEM-CREDITO  PIC 9(08)V99.
               10  WRK-FRM-SEM-VENDA    PIC 9(08)V99.
       01  WRK-PERC-TAXA                PIC 9(03)V99 VALUE ZEROS.

      *--------------------------------------------------------------*
      *    CONTADORES DO RELATORIO
      *--------------------------------------------------------------*
       01  WRK-QTD-CONCILIADOS          PIC 9(05) VALUE ZEROS.
       01  WRK-QTD-SEM-CREDITO          PIC 9(05) VALUE ZEROS.
       01  WRK-QTD-SEM-VENDA            PIC 9(05) VALUE ZEROS.
       01  WRK-QTD-ANULADOS             PIC 9(05) VALUE ZEROS.
       01  WRK-QTD-EST-LIQUIDADOS       PIC 9(05) VALUE ZEROS.
       01  WRK-QTD-CAN-CONFERIDOS       PIC 9(05) VALUE ZEROS.
       01  WRK-QTD-CAN-PENDENTES        PIC 9(05) VALUE ZEROS.
       01  WRK-QTD-LINHAS-SECAO         PIC 9(05) VALUE ZEROS.
       01  WRK-DESC-TIPO                PIC X(13) VALUE SPACES.

      *==================================================================================*
       PROCEDURE DIVISION.
      *==================================================================================*

      *----------------------------------------------------------------------------------*
      *    PROCESSAMENTO PRINCIPAL
      *----------------------------------------------------------------------------------*
       0000-PROCESSAR                SECTION.
      *----------------------------------------------------------------------------------*

           DISPLAY '========================================='
           DISPLAY ' CONCILIACAO DE CARTOES E PIX'
           DISPLAY '========================================='

           PERFORM 0001-SOLICITA-DATA
           PERFORM 0002-CARREGA-VENDAS

           IF WRK-ARQUIVOS-OK = 'S'
               PERFORM 0003-CARREGA-EXTRATO
           END-IF

           IF WRK-ARQUIVOS-OK = 'S'
               PERFORM 0004-ANULA-CANCELAMENTOS
               PERFORM 0005-CONCILIA
               PERFORM 0006-EMITE-RELATORIO

               DISPLAY 'CONCILIADOS......: ' WRK-QTD-CONCILIADOS
               DISPLAY 'VENDAS SEM CREDITO NO EXTRATO: '
                       WRK-QTD-SEM-CREDITO
               DISPLAY 'EXTRATO SEM VENDA: ' WRK-QTD-SEM-VENDA
               DISPLAY 'RELATORIO GRAVADO EM CONCILIA.TXT'
           END-IF

           STOP RUN
           .
      *----------------------------------------------------------------------------------*
       0000-END.              EXIT.
      *----------------------------------------------------------------------------------*

      *----------------------------------------------------------------------------------*
      *    SOLICITA A DATA DAS VENDAS A CONCILIAR (ZERO = HOJE)
      *----------------------------------------------------------------------------------*
       0001-SOLICITA-DATA      SECTION.
      *----------------------------------------------------------------------------------*

           MOVE FUNCTION CURRENT-DATE TO WRK-DATA-HORA-SISTEMA

           DISPLAY 'DATA DAS VENDAS (AAAAMMDD, ZERO = HOJE): '
           ACCEPT WRK-DATA-CONCILIACAO
           IF WRK-DATA-CONCILIACAO = ZEROS
               MOVE WRK-DHS-DATA TO WRK-DATA-CONCILIACAO
           END-IF

           PERFORM VARYING WRK-IDX-PGTO FROM 1 BY 1
                   UNTIL WRK-IDX-PGTO > 5
               MOVE ZEROS TO WRK-FRM-ESPERADO(WRK-IDX-PGTO)
               MOVE ZEROS TO WRK-FRM-CONCILIADO(WRK-IDX-PGTO)
               MOVE ZEROS TO WRK-FRM-TAXA(WRK-IDX-PGTO)
               MOVE ZEROS TO WRK-FRM-LIQUIDO(WRK-IDX-PGTO)
               MOVE ZEROS TO WRK-FRM-SEM-CREDITO(WRK-IDX-PGTO)
               MOVE ZEROS TO WRK-FRM-SEM-VENDA(WRK-IDX-PGTO)
           END-PERFORM
           .
      *----------------------------------------------------------------------------------*
       0001-END.              EXIT.
      *----------------------------------------------------------------------------------*

      *----------------------------------------------------------------------------------*
      *    CARREGA OS VALORES EM CREDITO, DEBITO E PIX DOS TRAILERS DO
      *    DIA (ARQUIVO DATADO OU, SE AINDA NAO ARQUIVADO, VENDAS.DAT)
      *    E MARCA AS VENDAS ESTORNADAS NO CAIXA; ESTORNOS DE VENDAS DE
      *    DIAS ANTERIORES PASSAM A SER CANCELAMENTOS ESPERADOS
      *----------------------------------------------------------------------------------*
       0002-CARREGA-VENDAS     SECTION.
      *----------------------------------------------------------------------------------*

           MOVE 'N'   TO WRK-ARQUIVOS-OK
           MOVE 'N'   TO WRK-FIM-ARQUIVO
           MOVE 'N'   TO WRK-HEADER-NO-DIA
           MOVE ZEROS TO WRK-QTD-VDA
           MOVE ZEROS TO WRK-QTD-VDA-FORA
           MOVE ZEROS TO WRK-QTD-EST
           MOVE ZEROS TO WRK-QTD-CAN

           MOVE SPACES TO WRK-NOME-VENDAS
           STRING 'VENDAS-' WRK-DATA-CONCILIACAO '.DAT'
               DELIMITED BY SIZE INTO WRK-NOME-VENDAS
           OPEN INPUT FD-VENDAS
           IF WRK-FS-VENDAS NOT = '00'
               MOVE 'VENDAS.DAT' TO WRK-NOME-VENDAS
               OPEN INPUT FD-VENDAS
           END-IF

           IF WRK-FS-VENDAS NOT = '00'
               DISPLAY 'ARQUIVO DE VENDAS DA DATA NAO ENCONTRADO'
           ELSE
               MOVE 'S' TO WRK-ARQUIVOS-OK
               DISPLAY 'VENDAS LIDAS DE ' WRK-NOME-VENDAS

               PERFORM UNTIL WRK-FIM-ARQUIVO = 'S'
                   READ FD-VENDAS
                       AT END
                           MOVE 'S' TO WRK-FIM-ARQUIVO
                       NOT AT END
                           EVALUATE TRUE
                               WHEN REG-VENDA-HEADER
                                   MOVE 'N' TO WRK-HEADER-NO-DIA
                                   IF REG-VENDA-H-DATA =
                                      WRK-DATA-CONCILIACAO
                                       MOVE 'S' TO WRK-HEADER-NO-DIA
                                       MOVE REG-VENDA-H-HORA
                                           TO WRK-ATUAL-HORA
                                   END-IF
                               WHEN REG-VENDA-TRAILER
                                   IF WRK-HEADER-NO-DIA = 'S'
                                       PERFORM 0002-A-TRATA-TRAILER
                                   END-IF
                               WHEN REG-VENDA-ESTORNO
                                   IF WRK-QTD-EST < WRK-MAX-ESTORNOS
                                       PERFORM 0002-D-GUARDA-ESTORNO
                                   END-IF
                               WHEN OTHER
                                   CONTINUE
                           END-EVALUATE
                   END-READ
               END-PERFORM
               CLOSE FD-VENDAS

               PERFORM 0002-C-MARCA-ESTORNADAS
               PERFORM 0002-E-INCLUI-CANCELAMENTOS

               IF WRK-QTD-VDA-FORA > ZEROS
                   DISPLAY 'ATENCAO: ' WRK-QTD-VDA-FORA ' VALOR(ES) '
                           'ALEM DO LIMITE DE ' WRK-MAX-ITENS
                           ' NAO FORAM CONCILIADOS'
               END-IF
           END-IF
           .
      *----------------------------------------------------------------------------------*
       0002-END.              EXIT.
      *----------------------------------------------------------------------------------*

      *----------------------------------------------------------------------------------*
      *    SEPARA OS VALORES DE CARTAO E PIX DO TRAILER (TRAILER ANTIGO
      *    SEM BREAKDOWN: TODO O VALOR NA FORMA UNICA)
      *----------------------------------------------------------------------------------*
       0002-A-TRATA-TRAILER    SECTION.
      *----------------------------------------------------------------------------------*

           IF REG-VENDA-T-QTD-PGTOS = ZEROS
               IF REG-VENDA-PGTO-CREDITO
                  OR REG-VENDA-PGTO-DEBITO
                  OR REG-VENDA-PGTO-PIX
                   MOVE REG-VENDA-T-FORMA-PGTO  TO WRK-FORMA-TRAILER
                   MOVE REG-VENDA-T-TOTAL-FINAL TO WRK-VALOR-TRAILER
                   PERFORM 0002-B-INCLUI-VALOR
               END-IF
           ELSE
               PERFORM VARYING WRK-IDX-PGTO FROM 2 BY 1
                       UNTIL WRK-IDX-PGTO > 4
                   IF REG-VENDA-T-VALOR-FORMA(WRK-IDX-PGTO) > ZEROS
                       MOVE WRK-IDX-PGTO TO WRK-FORMA-TRAILER
                       MOVE REG-VENDA-T-VALOR-FORMA(WRK-IDX-PGTO)
                           TO WRK-VALOR-TRAILER
                       PERFORM 0002-B-INCLUI-VALOR
                   END-IF
               END-PERFORM
           END-IF
           .
      *----------------------------------------------------------------------------------*
       0002-A-END.            EXIT.
      *----------------------------------------------------------------------------------*

      *----------------------------------------------------------------------------------*
      *    INCLUI UM VALOR ESPERADO NA TABELA DE VENDAS
      *----------------------------------------------------------------------------------*
       0002-B-INCLUI-VALOR     SECTION.
      *----------------------------------------------------------------------------------*

           IF WRK-QTD-VDA < WRK-MAX-ITENS
               ADD 1 TO WRK-QTD-VDA
               MOVE REG-VENDA-TERMINAL TO WRK-VDA-TERMINAL(WRK-QTD-VDA)
               MOVE REG-VENDA-NUM-TRANSACAO
                   TO WRK-VDA-NUM(WRK-QTD-VDA)
               MOVE WRK-ATUAL-HORA     TO WRK-VDA-HORA(WRK-QTD-VDA)
               MOVE WRK-FORMA-TRAILER  TO WRK-VDA-FORMA(WRK-QTD-VDA)
               MOVE WRK-VALOR-TRAILER  TO WRK-VDA-VALOR(WRK-QTD-VDA)
               MOVE 'P'                TO WRK-VDA-SITUACAO(WRK-QTD-VDA)
               MOVE ZEROS              TO WRK-VDA-IDX-EXT(WRK-QTD-VDA)
           ELSE
               ADD 1 TO WRK-QTD-VDA-FORA
           END-IF
           .
      *----------------------------------------------------------------------------------*
       0002-B-END.            EXIT.
      *----------------------------------------------------------------------------------*

      *----------------------------------------------------------------------------------*
      *    MARCA COMO ESTORNADOS OS VALORES DAS VENDAS QUE TEM REGISTRO
      *    DE ESTORNO (E) NO ARQUIVO - NAO SAO MAIS ESPERADOS NO EXTRATO
      *----------------------------------------------------------------------------------*
       0002-C-MARCA-ESTORNADAS SECTION.
      *----------------------------------------------------------------------------------*

           PERFORM VARYING WRK-IDX-VDA FROM 1 BY 1
                   UNTIL WRK-IDX-VDA > WRK-QTD-VDA
               PERFORM VARYING WRK-IDX-EST FROM 1 BY 1
                       UNTIL WRK-IDX-EST > WRK-QTD-EST
                   IF WRK-EST-TERMINAL(WRK-IDX-EST) =
                      WRK-VDA-TERMINAL(WRK-IDX-VDA)
                      AND WRK-EST-NUM(WRK-IDX-EST) =
                          WRK-VDA-NUM(WRK-IDX-VDA)
                       MOVE 'E' TO WRK-VDA-SITUACAO(WRK-IDX-VDA)
                       MOVE 'S' TO WRK-EST-NO-DIA(WRK-IDX-EST)
                   END-IF
               END-PERFORM
           END-PERFORM
           .
      *----------------------------------------------------------------------------------*
       0002-C-END.            EXIT.
      *----------------------------------------------------------------------------------*

      *----------------------------------------------------------------------------------*
      *    GUARDA O REGISTRO DE ESTORNO (E) COM OS VALORES POR FORMA
      *----------------------------------------------------------------------------------*
       0002-D-GUARDA-ESTORNO   SECTION.
      *----------------------------------------------------------------------------------*

           ADD 1 TO WRK-QTD-EST
           MOVE REG-VENDA-E-TERMINAL-ORIG
               TO WRK-EST-TERMINAL(WRK-QTD-EST)
           MOVE REG-VENDA-E-NUM-ORIG TO WRK-EST-NUM(WRK-QTD-EST)
           MOVE REG-VENDA-E-DATA     TO WRK-EST-DATA(WRK-QTD-EST)
           MOVE 'N'                  TO WRK-EST-NO-DIA(WRK-QTD-EST)
           PERFORM VARYING WRK-IDX-PGTO FROM 1 BY 1
                   UNTIL WRK-IDX-PGTO > 5
               MOVE REG-VENDA-E-VALOR-FORMA(WRK-IDX-PGTO)
                   TO WRK-EST-VALOR-FORMA(WRK-QTD-EST, WRK-IDX-PGTO)
           END-PERFORM
           .
      *----------------------------------------------------------------------------------*
       0002-D-END.            EXIT.
      *----------------------------------------------------------------------------------*

      *----------------------------------------------------------------------------------*
      *    ESTORNOS DA DATA CUJA VENDA ORIGINAL NAO ESTA NO ARQUIVO
      *    (VENDA DE DIA ANTERIOR): OS VALORES EM CREDITO, DEBITO E PIX
      *    DEVEM APARECER COMO CANCELAMENTO NO EXTRATO DA DATA
      *----------------------------------------------------------------------------------*
       0002-E-INCLUI-CANCELAMENTOS SECTION.
      *----------------------------------------------------------------------------------*

           PERFORM VARYING WRK-IDX-EST FROM 1 BY 1
                   UNTIL WRK-IDX-EST > WRK-QTD-EST
               IF WRK-EST-NO-DIA(WRK-IDX-EST) = 'N'
                  AND WRK-EST-DATA(WRK-IDX-EST) = WRK-DATA-CONCILIACAO
                   PERFORM VARYING WRK-IDX-PGTO FROM 2 BY 1
                           UNTIL WRK-IDX-PGTO > 4
                       IF WRK-EST-VALOR-FORMA(WRK-IDX-EST, WRK-IDX-PGTO)
                          > ZEROS
                           ADD 1 TO WRK-QTD-CAN
                           MOVE WRK-EST-TERMINAL(WRK-IDX-EST)
                               TO WRK-CAN-TERMINAL(WRK-QTD-CAN)
                           MOVE WRK-EST-NUM(WRK-IDX-EST)
                               TO WRK-CAN-NUM(WRK-QTD-CAN)
                           MOVE WRK-IDX-PGTO
                               TO WRK-CAN-FORMA(WRK-QTD-CAN)
                           MOVE WRK-EST-VALOR-FORMA(WRK-IDX-EST,
                                                    WRK-IDX-PGTO)
                               TO WRK-CAN-VALOR(WRK-QTD-CAN)
                           MOVE 'P'   TO WRK-CAN-SITUACAO(WRK-QTD-CAN)
                           MOVE ZEROS TO WRK-CAN-IDX-EXT(WRK-QTD-CAN)
                       END-IF
                   END-PERFORM
               END-IF
           END-PERFORM
           .
      *----------------------------------------------------------------------------------*
       0002-E-END.            EXIT.
      *----------------------------------------------------------------------------------*

      *----------------------------------------------------------------------------------*
      *    CARREGA OS ITENS DO EXTRATO DA ADQUIRENTE/BANCO DA DATA
      *    (EXTRATO-AAAAMMDD.DAT)
      *----------------------------------------------------------------------------------*
       0003-CARREGA-EXTRATO    SECTION.
      *----------------------------------------------------------------------------------*

           MOVE 'N'   TO WRK-FIM-ARQUIVO
           MOVE ZEROS TO WRK-QTD-EXT
           MOVE ZEROS TO WRK-QTD-EXT-FORA
           MOVE ZEROS TO WRK-QTD-EXT-OUTRA-DATA
           MOVE ZEROS TO WRK-QTD-EXT-INVALIDOS

           MOVE SPACES TO WRK-NOME-EXTRATO
           STRING 'EXTRATO-' WRK-DATA-CONCILIACAO '.DAT'
               DELIMITED BY SIZE INTO WRK-NOME-EXTRATO

           OPEN INPUT FD-EXTRATO
           IF WRK-FS-EXTRATO NOT = '00'
               MOVE 'N' TO WRK-ARQUIVOS-OK
               DISPLAY 'EXTRATO ' WRK-NOME-EXTRATO ' NAO ENCONTRADO'
           ELSE
               PERFORM UNTIL WRK-FIM-ARQUIVO = 'S'
                   READ FD-EXTRATO
                       AT END
                           MOVE 'S' TO WRK-FIM-ARQUIVO
                       NOT AT END
                           EVALUATE TRUE
                               WHEN EXT-DATA NOT = WRK-DATA-CONCILIACAO
                                   ADD 1 TO WRK-QTD-EXT-OUTRA-DATA
                               WHEN NOT (EXT-CREDITO OR EXT-DEBITO
                                         OR EXT-PIX)
                                 OR NOT (EXT-VENDA OR EXT-CANCELAMENTO)
                                   ADD 1 TO WRK-QTD-EXT-INVALIDOS
                               WHEN WRK-QTD-EXT >= WRK-MAX-ITENS
                                   ADD 1 TO WRK-QTD-EXT-FORA
                               WHEN OTHER
                                   PERFORM 0003-A-INCLUI-EXTRATO
                           END-EVALUATE
                   END-READ
               END-PERFORM
               CLOSE FD-EXTRATO

               IF WRK-QTD-EXT-OUTRA-DATA > ZEROS
                   DISPLAY WRK-QTD-EXT-OUTRA-DATA ' ITEM(NS) DO '
                           'EXTRATO DE OUTRA DATA IGNORADO(S)'
               END-IF
               IF WRK-QTD-EXT-INVALIDOS > ZEROS
                   DISPLAY WRK-QTD-EXT-INVALIDOS ' ITEM(NS) DO '
                           'EXTRATO COM FORMA OU TIPO INVALIDO'
               END-IF
               IF WRK-QTD-EXT-FORA > ZEROS
                   DISPLAY 'ATENCAO: ' WRK-QTD-EXT-FORA ' ITEM(NS) '
                           'ALEM DO LIMITE DE ' WRK-MAX-ITENS
                           ' NAO FORAM CONCILIADOS'
               END-IF
           END-IF
           .
      *----------------------------------------------------------------------------------*
       0003-END.              EXIT.
      *----------------------------------------------------------------------------------*

      *----------------------------------------------------------------------------------*
      *    INCLUI UM ITEM DO EXTRATO NA TABELA
      *----------------------------------------------------------------------------------*
       0003-A-INCLUI-EXTRATO   SECTION.
      *----------------------------------------------------------------------------------*

           ADD 1 TO WRK-QTD-EXT
           MOVE EXT-TERMINAL      TO WRK-EXT-TERMINAL(WRK-QTD-EXT)
           MOVE EXT-FORMA         TO WRK-EXT-FORMA(WRK-QTD-EXT)
           MOVE EXT-TIPO          TO WRK-EXT-TIPO(WRK-QTD-EXT)
           MOVE EXT-VALOR-BRUTO   TO WRK-EXT-BRUTO(WRK-QTD-EXT)
           MOVE EXT-TAXA          TO WRK-EXT-TAXA(WRK-QTD-EXT)
           MOVE EXT-VALOR-LIQUIDO TO WRK-EXT-LIQUIDO(WRK-QTD-EXT)
           MOVE EXT-AUTORIZACAO   TO WRK-EXT-AUTORIZACAO(WRK-QTD-EXT)
           MOVE 'P'               TO WRK-EXT-SITUACAO(WRK-QTD-EXT)
           .
      *----------------------------------------------------------------------------------*
       0003-A-END.            EXIT.
      *----------------------------------------------------------------------------------*

      *----------------------------------------------------------------------------------*
      *    ANULA OS PARES VENDA/CANCELAMENTO DO PROPRIO EXTRATO (MESMO
      *    TERMINAL, FORMA E VALOR) - NAO HA CREDITO A CONCILIAR
      *----------------------------------------------------------------------------------*
       0004-ANULA-CANCELAMENTOS SECTION.
      *----------------------------------------------------------------------------------*

           MOVE ZEROS TO WRK-QTD-ANULADOS

           PERFORM VARYING WRK-IDX-EXT FROM 1 BY 1
                   UNTIL WRK-IDX-EXT > WRK-QTD-EXT
               IF WRK-EXT-TIPO(WRK-IDX-EXT) = 'C'
                  AND WRK-EXT-SITUACAO(WRK-IDX-EXT) = 'P'
                   MOVE 'N' TO WRK-ACHOU
                   PERFORM VARYING WRK-IDX-PAR FROM 1 BY 1
                           UNTIL WRK-IDX-PAR > WRK-QTD-EXT
                              OR WRK-ACHOU = 'S'
                       IF WRK-EXT-TIPO(WRK-IDX-PAR) = 'V'
                          AND WRK-EXT-SITUACAO(WRK-IDX-PAR) = 'P'
                          AND WRK-EXT-TERMINAL(WRK-IDX-PAR) =
                              WRK-EXT-TERMINAL(WRK-IDX-EXT)
                          AND WRK-EXT-FORMA(WRK-IDX-PAR) =
                              WRK-EXT-FORMA(WRK-IDX-EXT)
                          AND WRK-EXT-BRUTO(WRK-IDX-PAR) =
                              WRK-EXT-BRUTO(WRK-IDX-EXT)
                           MOVE 'S' TO WRK-ACHOU
                           MOVE 'A' TO WRK-EXT-SITUACAO(WRK-IDX-PAR)
                           MOVE 'A' TO WRK-EXT-SITUACAO(WRK-IDX-EXT)
                           ADD 1 TO WRK-QTD-ANULADOS
                       END-IF
                   END-PERFORM
               END-IF
           END-PERFORM
           .
      *----------------------------------------------------------------------------------*
       0004-END.              EXIT.
      *----------------------------------------------------------------------------------*

      *----------------------------------------------------------------------------------*
      *    CONCILIA CADA VALOR ESPERADO COM UMA VENDA DO EXTRATO DE MESMO
      *    TERMINAL, FORMA E VALOR; EM SEGUIDA PROCURA NO EXTRATO AS
      *    VENDAS ESTORNADAS NO CAIXA QUE A ADQUIRENTE NAO CANCELOU E
      *    O CANCELAMENTO DOS ESTORNOS DE VENDAS DE DIAS ANTERIORES
      *----------------------------------------------------------------------------------*
       0005-CONCILIA           SECTION.
      *----------------------------------------------------------------------------------*

           PERFORM VARYING WRK-IDX-VDA FROM 1 BY 1
                   UNTIL WRK-IDX-VDA > WRK-QTD-VDA
               IF WRK-VDA-SITUACAO(WRK-IDX-VDA) = 'P'
                   PERFORM 0005-A-PROCURA-EXTRATO
                   IF WRK-ACHOU = 'S'
                       MOVE 'C' TO WRK-VDA-SITUACAO(WRK-IDX-VDA)
                       MOVE 'C' TO WRK-EXT-SITUACAO(WRK-IDX-PAR)
                   END-IF
               END-IF
           END-PERFORM

           PERFORM VARYING WRK-IDX-VDA FROM 1 BY 1
                   UNTIL WRK-IDX-VDA > WRK-QTD-VDA
               IF WRK-VDA-SITUACAO(WRK-IDX-VDA) = 'E'
                   PERFORM 0005-A-PROCURA-EXTRATO
                   IF WRK-ACHOU = 'S'
                       MOVE 'L' TO WRK-VDA-SITUACAO(WRK-IDX-VDA)
                       MOVE 'E' TO WRK-EXT-SITUACAO(WRK-IDX-PAR)
                   END-IF
               END-IF
           END-PERFORM

           PERFORM VARYING WRK-IDX-CAN FROM 1 BY 1
                   UNTIL WRK-IDX-CAN > WRK-QTD-CAN
               PERFORM 0005-B-PROCURA-CANCELAMENTO
               IF WRK-ACHOU = 'S'
                   MOVE 'C' TO WRK-CAN-SITUACAO(WRK-IDX-CAN)
                   MOVE 'D' TO WRK-EXT-SITUACAO(WRK-IDX-PAR)
               END-IF
           END-PERFORM
           .
      *----------------------------------------------------------------------------------*
       0005-END.              EXIT.
      *----------------------------------------------------------------------------------*

      *----------------------------------------------------------------------------------*
      *    PROCURA UMA VENDA PENDENTE DO EXTRATO PARA O VALOR ESPERADO
      *    CORRENTE (DEVOLVE O INDICE EM WRK-IDX-PAR)
      *----------------------------------------------------------------------------------*
       0005-A-PROCURA-EXTRATO  SECTION.
      *----------------------------------------------------------------------------------*

           MOVE 'N'   TO WRK-ACHOU
           MOVE ZEROS TO WRK-VDA-IDX-EXT(WRK-IDX-VDA)

           PERFORM VARYING WRK-IDX-EXT FROM 1 BY 1
                   UNTIL WRK-IDX-EXT > WRK-QTD-EXT
                      OR WRK-ACHOU = 'S'
               IF WRK-EXT-TIPO(WRK-IDX-EXT) = 'V'
                  AND WRK-EXT-SITUACAO(WRK-IDX-EXT) = 'P'
                  AND WRK-EXT-TERMINAL(WRK-IDX-EXT) =
                      WRK-VDA-TERMINAL(WRK-IDX-VDA)
                  AND WRK-EXT-FORMA(WRK-IDX-EXT) =
                      WRK-VDA-FORMA(WRK-IDX-VDA)
                  AND WRK-EXT-BRUTO(WRK-IDX-EXT) =
                      WRK-VDA-VALOR(WRK-IDX-VDA)
                   MOVE 'S'         TO WRK-ACHOU
                   MOVE WRK-IDX-EXT TO WRK-IDX-PAR
                   MOVE WRK-IDX-EXT TO WRK-VDA-IDX-EXT(WRK-IDX-VDA)
               END-IF
           END-PERFORM
           .
      *----------------------------------------------------------------------------------*
       0005-A-END.            EXIT.
      *----------------------------------------------------------------------------------*

      *----------------------------------------------------------------------------------*
      *    PROCURA UM CANCELAMENTO PENDENTE DO EXTRATO PARA O ESTORNO DE
      *    VENDA DE DIA ANTERIOR CORRENTE (DEVOLVE O INDICE EM
      *    WRK-IDX-PAR)
      *----------------------------------------------------------------------------------*
       0005-B-PROCURA-CANCELAMENTO SECTION.
      *----------------------------------------------------------------------------------*

           MOVE 'N'   TO WRK-ACHOU

           PERFORM VARYING WRK-IDX-EXT FROM 1 BY 1
                   UNTIL WRK-IDX-EXT > WRK-QTD-EXT
                      OR WRK-ACHOU = 'S'
               IF WRK-EXT-TIPO(WRK-IDX-EXT) = 'C'
                  AND WRK-EXT-SITUACAO(WRK-IDX-EXT) = 'P'
                  AND WRK-EXT-TERMINAL(WRK-IDX-EXT) =
                      WRK-CAN-TERMINAL(WRK-IDX-CAN)
                  AND WRK-EXT-FORMA(WRK-IDX-EXT) =
                      WRK-CAN-FORMA(WRK-IDX-CAN)
                  AND WRK-EXT-BRUTO(WRK-IDX-EXT) =
                      WRK-CAN-VALOR(WRK-IDX-CAN)
                   MOVE 'S'         TO WRK-ACHOU
                   MOVE WRK-IDX-EXT TO WRK-IDX-PAR
                   MOVE WRK-IDX-EXT TO WRK-CAN-IDX-EXT(WRK-IDX-CAN)
               END-IF
           END-PERFORM
           .
      *----------------------------------------------------------------------------------*
       0005-B-END.            EXIT.
      *----------------------------------------------------------------------------------*

      *----------------------------------------------------------------------------------*
      *    GRAVA O RELATORIO DE CONCILIACAO (CONCILIA.TXT)
      *----------------------------------------------------------------------------------*
       0006-EMITE-RELATORIO    SECTION.
      *----------------------------------------------------------------------------------*

           MOVE ZEROS TO WRK-QTD-CONCILIADOS
           MOVE ZEROS TO WRK-QTD-SEM-CREDITO
           MOVE ZEROS TO WRK-QTD-SEM-VENDA
           MOVE ZEROS TO WRK-QTD-EST-LIQUIDADOS
           MOVE ZEROS TO WRK-QTD-CAN-CONFERIDOS
           MOVE ZEROS TO WRK-QTD-CAN-PENDENTES

           OPEN OUTPUT FD-RELATORIO

           MOVE '========================================'
               TO REG-RELATORIO
           WRITE REG-RELATORIO
           MOVE SPACES TO REG-RELATORIO
           STRING 'CONCILIACAO DE CARTOES E PIX - VENDAS DE '
                  WRK-DATA-CONCILIACAO
               DELIMITED BY SIZE INTO REG-RELATORIO
           WRITE REG-RELATORIO
           MOVE SPACES TO REG-RELATORIO
           STRING 'VENDAS: ' WRK-NOME-VENDAS
                  ' EXTRATO: ' WRK-NOME-EXTRATO
               DELIMITED BY SIZE INTO REG-RELATORIO
           WRITE REG-RELATORIO
           MOVE '========================================'
               TO REG-RELATORIO
           WRITE REG-RELATORIO

           PERFORM 0006-A-EMITE-CONCILIADOS
           PERFORM 0006-B-EMITE-SEM-CREDITO
           PERFORM 0006-C-EMITE-SEM-VENDA
           PERFORM 0006-D-EMITE-ESTORNOS
           PERFORM 0006-E-EMITE-TAXAS

           CLOSE FD-RELATORIO
           .
      *----------------------------------------------------------------------------------*
       0006-END.              EXIT.
      *----------------------------------------------------------------------------------*

      *----------------------------------------------------------------------------------*
      *    LISTA OS VALORES CONCILIADOS (VENDA X CREDITO NO EXTRATO)
      *----------------------------------------------------------------------------------*
       0006-A-EMITE-CONCILIADOS SECTION.
      *----------------------------------------------------------------------------------*

           MOVE 'CONCILIADOS (VENDA X EXTRATO):' TO REG-RELATORIO
           WRITE REG-RELATORIO
           MOVE SPACES TO REG-RELATORIO
           STRING 'TER TRANS. HORA   FORMA         VALOR   TAXA   '
                  '   LIQUIDO AUTORIZACAO'
               DELIMITED BY SIZE INTO REG-RELATORIO
           WRITE REG-RELATORIO

           PERFORM VARYING WRK-IDX-VDA FROM 1 BY 1
                   UNTIL WRK-IDX-VDA > WRK-QTD-VDA
               MOVE WRK-VDA-FORMA(WRK-IDX-VDA) TO WRK-IDX-PGTO
               IF WRK-VDA-SITUACAO(WRK-IDX-VDA) = 'P'
                  OR WRK-VDA-SITUACAO(WRK-IDX-VDA) = 'C'
                   ADD WRK-VDA-VALOR(WRK-IDX-VDA)
                       TO WRK-FRM-ESPERADO(WRK-IDX-PGTO)
               END-IF
               IF WRK-VDA-SITUACAO(WRK-IDX-VDA) = 'C'
                   ADD 1 TO WRK-QTD-CONCILIADOS
                   MOVE WRK-VDA-IDX-EXT(WRK-IDX-VDA) TO WRK-IDX-EXT
                   ADD WRK-EXT-BRUTO(WRK-IDX-EXT)
                       TO WRK-FRM-CONCILIADO(WRK-IDX-PGTO)
                   ADD WRK-EXT-TAXA(WRK-IDX-EXT)
                       TO WRK-FRM-TAXA(WRK-IDX-PGTO)
                   ADD WRK-EXT-LIQUIDO(WRK-IDX-EXT)
                       TO WRK-FRM-LIQUIDO(WRK-IDX-PGTO)
                   MOVE SPACES TO REG-RELATORIO
                   STRING WRK-VDA-TERMINAL(WRK-IDX-VDA) ' '
                          WRK-VDA-NUM(WRK-IDX-VDA) ' '
                          WRK-VDA-HORA(WRK-IDX-VDA) ' '
                          WRK-NOME-PGTO(WRK-IDX-PGTO) ' '
                          WRK-VDA-VALOR(WRK-IDX-VDA) ' '
                          WRK-EXT-TAXA(WRK-IDX-EXT) ' '
                          WRK-EXT-LIQUIDO(WRK-IDX-EXT) ' '
                          WRK-EXT-AUTORIZACAO(WRK-IDX-EXT)
                       DELIMITED BY SIZE INTO REG-RELATORIO
                   WRITE REG-RELATORIO
               END-IF
           END-PERFORM

           MOVE SPACES TO REG-RELATORIO
           STRING 'TOTAL CONCILIADOS.........: ' WRK-QTD-CONCILIADOS
               DELIMITED BY SIZE INTO REG-RELATORIO
           WRITE REG-RELATORIO
           MOVE '----------------------------------------'
               TO REG-RELATORIO
           WRITE REG-RELATORIO
           .
      *----------------------------------------------------------------------------------*
       0006-A-END.            EXIT.
      *----------------------------------------------------------------------------------*

      *----------------------------------------------------------------------------------*
      *    LISTA AS VENDAS SEM O CREDITO CORRESPONDENTE NO EXTRATO
      *----------------------------------------------------------------------------------*
       0006-B-EMITE-SEM-CREDITO SECTION.
      *----------------------------------------------------------------------------------*

           MOVE 'VENDAS SEM CREDITO NO EXTRATO (DINHEIRO NAO RECEBIDO):'
               TO REG-RELATORIO
           WRITE REG-RELATORIO

           PERFORM VARYING WRK-IDX-VDA FROM 1 BY 1
                   UNTIL WRK-IDX-VDA > WRK-QTD-VDA
               IF WRK-VDA-SITUACAO(WRK-IDX-VDA) = 'P'
                   ADD 1 TO WRK-QTD-SEM-CREDITO
                   MOVE WRK-VDA-FORMA(WRK-IDX-VDA) TO WRK-IDX-PGTO
                   ADD WRK-VDA-VALOR(WRK-IDX-VDA)
                       TO WRK-FRM-SEM-CREDITO(WRK-IDX-PGTO)
                   MOVE SPACES TO REG-RELATORIO
                   STRING WRK-VDA-TERMINAL(WRK-IDX-VDA) ' '
                          WRK-VDA-NUM(WRK-IDX-VDA) ' '
                          WRK-VDA-HORA(WRK-IDX-VDA) ' '
                          WRK-NOME-PGTO(WRK-IDX-PGTO) ' '
                          WRK-VDA-VALOR(WRK-IDX-VDA)
                          ' *** NAO CONSTA NO EXTRATO ***'
                       DELIMITED BY SIZE INTO REG-RELATORIO
                   WRITE REG-RELATORIO
               END-IF
           END-PERFORM

           MOVE SPACES TO REG-RELATORIO
           STRING 'TOTAL SEM CREDITO.........: ' WRK-QTD-SEM-CREDITO
               DELIMITED BY SIZE INTO REG-RELATORIO
           WRITE REG-RELATORIO
           MOVE '----------------------------------------'
               TO REG-RELATORIO
           WRITE REG-RELATORIO
           .
      *----------------------------------------------------------------------------------*
       0006-B-END.            EXIT.
      *----------------------------------------------------------------------------------*

      *----------------------------------------------------------------------------------*
      *    LISTA OS ITENS DO EXTRATO SEM VENDA CORRESPONDENTE NO CAIXA
      *----------------------------------------------------------------------------------*
       0006-C-EMITE-SEM-VENDA  SECTION.
      *----------------------------------------------------------------------------------*

           MOVE 'ITENS DO EXTRATO SEM VENDA NO CAIXA:' TO REG-RELATORIO
           WRITE REG-RELATORIO

           PERFORM VARYING WRK-IDX-EXT FROM 1 BY 1
                   UNTIL WRK-IDX-EXT > WRK-QTD-EXT
               IF WRK-EXT-SITUACAO(WRK-IDX-EXT) = 'P'
                   ADD 1 TO WRK-QTD-SEM-VENDA
                   MOVE WRK-EXT-FORMA(WRK-IDX-EXT) TO WRK-IDX-PGTO
                   IF WRK-EXT-TIPO(WRK-IDX-EXT) = 'V'
                       MOVE 'VENDA'         TO WRK-DESC-TIPO
                       ADD WRK-EXT-BRUTO(WRK-IDX-EXT)
                           TO WRK-FRM-SEM-VENDA(WRK-IDX-PGTO)
                   ELSE
                       MOVE 'CANCELAMENTO'  TO WRK-DESC-TIPO
                   END-IF
                   MOVE SPACES TO REG-RELATORIO
                   STRING WRK-EXT-TERMINAL(WRK-IDX-EXT) ' '
                          WRK-NOME-PGTO(WRK-IDX-PGTO) ' '
                          WRK-DESC-TIPO ' '
                          WRK-EXT-BRUTO(WRK-IDX-EXT) ' '
                          WRK-EXT-TAXA(WRK-IDX-EXT) ' '
                          WRK-EXT-LIQUIDO(WRK-IDX-EXT) ' '
                          WRK-EXT-AUTORIZACAO(WRK-IDX-EXT)
                       DELIMITED BY SIZE INTO REG-RELATORIO
                   WRITE REG-RELATORIO
               END-IF
           END-PERFORM

           MOVE SPACES TO REG-RELATORIO
           STRING 'TOTAL SEM VENDA...........: ' WRK-QTD-SEM-VENDA
               DELIMITED BY SIZE INTO REG-RELATORIO
           WRITE REG-RELATORIO
           MOVE '----------------------------------------'
               TO REG-RELATORIO
           WRITE REG-RELATORIO
           .
      *----------------------------------------------------------------------------------*
       0006-C-END.            EXIT.
      *----------------------------------------------------------------------------------*

      *----------------------------------------------------------------------------------*
      *    LISTA AS VENDAS ESTORNADAS NO CAIXA: CANCELADAS NA ADQUIRENTE
      *    (SEM CREDITO, CORRETO) OU AINDA LIQUIDADAS NO EXTRATO; PARA
      *    VENDAS DE DIAS ANTERIORES, SE O CANCELAMENTO CONSTA NO EXTRATO
      *----------------------------------------------------------------------------------*
       0006-D-EMITE-ESTORNOS   SECTION.
      *----------------------------------------------------------------------------------*

           MOVE 'VENDAS ESTORNADAS NO CAIXA:' TO REG-RELATORIO
           WRITE REG-RELATORIO

           PERFORM VARYING WRK-IDX-VDA FROM 1 BY 1
                   UNTIL WRK-IDX-VDA > WRK-QTD-VDA
               MOVE WRK-VDA-FORMA(WRK-IDX-VDA) TO WRK-IDX-PGTO
               IF WRK-VDA-SITUACAO(WRK-IDX-VDA) = 'E'
                   MOVE SPACES TO REG-RELATORIO
                   STRING WRK-VDA-TERMINAL(WRK-IDX-VDA) ' '
                          WRK-VDA-NUM(WRK-IDX-VDA) ' '
                          WRK-NOME-PGTO(WRK-IDX-PGTO) ' '
                          WRK-VDA-VALOR(WRK-IDX-VDA)
                          ' SEM CREDITO NO EXTRATO (OK)'
                       DELIMITED BY SIZE INTO REG-RELATORIO
                   WRITE REG-RELATORIO
               END-IF
               IF WRK-VDA-SITUACAO(WRK-IDX-VDA) = 'L'
                   ADD 1 TO WRK-QTD-EST-LIQUIDADOS
                   MOVE WRK-VDA-IDX-EXT(WRK-IDX-VDA) TO WRK-IDX-EXT
                   MOVE SPACES TO REG-RELATORIO
                   STRING WRK-VDA-TERMINAL(WRK-IDX-VDA) ' '
                          WRK-VDA-NUM(WRK-IDX-VDA) ' '
                          WRK-NOME-PGTO(WRK-IDX-PGTO) ' '
                          WRK-VDA-VALOR(WRK-IDX-VDA)
                          ' LIQUIDADA NO EXTRATO - SOLICITAR '
                          'CANCELAMENTO (AUT. '
                          WRK-EXT-AUTORIZACAO(WRK-IDX-EXT) ')'
                       DELIMITED BY SIZE INTO REG-RELATORIO
                   WRITE REG-RELATORIO
               END-IF
           END-PERFORM

           PERFORM VARYING WRK-IDX-CAN FROM 1 BY 1
                   UNTIL WRK-IDX-CAN > WRK-QTD-CAN
               MOVE WRK-CAN-FORMA(WRK-IDX-CAN) TO WRK-IDX-PGTO
               MOVE SPACES TO REG-RELATORIO
               IF WRK-CAN-SITUACAO(WRK-IDX-CAN) = 'C'
                   ADD 1 TO WRK-QTD-CAN-CONFERIDOS
                   MOVE WRK-CAN-IDX-EXT(WRK-IDX-CAN) TO WRK-IDX-EXT
                   STRING WRK-CAN-TERMINAL(WRK-IDX-CAN) ' '
                          WRK-CAN-NUM(WRK-IDX-CAN) ' '
                          WRK-NOME-PGTO(WRK-IDX-PGTO) ' '
                          WRK-CAN-VALOR(WRK-IDX-CAN)
                          ' DIA ANTERIOR - CANCELADA NO EXTRATO (AUT. '
                          WRK-EXT-AUTORIZACAO(WRK-IDX-EXT) ')'
                       DELIMITED BY SIZE INTO REG-RELATORIO
               ELSE
                   ADD 1 TO WRK-QTD-CAN-PENDENTES
                   STRING WRK-CAN-TERMINAL(WRK-IDX-CAN) ' '
                          WRK-CAN-NUM(WRK-IDX-CAN) ' '
                          WRK-NOME-PGTO(WRK-IDX-PGTO) ' '
                          WRK-CAN-VALOR(WRK-IDX-CAN)
                          ' DIA ANTERIOR - CANCELAMENTO NAO CONSTA NO '
                          'EXTRATO - SOLICITAR A ADQUIRENTE'
                       DELIMITED BY SIZE INTO REG-RELATORIO
               END-IF
               WRITE REG-RELATORIO
           END-PERFORM

           MOVE SPACES TO REG-RELATORIO
           STRING 'PARES VENDA/CANCELAMENTO NO EXTRATO: '
                  WRK-QTD-ANULADOS
                  '  ESTORNADAS AINDA LIQUIDADAS: '
                  WRK-QTD-EST-LIQUIDADOS
               DELIMITED BY SIZE INTO REG-RELATORIO
           WRITE REG-RELATORIO
           MOVE SPACES TO REG-RELATORIO
           STRING 'ESTORNOS DE DIAS ANTERIORES - CANCELADOS NO '
                  'EXTRATO: ' WRK-QTD-CAN-CONFERIDOS
                  '  SEM CANCELAMENTO: ' WRK-QTD-CAN-PENDENTES
               DELIMITED BY SIZE INTO REG-RELATORIO
           WRITE REG-RELATORIO
           MOVE '----------------------------------------'
               TO REG-RELATORIO
           WRITE REG-RELATORIO
           .
      *----------------------------------------------------------------------------------*
       0006-D-END.            EXIT.
      *----------------------------------------------------------------------------------*

      *----------------------------------------------------------------------------------*
      *    RESUMO POR FORMA DE PAGAMENTO: ESPERADO, CONCILIADO, TAXA
      *    RETIDA (VALOR E PERCENTUAL), LIQUIDO E DIFERENCAS
      *----------------------------------------------------------------------------------*
       0006-E-EMITE-TAXAS      SECTION.
      *----------------------------------------------------------------------------------*

           MOVE 'RESUMO POR FORMA DE PAGAMENTO:' TO REG-RELATORIO
           WRITE REG-RELATORIO

           PERFORM VARYING WRK-IDX-PGTO FROM 2 BY 1
                   UNTIL WRK-IDX-PGTO > 4
               MOVE ZEROS TO WRK-PERC-TAXA
               IF WRK-FRM-CONCILIADO(WRK-IDX-PGTO) > ZEROS
                   COMPUTE WRK-PERC-TAXA ROUNDED =
                           WRK-FRM-TAXA(WRK-IDX-PGTO) * 100 /
                           WRK-FRM-CONCILIADO(WRK-IDX-PGTO)
               END-IF

               MOVE SPACES TO REG-RELATORIO
               STRING WRK-NOME-PGTO(WRK-IDX-PGTO)
                      ' ESPERADO: '   WRK-FRM-ESPERADO(WRK-IDX-PGTO)
                      ' CONCILIADO: ' WRK-FRM-CONCILIADO(WRK-IDX-PGTO)
                      ' TAXA: '       WRK-FRM-TAXA(WRK-IDX-PGTO)
                      ' (' WRK-PERC-TAXA '%)'
                   DELIMITED BY SIZE INTO REG-RELATORIO
               WRITE REG-RELATORIO

               MOVE SPACES TO REG-RELATORIO
               STRING '         LIQUIDO: '
                      WRK-FRM-LIQUIDO(WRK-IDX-PGTO)
                      ' SEM CREDITO: '
                      WRK-FRM-SEM-CREDITO(WRK-IDX-PGTO)
                      ' SEM VENDA: '
                      WRK-FRM-SEM-VENDA(WRK-IDX-PGTO)
                   DELIMITED BY SIZE INTO REG-RELATORIO
               WRITE REG-RELATORIO
           END-PERFORM

           MOVE '========================================'
               TO REG-RELATORIO
           WRITE REG-RELATORIO
           .
      *----------------------------------------------------------------------------------*
       0006-E-END.            EXIT.
      *----------------------------------------------------------------------------------*
