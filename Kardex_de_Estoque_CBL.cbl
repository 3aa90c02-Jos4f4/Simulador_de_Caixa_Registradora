      ************************************************************************************
      * Author.: JOSAFA SOARES FERNANDES
      * Date...:  15/10/2026
      * Purpose: KARDEX - MOVIMENTOS DE ESTOQUE POR PRODUTO E PERIODO, COM RECONSTRUCAO
      *          DO SALDO E CONFERENCIA CONTRA O CADASTRO DE PRODUTOS
      * NOME...: KARDEX
      ************************************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. KARDEX.
      *==================================================================================*
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FD-KARDEX ASSIGN TO "MOVESTQ.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WRK-FS-KARDEX.

           SELECT FD-PRODUTOS ASSIGN TO "PRODUTOS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PROD-CODIGO
               FILE STATUS IS WRK-FS-PRODUTOS.

           SELECT FD-RELATORIO ASSIGN TO "KARDEX.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-RELATORIO.

           SELECT SD-KARDEX ASSIGN TO "KARDEX.SRT".

       DATA DIVISION.
       FILE SECTION.

      *    O LAYOUT DO MOVIMENTO (WKARDEX) FICA NA WORKING-STORAGE: E
      *    PREENCHIDO PELA LEITURA DO MOVESTQ.DAT (UM PRODUTO) OU PELO
      *    RETORNO DA CLASSIFICACAO POR PRODUTO (TODOS OS PRODUTOS)
       FD  FD-KARDEX.
       01  REG-KARDEX-ARQ               PIC X(69).

       FD  FD-PRODUTOS.
       COPY WPROD.

       FD  FD-RELATORIO.
       01  REG-RELATORIO                PIC X(120).

      *    MOVESTQ.DAT CLASSIFICADO POR PRODUTO, MANTENDO A ORDEM
      *    CRONOLOGICA DOS MOVIMENTOS DE CADA PRODUTO
       SD  SD-KARDEX.
       01  REG-SD-KARDEX.
           05  FILLER                   PIC X(14).
           05  SKD-CODPROD              PIC 9(06).
           05  FILLER                   PIC X(49).

       WORKING-STORAGE SECTION.

       COPY WKARDEX.

       01  WRK-FS-KARDEX                PIC X(02) VALUE '00'.
       01  WRK-FS-PRODUTOS              PIC X(02) VALUE '00'.
       01  WRK-FS-RELATORIO             PIC X(02) VALUE '00'.
       01  WRK-FIM-ARQUIVO              PIC X(01) VALUE 'N'.
       01  WRK-FIM-PRODUTOS             PIC X(01) VALUE 'N'.
       01  WRK-KARDEX-DISPONIVEL        PIC X(01) VALUE 'N'.

      *--------------------------------------------------------------*
      *    SELECAO: PRODUTO (CODIGO OU EAN; ZERO = TODOS) E PERIODO
      *--------------------------------------------------------------*
       01  WRK-CODIGO-EAN-LIDO          PIC 9(13) VALUE ZEROS.
       01  WRK-CODPROD-LIDO             PIC 9(06) VALUE ZEROS.
       01  WRK-DATA-INI                 PIC 9(08) VALUE ZEROS.
       01  WRK-DATA-FIM                 PIC 9(08) VALUE ZEROS.
       01  WRK-SELECAO-VALIDA           PIC X(01) VALUE 'N'.

      *--------------------------------------------------------------*
      *    RECONSTRUCAO DO SALDO DO PRODUTO CORRENTE
      *--------------------------------------------------------------*
       01  WRK-SALDO-CALCULADO          PIC 9(06) VALUE ZEROS.
       01  WRK-SALDO-INICIAL-PER        PIC 9(06) VALUE ZEROS.
       01  WRK-SALDO-FINAL-PER          PIC 9(06) VALUE ZEROS.
       01  WRK-TEM-MOVIMENTO            PIC X(01) VALUE 'N'.
       01  WRK-TEM-MOVTO-PERIODO        PIC X(01) VALUE 'N'.
       01  WRK-PRODUTO-DIVERGENTE       PIC X(01) VALUE 'N'.
       01  WRK-QTD-QUEBRAS-SEQ          PIC 9(06) VALUE ZEROS.
       01  WRK-QTD-ZERADOS              PIC 9(06) VALUE ZEROS.
       01  WRK-ENTRADAS-PER             PIC 9(08) VALUE ZEROS.
       01  WRK-SAIDAS-PER               PIC 9(08) VALUE ZEROS.
       01  WRK-NOME-TIPO                PIC X(10) VALUE SPACES.
       01  WRK-OBSERVACAO               PIC X(30) VALUE SPACES.

      *--------------------------------------------------------------*
      *    TOTAIS DO RELATORIO
      *--------------------------------------------------------------*
       01  WRK-QTD-PRODUTOS             PIC 9(06) VALUE ZEROS.
       01  WRK-QTD-DIVERGENTES          PIC 9(06) VALUE ZEROS.
       01  WRK-QTD-MOVIMENTOS           PIC 9(08) VALUE ZEROS.

      *==================================================================================*
       PROCEDURE DIVISION.
      *==================================================================================*

      *----------------------------------------------------------------------------------*
      *    PROCESSAMENTO PRINCIPAL
      *----------------------------------------------------------------------------------*
       0000-PROCESSAR                SECTION.
      *----------------------------------------------------------------------------------*

           DISPLAY '========================================='
           DISPLAY ' KARDEX - MOVIMENTOS DE ESTOQUE'
           DISPLAY '========================================='

           PERFORM 0001-SOLICITA-SELECAO

           IF WRK-SELECAO-VALIDA = 'S'
               OPEN INPUT FD-PRODUTOS
               IF WRK-FS-PRODUTOS NOT = '00'
                   DISPLAY 'CADASTRO DE PRODUTOS AINDA NAO EXISTE'
               ELSE
                   PERFORM 0002-ABRE-RELATORIO

                   IF WRK-CODPROD-LIDO NOT = ZEROS
                       MOVE WRK-CODPROD-LIDO TO PROD-CODIGO
                       READ FD-PRODUTOS
                           INVALID KEY
                               DISPLAY 'PRODUTO NAO ENCONTRADO'
                           NOT INVALID KEY
                               PERFORM 0003-PROCESSA-PRODUTO
                       END-READ
                   ELSE
      *                TODOS OS PRODUTOS: O MOVESTQ.DAT E LIDO UMA UNICA
      *                VEZ, CLASSIFICADO POR PRODUTO
                       OPEN INPUT FD-KARDEX
                       IF WRK-FS-KARDEX = '00'
                           CLOSE FD-KARDEX
                           MOVE 'S' TO WRK-KARDEX-DISPONIVEL
                           SORT SD-KARDEX
                               ON ASCENDING KEY SKD-CODPROD
                               WITH DUPLICATES IN ORDER
                               USING FD-KARDEX
                               OUTPUT PROCEDURE IS 0007-PROCESSA-TODOS
                       ELSE
                           MOVE 'N' TO WRK-KARDEX-DISPONIVEL
                           PERFORM 0007-PROCESSA-TODOS
                       END-IF
                   END-IF

                   PERFORM 0006-EMITE-TOTAIS
                   CLOSE FD-RELATORIO
                   CLOSE FD-PRODUTOS

                   DISPLAY WRK-QTD-PRODUTOS ' PRODUTO(S) LISTADO(S) - '
                           WRK-QTD-DIVERGENTES ' COM DIVERGENCIA'
                   DISPLAY 'RELATORIO GRAVADO EM KARDEX.TXT'
               END-IF
           END-IF

           STOP RUN
           .
      *----------------------------------------------------------------------------------*
       0000-END.              EXIT.
      *----------------------------------------------------------------------------------*

      *----------------------------------------------------------------------------------*
      *    SOLICITA O PRODUTO (CODIGO OU EAN, ZERO P/ TODOS) E O PERIODO
      *----------------------------------------------------------------------------------*
       0001-SOLICITA-SELECAO   SECTION.
      *----------------------------------------------------------------------------------*

           MOVE 'N' TO WRK-SELECAO-VALIDA

           DISPLAY 'CODIGO DO PRODUTO OU EAN (ZERO P/ TODOS): '
           ACCEPT WRK-CODIGO-EAN-LIDO
           DISPLAY 'DATA INICIAL DO PERIODO (AAAAMMDD): '
           ACCEPT WRK-DATA-INI
           DISPLAY 'DATA FINAL DO PERIODO (AAAAMMDD): '
           ACCEPT WRK-DATA-FIM

           PERFORM 0001-A-RESOLVE-CODIGO

           EVALUATE TRUE
               WHEN WRK-CODIGO-EAN-LIDO NOT = ZEROS
                AND WRK-CODPROD-LIDO = ZEROS
                   CONTINUE
               WHEN WRK-DATA-INI = ZEROS
                OR  WRK-DATA-FIM = ZEROS
                   DISPLAY 'DATA INVALIDA'
               WHEN WRK-DATA-INI > WRK-DATA-FIM
                   DISPLAY 'DATA INICIAL POSTERIOR A DATA FINAL'
               WHEN OTHER
                   MOVE 'S' TO WRK-SELECAO-VALIDA
           END-EVALUATE
           .
      *----------------------------------------------------------------------------------*
       0001-END.              EXIT.
      *----------------------------------------------------------------------------------*

      *----------------------------------------------------------------------------------*
      *    RESOLVE O CODIGO DIGITADO: ATE 6 DIGITOS E O CODIGO INTERNO,
      *    ACIMA DISSO E UM CODIGO DE BARRAS (EAN) PROCURADO NO
      *    CADASTRO DE PRODUTOS
      *----------------------------------------------------------------------------------*
       0001-A-RESOLVE-CODIGO   SECTION.
      *----------------------------------------------------------------------------------*

           MOVE ZEROS TO WRK-CODPROD-LIDO

           IF WRK-CODIGO-EAN-LIDO <= 999999
               MOVE WRK-CODIGO-EAN-LIDO TO WRK-CODPROD-LIDO
           ELSE
               MOVE 'N' TO WRK-FIM-PRODUTOS
               OPEN INPUT FD-PRODUTOS
               IF WRK-FS-PRODUTOS = '00'
                   MOVE ZEROS TO PROD-CODIGO
                   START FD-PRODUTOS KEY NOT < PROD-CODIGO
                       INVALID KEY
                           MOVE 'S' TO WRK-FIM-PRODUTOS
                   END-START
                   PERFORM UNTIL WRK-FIM-PRODUTOS = 'S'
                       READ FD-PRODUTOS NEXT
                           AT END
                               MOVE 'S' TO WRK-FIM-PRODUTOS
                           NOT AT END
                               IF PROD-EAN = WRK-CODIGO-EAN-LIDO
                                   MOVE PROD-CODIGO
                                       TO WRK-CODPROD-LIDO
                                   MOVE 'S' TO WRK-FIM-PRODUTOS
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE FD-PRODUTOS
               END-IF

               IF WRK-CODPROD-LIDO = ZEROS
                   DISPLAY 'CODIGO DE BARRAS NAO CADASTRADO'
               END-IF
           END-IF
           .
      *----------------------------------------------------------------------------------*
       0001-A-END.            EXIT.
      *----------------------------------------------------------------------------------*

      *----------------------------------------------------------------------------------*
      *    ABRE O ARQUIVO DO RELATORIO E GRAVA O CABECALHO
      *----------------------------------------------------------------------------------*
       0002-ABRE-RELATORIO     SECTION.
      *----------------------------------------------------------------------------------*

           OPEN OUTPUT FD-RELATORIO

           MOVE '========================================'
               TO REG-RELATORIO
           WRITE REG-RELATORIO
           MOVE 'KARDEX - MOVIMENTOS DE ESTOQUE' TO REG-RELATORIO
           WRITE REG-RELATORIO

           MOVE SPACES TO REG-RELATORIO
           STRING 'PERIODO DE ' WRK-DATA-INI ' A ' WRK-DATA-FIM
               DELIMITED BY SIZE INTO REG-RELATORIO
           WRITE REG-RELATORIO

           MOVE '========================================'
               TO REG-RELATORIO
           WRITE REG-RELATORIO
           .
      *----------------------------------------------------------------------------------*
       0002-END.              EXIT.
      *----------------------------------------------------------------------------------*

      *----------------------------------------------------------------------------------*
      *    RECONSTROI O SALDO DO PRODUTO SELECIONADO A PARTIR DE TODOS OS
      *    SEUS MOVIMENTOS (DESDE O PRIMEIRO), LISTA OS DO PERIODO E
      *    CONFERE O SALDO FINAL COM O CADASTRO DE PRODUTOS
      *----------------------------------------------------------------------------------*
       0003-PROCESSA-PRODUTO   SECTION.
      *----------------------------------------------------------------------------------*

           PERFORM 0003-A-INICIA-PRODUTO
           MOVE 'N' TO WRK-FIM-ARQUIVO

           OPEN INPUT FD-KARDEX
           IF WRK-FS-KARDEX = '00'
               PERFORM UNTIL WRK-FIM-ARQUIVO = 'S'
                   READ FD-KARDEX INTO REG-KARDEX
                       AT END
                           MOVE 'S' TO WRK-FIM-ARQUIVO
                       NOT AT END
                           IF KDX-CODPROD = PROD-CODIGO
                               PERFORM 0004-TRATA-MOVIMENTO
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE FD-KARDEX
           END-IF

           PERFORM 0003-B-CONCLUI-PRODUTO
           .
      *----------------------------------------------------------------------------------*
       0003-END.              EXIT.
      *----------------------------------------------------------------------------------*

      *----------------------------------------------------------------------------------*
      *    ZERA OS ACUMULADORES DA RECONSTRUCAO DO PRODUTO CORRENTE
      *----------------------------------------------------------------------------------*
       0003-A-INICIA-PRODUTO   SECTION.
      *----------------------------------------------------------------------------------*

           MOVE ZEROS TO WRK-SALDO-CALCULADO
           MOVE ZEROS TO WRK-SALDO-INICIAL-PER
           MOVE ZEROS TO WRK-SALDO-FINAL-PER
           MOVE ZEROS TO WRK-QTD-QUEBRAS-SEQ
           MOVE ZEROS TO WRK-QTD-ZERADOS
           MOVE ZEROS TO WRK-ENTRADAS-PER
           MOVE ZEROS TO WRK-SAIDAS-PER
           MOVE 'N'   TO WRK-TEM-MOVIMENTO
           MOVE 'N'   TO WRK-TEM-MOVTO-PERIODO
           MOVE 'N'   TO WRK-PRODUTO-DIVERGENTE
           .
      *----------------------------------------------------------------------------------*
       0003-A-END.            EXIT.
      *----------------------------------------------------------------------------------*

      *----------------------------------------------------------------------------------*
      *    CONCLUI O PRODUTO CORRENTE (MOVIMENTOS JA APLICADOS): CONFERE
      *    O SALDO RECONSTRUIDO COM O CADASTRO E GRAVA O RESUMO
      *----------------------------------------------------------------------------------*
       0003-B-CONCLUI-PRODUTO  SECTION.
      *----------------------------------------------------------------------------------*

           IF WRK-TEM-MOVIMENTO = 'N'
               MOVE PROD-QTD-ESTOQUE TO WRK-SALDO-CALCULADO
               MOVE PROD-QTD-ESTOQUE TO WRK-SALDO-INICIAL-PER
               MOVE PROD-QTD-ESTOQUE TO WRK-SALDO-FINAL-PER
           END-IF

           IF WRK-TEM-MOVTO-PERIODO = 'N'
               MOVE WRK-SALDO-FINAL-PER TO WRK-SALDO-INICIAL-PER
           END-IF

           IF WRK-SALDO-CALCULADO NOT = PROD-QTD-ESTOQUE
              OR WRK-QTD-QUEBRAS-SEQ > ZEROS
               MOVE 'S' TO WRK-PRODUTO-DIVERGENTE
           END-IF

           IF WRK-TEM-MOVTO-PERIODO = 'S'
              OR WRK-PRODUTO-DIVERGENTE = 'S'
              OR WRK-CODPROD-LIDO NOT = ZEROS
               IF WRK-TEM-MOVTO-PERIODO = 'N'
                   PERFORM 0005-CABECALHO-PRODUTO
               END-IF
               PERFORM 0005-A-RESUMO-PRODUTO
           END-IF
           .
      *----------------------------------------------------------------------------------*
       0003-B-END.            EXIT.
      *----------------------------------------------------------------------------------*

      *----------------------------------------------------------------------------------*
      *    APLICA UM MOVIMENTO AO SALDO RECONSTRUIDO: CONFERE O SALDO
      *    ANTERIOR GRAVADO COM O CALCULADO (ALTERACAO SEM MOVIMENTO),
      *    REPRODUZ A BAIXA/CREDITO E LISTA O MOVIMENTO SE DO PERIODO
      *----------------------------------------------------------------------------------*
       0004-TRATA-MOVIMENTO    SECTION.
      *----------------------------------------------------------------------------------*

           MOVE SPACES TO WRK-OBSERVACAO

           IF WRK-TEM-MOVIMENTO = 'N'
               MOVE 'S' TO WRK-TEM-MOVIMENTO
               MOVE KDX-SALDO-ANTERIOR TO WRK-SALDO-CALCULADO
               MOVE KDX-SALDO-ANTERIOR TO WRK-SALDO-FINAL-PER
           ELSE
               IF KDX-SALDO-ANTERIOR NOT = WRK-SALDO-CALCULADO
                   ADD 1 TO WRK-QTD-QUEBRAS-SEQ
                   MOVE 'SALDO ANTERIOR NAO CONFERE'
                       TO WRK-OBSERVACAO
                   MOVE KDX-SALDO-ANTERIOR TO WRK-SALDO-CALCULADO
               END-IF
           END-IF

           IF KDX-DATA >= WRK-DATA-INI
              AND KDX-DATA <= WRK-DATA-FIM
              AND WRK-TEM-MOVTO-PERIODO = 'N'
               MOVE WRK-SALDO-CALCULADO TO WRK-SALDO-INICIAL-PER
           END-IF

           EVALUATE TRUE
               WHEN KDX-VENDA
                   MOVE 'VENDA'    TO WRK-NOME-TIPO
                   IF WRK-SALDO-CALCULADO >= KDX-QUANTIDADE
                       SUBTRACT KDX-QUANTIDADE
                           FROM WRK-SALDO-CALCULADO
                   ELSE
                       MOVE ZEROS TO WRK-SALDO-CALCULADO
                   END-IF
               WHEN KDX-ESTORNO
                   MOVE 'ESTORNO'  TO WRK-NOME-TIPO
                   ADD KDX-QUANTIDADE TO WRK-SALDO-CALCULADO
               WHEN KDX-ENTRADA
                   MOVE 'ENTRADA'  TO WRK-NOME-TIPO
                   ADD KDX-QUANTIDADE TO WRK-SALDO-CALCULADO
               WHEN KDX-SOBRA-INVENTARIO
                   MOVE 'SOBRA INV.' TO WRK-NOME-TIPO
                   ADD KDX-QUANTIDADE TO WRK-SALDO-CALCULADO
               WHEN KDX-PERDA-INVENTARIO
                   MOVE 'PERDA INV.' TO WRK-NOME-TIPO
                   IF WRK-SALDO-CALCULADO >= KDX-QUANTIDADE
                       SUBTRACT KDX-QUANTIDADE
                           FROM WRK-SALDO-CALCULADO
                   ELSE
                       MOVE ZEROS TO WRK-SALDO-CALCULADO
                   END-IF
               WHEN OTHER
                   MOVE 'DESCONH.' TO WRK-NOME-TIPO
                   MOVE KDX-SALDO-POSTERIOR TO WRK-SALDO-CALCULADO
           END-EVALUATE

           IF KDX-SALDO-POSTERIOR NOT = WRK-SALDO-CALCULADO
               ADD 1 TO WRK-QTD-QUEBRAS-SEQ
               MOVE 'SALDO POSTERIOR NAO CONFERE' TO WRK-OBSERVACAO
               MOVE KDX-SALDO-POSTERIOR TO WRK-SALDO-CALCULADO
           END-IF

           IF KDX-ZERADO-FORCADO
               ADD 1 TO WRK-QTD-ZERADOS
               IF WRK-OBSERVACAO = SPACES
                   MOVE 'SAIDA MAIOR QUE O SALDO - ZERADO'
                       TO WRK-OBSERVACAO
               END-IF
           END-IF

           IF KDX-DATA <= WRK-DATA-FIM
               MOVE WRK-SALDO-CALCULADO TO WRK-SALDO-FINAL-PER
           END-IF

           IF KDX-DATA >= WRK-DATA-INI
              AND KDX-DATA <= WRK-DATA-FIM
               IF WRK-TEM-MOVTO-PERIODO = 'N'
                   MOVE 'S' TO WRK-TEM-MOVTO-PERIODO
                   PERFORM 0005-CABECALHO-PRODUTO
               END-IF

               EVALUATE TRUE
                   WHEN KDX-VENDA
                   WHEN KDX-PERDA-INVENTARIO
                       ADD KDX-QUANTIDADE TO WRK-SAIDAS-PER
                   WHEN OTHER
                       ADD KDX-QUANTIDADE TO WRK-ENTRADAS-PER
               END-EVALUATE
               ADD 1 TO WRK-QTD-MOVIMENTOS

               MOVE SPACES TO REG-RELATORIO
               STRING KDX-DATA ' ' KDX-HORA ' ' WRK-NOME-TIPO
                      KDX-QUANTIDADE ' ' KDX-SALDO-ANTERIOR ' '
                      KDX-SALDO-POSTERIOR ' ' KDX-TERMINAL ' '
                      KDX-NUM-TRANSACAO ' ' KDX-OPERADOR ' '
                      KDX-DOCUMENTO ' ' WRK-OBSERVACAO
                   DELIMITED BY SIZE INTO REG-RELATORIO
               WRITE REG-RELATORIO
           END-IF
           .
      *----------------------------------------------------------------------------------*
       0004-END.              EXIT.
      *----------------------------------------------------------------------------------*

      *----------------------------------------------------------------------------------*
      *    GRAVA O CABECALHO DO PRODUTO NO RELATORIO
      *----------------------------------------------------------------------------------*
       0005-CABECALHO-PRODUTO  SECTION.
      *----------------------------------------------------------------------------------*

           ADD 1 TO WRK-QTD-PRODUTOS

           MOVE SPACES TO REG-RELATORIO
           WRITE REG-RELATORIO

           MOVE SPACES TO REG-RELATORIO
           STRING 'PRODUTO: ' PROD-CODIGO ' ' PROD-DESCRICAO
               DELIMITED BY SIZE INTO REG-RELATORIO
           WRITE REG-RELATORIO

           MOVE SPACES TO REG-RELATORIO
           STRING 'DATA     HORA   TIPO      QTDE   ANTER. '
                  'POSTER. TRM TRANS. OPERADOR   DOCUMENTO  '
                  'OBSERVACAO'
               DELIMITED BY SIZE INTO REG-RELATORIO
           WRITE REG-RELATORIO

           MOVE '----------------------------------------'
               TO REG-RELATORIO
           WRITE REG-RELATORIO
           .
      *----------------------------------------------------------------------------------*
       0005-END.              EXIT.
      *----------------------------------------------------------------------------------*

      *----------------------------------------------------------------------------------*
      *    GRAVA O RESUMO DO PRODUTO: SALDOS DO PERIODO, SALDO
      *    RECONSTRUIDO X CADASTRO E INDICACAO DE DIVERGENCIA
      *----------------------------------------------------------------------------------*
       0005-A-RESUMO-PRODUTO   SECTION.
      *----------------------------------------------------------------------------------*

           MOVE '----------------------------------------'
               TO REG-RELATORIO
           WRITE REG-RELATORIO

           IF WRK-TEM-MOVIMENTO = 'N'
               MOVE 'SEM MOVIMENTOS REGISTRADOS NO KARDEX'
                   TO REG-RELATORIO
               WRITE REG-RELATORIO
           END-IF

           MOVE SPACES TO REG-RELATORIO
           STRING 'SALDO INICIAL DO PERIODO..: ' WRK-SALDO-INICIAL-PER
                  '   ENTRADAS: ' WRK-ENTRADAS-PER
                  '   SAIDAS: ' WRK-SAIDAS-PER
               DELIMITED BY SIZE INTO REG-RELATORIO
           WRITE REG-RELATORIO

           MOVE SPACES TO REG-RELATORIO
           STRING 'SALDO FINAL DO PERIODO....: ' WRK-SALDO-FINAL-PER
               DELIMITED BY SIZE INTO REG-RELATORIO
           WRITE REG-RELATORIO

           MOVE SPACES TO REG-RELATORIO
           STRING 'SALDO RECONSTRUIDO ATUAL..: ' WRK-SALDO-CALCULADO
                  '   SALDO NO CADASTRO: ' PROD-QTD-ESTOQUE
               DELIMITED BY SIZE INTO REG-RELATORIO
           WRITE REG-RELATORIO

           IF WRK-QTD-ZERADOS > ZEROS
               MOVE SPACES TO REG-RELATORIO
               STRING 'SAIDAS C/ SALDO FORCADO A ZERO: '
                      WRK-QTD-ZERADOS
                   DELIMITED BY SIZE INTO REG-RELATORIO
               WRITE REG-RELATORIO
           END-IF

           IF WRK-PRODUTO-DIVERGENTE = 'S'
               ADD 1 TO WRK-QTD-DIVERGENTES
               MOVE SPACES TO REG-RELATORIO
               STRING '*** DIVERGENCIA: ' WRK-QTD-QUEBRAS-SEQ
                      ' QUEBRA(S) NA SEQUENCIA DE SALDOS; '
                      'SALDO RECONSTRUIDO X CADASTRO ***'
                   DELIMITED BY SIZE INTO REG-RELATORIO
               WRITE REG-RELATORIO
           END-IF
           .
      *----------------------------------------------------------------------------------*
       0005-A-END.            EXIT.
      *----------------------------------------------------------------------------------*

      *----------------------------------------------------------------------------------*
      *    GRAVA OS TOTAIS DO RELATORIO
      *----------------------------------------------------------------------------------*
       0006-EMITE-TOTAIS       SECTION.
      *----------------------------------------------------------------------------------*

           MOVE SPACES TO REG-RELATORIO
           WRITE REG-RELATORIO
           MOVE '========================================'
               TO REG-RELATORIO
           WRITE REG-RELATORIO

           MOVE SPACES TO REG-RELATORIO
           STRING 'PRODUTOS LISTADOS.........: ' WRK-QTD-PRODUTOS
               DELIMITED BY SIZE INTO REG-RELATORIO
           WRITE REG-RELATORIO

           MOVE SPACES TO REG-RELATORIO
           STRING 'MOVIMENTOS NO PERIODO.....: ' WRK-QTD-MOVIMENTOS
               DELIMITED BY SIZE INTO REG-RELATORIO
           WRITE REG-RELATORIO

           MOVE SPACES TO REG-RELATORIO
           STRING 'PRODUTOS COM DIVERGENCIA..: ' WRK-QTD-DIVERGENTES
               DELIMITED BY SIZE INTO REG-RELATORIO
           WRITE REG-RELATORIO

           MOVE '========================================'
               TO REG-RELATORIO
           WRITE REG-RELATORIO
           .
      *----------------------------------------------------------------------------------*
       0006-END.              EXIT.
      *----------------------------------------------------------------------------------*

      *----------------------------------------------------------------------------------*
      *    TODOS OS PRODUTOS: PERCORRE O CADASTRO EM ORDEM DE CODIGO
      *    CASANDO CADA PRODUTO COM OS SEUS MOVIMENTOS JA CLASSIFICADOS
      *    (QUEBRA POR PRODUTO). MOVIMENTOS DE CODIGO FORA DO CADASTRO
      *    SAO IGNORADOS
      *----------------------------------------------------------------------------------*
       0007-PROCESSA-TODOS     SECTION.
      *----------------------------------------------------------------------------------*

           MOVE ZEROS TO KDX-CODPROD
           MOVE 'S'   TO WRK-FIM-ARQUIVO
           IF WRK-KARDEX-DISPONIVEL = 'S'
               MOVE 'N' TO WRK-FIM-ARQUIVO
               PERFORM 0007-A-LE-MOVIMENTO
           END-IF

           MOVE 'N'   TO WRK-FIM-PRODUTOS
           MOVE ZEROS TO PROD-CODIGO
           START FD-PRODUTOS KEY NOT < PROD-CODIGO
               INVALID KEY
                   MOVE 'S' TO WRK-FIM-PRODUTOS
           END-START

           PERFORM UNTIL WRK-FIM-PRODUTOS = 'S'
               READ FD-PRODUTOS NEXT
                   AT END
                       MOVE 'S' TO WRK-FIM-PRODUTOS
                   NOT AT END
                       PERFORM 0003-A-INICIA-PRODUTO
                       PERFORM UNTIL WRK-FIM-ARQUIVO = 'S'
                                  OR KDX-CODPROD >= PROD-CODIGO
                           PERFORM 0007-A-LE-MOVIMENTO
                       END-PERFORM
                       PERFORM UNTIL WRK-FIM-ARQUIVO = 'S'
                                  OR KDX-CODPROD NOT = PROD-CODIGO
                           PERFORM 0004-TRATA-MOVIMENTO
                           PERFORM 0007-A-LE-MOVIMENTO
                       END-PERFORM
                       PERFORM 0003-B-CONCLUI-PRODUTO
               END-READ
           END-PERFORM
           .
      *----------------------------------------------------------------------------------*
       0007-END.              EXIT.
      *----------------------------------------------------------------------------------*

      *----------------------------------------------------------------------------------*
      *    OBTEM O PROXIMO MOVIMENTO CLASSIFICADO
      *----------------------------------------------------------------------------------*
       0007-A-LE-MOVIMENTO     SECTION.
      *----------------------------------------------------------------------------------*

           RETURN SD-KARDEX INTO REG-KARDEX
               AT END
                   MOVE 'S' TO WRK-FIM-ARQUIVO
           END-RETURN
           .
      *----------------------------------------------------------------------------------*
       0007-A-END.            EXIT.
      *----------------------------------------------------------------------------------*
