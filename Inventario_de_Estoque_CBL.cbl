      ************************************************************************************
      * Author.: JOSAFA SOARES FERNANDES
      * Date...:  15/10/2026
      * Purpose: INVENTARIO (CONTAGEM FISICA) COM AJUSTE DE ESTOQUE AUTORIZADO POR
      *          SUPERVISOR E RELATORIO DE PERDAS POR PRODUTO E POR CONTAGEM
      * NOME...: INVENT
      ************************************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. INVENT.
      *==================================================================================*
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FD-INVENTARIO ASSIGN TO "INVCONT.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS INV-CHAVE
               FILE STATUS IS WRK-FS-INVENTARIO.

           SELECT FD-INVHIST ASSIGN TO "INVHIST.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WRK-FS-INVHIST.

           SELECT FD-PRODUTOS ASSIGN TO "PRODUTOS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PROD-CODIGO
               FILE STATUS IS WRK-FS-PRODUTOS.

           SELECT FD-OPERADOR ASSIGN TO "OPERADOR.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OPER-CODIGO
               FILE STATUS IS WRK-FS-OPERADOR.

           SELECT FD-KARDEX ASSIGN TO "MOVESTQ.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WRK-FS-KARDEX.

           SELECT FD-RELATORIO ASSIGN TO "INVENTARIO.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-RELATORIO.

           SELECT FD-PERDAS ASSIGN TO "PERDAS.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-PERDAS.

       DATA DIVISION.
       FILE SECTION.

       FD  FD-INVENTARIO.
       COPY WINVENT.

       FD  FD-INVHIST.
       COPY WINVHIST.

       FD  FD-PRODUTOS.
       COPY WPROD.

       FD  FD-OPERADOR.
       COPY WOPER.

       FD  FD-KARDEX.
       COPY WKARDEX.

       FD  FD-RELATORIO.
       01  REG-RELATORIO                PIC X(120).

       FD  FD-PERDAS.
       01  REG-PERDAS                   PIC X(120).

       WORKING-STORAGE SECTION.

       01  WRK-OPCAO                    PIC 9(01) VALUE ZEROS.
       01  WRK-CONTINUA                 PIC X(01) VALUE 'S'.
       01  WRK-FS-INVENTARIO            PIC X(02) VALUE '00'.
       01  WRK-FS-INVHIST               PIC X(02) VALUE '00'.
       01  WRK-FS-PRODUTOS              PIC X(02) VALUE '00'.
       01  WRK-FS-OPERADOR              PIC X(02) VALUE '00'.
       01  WRK-FS-KARDEX                PIC X(02) VALUE '00'.
       01  WRK-FS-RELATORIO             PIC X(02) VALUE '00'.
       01  WRK-FS-PERDAS                PIC X(02) VALUE '00'.
       01  WRK-FIM-ARQUIVO              PIC X(01) VALUE 'N'.
       01  WRK-FIM-PRODUTOS             PIC X(01) VALUE 'N'.

       01  WRK-DATA-HORA-SISTEMA.
           05  WRK-DHS-DATA             PIC 9(08).
           05  WRK-DHS-HORA             PIC 9(06).
           05  FILLER                   PIC X(07).

      *--------------------------------------------------------------*
      *    INVENTARIO CORRENTE (NUMERO, SITUACAO E ABERTURA)
      *--------------------------------------------------------------*
       01  WRK-NUM-INVENTARIO           PIC 9(06) VALUE ZEROS.
       01  WRK-MAIOR-NUMERO             PIC 9(06) VALUE ZEROS.
       01  WRK-INVENTARIO-VALIDO        PIC X(01) VALUE 'N'.
       01  WRK-INV-DATA-ABERTURA        PIC 9(08) VALUE ZEROS.
       01  WRK-QTD-ITENS-INV            PIC 9(05) VALUE ZEROS.
       01  WRK-RESP-TODOS               PIC X(01) VALUE 'S'.
       01  WRK-RESP-CONFIRMA            PIC X(01) VALUE 'N'.
       01  WRK-RESP-SOMA                PIC X(01) VALUE 'S'.
       01  WRK-FIM-SELECAO              PIC X(01) VALUE 'N'.

      *--------------------------------------------------------------*
      *    INVENTARIOS EM ABERTO (UM PRODUTO SO PODE ESTAR EM UM
      *    INVENTARIO ABERTO DE CADA VEZ)
      *--------------------------------------------------------------*
       01  WRK-MAX-ABERTOS              PIC 9(03) VALUE 50.
       01  WRK-QTD-ABERTOS              PIC 9(03) VALUE ZEROS.
       01  WRK-QTD-ABERTOS-FORA         PIC 9(05) VALUE ZEROS.
       01  WRK-TB-ABERTOS.
           05  WRK-ABT-NUMERO           PIC 9(06) OCCURS 50 TIMES.
       01  WRK-IDX-ABT                  PIC 9(03) VALUE ZEROS.
       01  WRK-NUM-EM-ABERTO            PIC 9(06) VALUE ZEROS.
       01  WRK-QTD-REJEITADOS           PIC 9(05) VALUE ZEROS.

      *--------------------------------------------------------------*
      *    ENTRADA POR CODIGO INTERNO OU CODIGO DE BARRAS (EAN)
      *--------------------------------------------------------------*
       01  WRK-CODIGO-EAN-LIDO          PIC 9(13) VALUE ZEROS.
       01  WRK-CODPROD-LIDO             PIC 9(06) VALUE ZEROS.
       01  WRK-QTD-CONTADA-LIDA         PIC 9(06) VALUE ZEROS.

      *--------------------------------------------------------------*
      *    DIFERENCA DO ITEM (CONTADO - SISTEMA) VALORIZADA AO CUSTO
      *--------------------------------------------------------------*
       01  WRK-DIFERENCA                PIC S9(06) VALUE ZEROS.
       01  WRK-DIF-ABSOLUTA             PIC 9(06) VALUE ZEROS.
       01  WRK-VALOR-DIFERENCA          PIC 9(08)V99 VALUE ZEROS.
       01  WRK-SITUACAO-ITEM            PIC X(12) VALUE SPACES.
       01  WRK-SALDO-ANTERIOR           PIC 9(06) VALUE ZEROS.
       01  WRK-SALDO-ZERADO             PIC X(01) VALUE 'N'.

      *--------------------------------------------------------------*
      *    TOTAIS DA LISTAGEM DE DIFERENCAS / EFETIVACAO
      *--------------------------------------------------------------*
       01  WRK-QTD-CONTADOS             PIC 9(05) VALUE ZEROS.
       01  WRK-QTD-NAO-CONTADOS         PIC 9(05) VALUE ZEROS.
       01  WRK-QTD-COM-DIFERENCA        PIC 9(05) VALUE ZEROS.
       01  WRK-QTD-AJUSTADOS            PIC 9(05) VALUE ZEROS.
       01  WRK-QTD-NAO-AJUSTADOS        PIC 9(05) VALUE ZEROS.
       01  WRK-QTD-SEM-HISTORICO        PIC 9(05) VALUE ZEROS.
       01  WRK-AJUSTE-OK                PIC X(01) VALUE 'N'.
       01  WRK-UNID-PERDA               PIC 9(08) VALUE ZEROS.
       01  WRK-VALOR-PERDA              PIC 9(10)V99 VALUE ZEROS.
       01  WRK-UNID-SOBRA               PIC 9(08) VALUE ZEROS.
       01  WRK-VALOR-SOBRA              PIC 9(10)V99 VALUE ZEROS.

      *--------------------------------------------------------------*
      *    AUTORIZACAO DO SUPERVISOR
      *--------------------------------------------------------------*
       01  WRK-SUPERVISOR-ID            PIC X(10) VALUE SPACES.
       01  WRK-SENHA-DIGITADA           PIC X(08) VALUE SPACES.
       01  WRK-SUPERVISOR-VALIDO        PIC X(01) VALUE 'N'.
       01  WRK-DOCUMENTO-INV            PIC X(10) VALUE SPACES.

      *--------------------------------------------------------------*
      *    RELATORIO DE PERDAS: QUEBRA POR CONTAGEM E TABELA DE
      *    ACUMULACAO POR PRODUTO
      *--------------------------------------------------------------*
       01  WRK-NUM-SELECIONADO          PIC 9(06) VALUE ZEROS.
       01  WRK-NUM-QUEBRA               PIC 9(06) VALUE ZEROS.
       01  WRK-DATA-QUEBRA              PIC 9(08) VALUE ZEROS.
       01  WRK-CNT-ITENS                PIC 9(05) VALUE ZEROS.
       01  WRK-CNT-UNID-PERDA           PIC 9(08) VALUE ZEROS.
       01  WRK-CNT-VALOR-PERDA          PIC 9(10)V99 VALUE ZEROS.
       01  WRK-CNT-UNID-SOBRA           PIC 9(08) VALUE ZEROS.
       01  WRK-CNT-VALOR-SOBRA          PIC 9(10)V99 VALUE ZEROS.
       01  WRK-QTD-CONTAGENS            PIC 9(05) VALUE ZEROS.
       01  WRK-MAX-PRODUTOS             PIC 9(03) VALUE 300.
       01  WRK-QTD-PRODUTOS             PIC 9(03) VALUE ZEROS.
       01  WRK-QTD-PRD-FORA             PIC 9(05) VALUE ZEROS.
       01  WRK-TB-PERDAS.
           05  WRK-PRD-TAB OCCURS 300 TIMES.
               10  WRK-PRD-CODPROD      PIC 9(06).
               10  WRK-PRD-CONTAGENS    PIC 9(05).
               10  WRK-PRD-UNID-PERDA   PIC 9(08).
               10  WRK-PRD-VALOR-PERDA  PIC 9(10)V99.
               10  WRK-PRD-UNID-SOBRA   PIC 9(08).
               10  WRK-PRD-VALOR-SOBRA  PIC 9(10)V99.
       01  WRK-IDX-PRD                  PIC 9(03) VALUE ZEROS.
       01  WRK-IDX-BUSCA                PIC 9(03) VALUE ZEROS.
       01  WRK-DESCRICAO                PIC X(30) VALUE SPACES.

      *==================================================================================*
       PROCEDURE DIVISION.
      *==================================================================================*

      *----------------------------------------------------------------------------------*
      *    PROCESSAMENTO PRINCIPAL
      *----------------------------------------------------------------------------------*
       0000-PROCESSAR                SECTION.
      *----------------------------------------------------------------------------------*

           PERFORM UNTIL WRK-CONTINUA = 'N'
               PERFORM 0001-EXIBE-MENU
               EVALUATE WRK-OPCAO
                   WHEN 1 PERFORM 0002-ABRIR-INVENTARIO
                   WHEN 2 PERFORM 0003-REGISTRAR-CONTAGEM
                   WHEN 3 PERFORM 0004-RELATORIO-DIFERENCAS
                   WHEN 4 PERFORM 0005-EFETIVAR-AJUSTES
                   WHEN 5 PERFORM 0006-CANCELAR-INVENTARIO
                   WHEN 6 PERFORM 0007-RELATORIO-PERDAS
                   WHEN 9 MOVE 'N' TO WRK-CONTINUA
                   WHEN OTHER
                       DISPLAY 'OPCAO INVALIDA'
               END-EVALUATE
           END-PERFORM

           STOP RUN
           .
      *----------------------------------------------------------------------------------*
       0000-END.              EXIT.
      *----------------------------------------------------------------------------------*

      *----------------------------------------------------------------------------------*
      *    EXIBE O MENU DE OPCOES
      *----------------------------------------------------------------------------------*
       0001-EXIBE-MENU         SECTION.
      *----------------------------------------------------------------------------------*

           DISPLAY '========================================='
           DISPLAY ' INVENTARIO (CONTAGEM FISICA DE ESTOQUE)'
           DISPLAY ' 1 - ABRIR INVENTARIO (SNAPSHOT DO ESTOQUE)'
           DISPLAY ' 2 - REGISTRAR QUANTIDADES CONTADAS'
           DISPLAY ' 3 - RELATORIO DE DIFERENCAS'
           DISPLAY ' 4 - EFETIVAR AJUSTES (SUPERVISOR)'
           DISPLAY ' 5 - CANCELAR INVENTARIO'
           DISPLAY ' 6 - RELATORIO DE PERDAS'
           DISPLAY ' 9 - SAIR'
           DISPLAY '========================================='
           DISPLAY 'OPCAO: '
           ACCEPT WRK-OPCAO
           .
      *----------------------------------------------------------------------------------*
       0001-END.              EXIT.
      *----------------------------------------------------------------------------------*

      *----------------------------------------------------------------------------------*
      *    ABRE UM NOVO INVENTARIO: GUARDA O SALDO ATUAL (SNAPSHOT) DE
      *    TODOS OS PRODUTOS ATIVOS OU DOS PRODUTOS SELECIONADOS
      *----------------------------------------------------------------------------------*
       0002-ABRIR-INVENTARIO   SECTION.
      *----------------------------------------------------------------------------------*

           MOVE FUNCTION CURRENT-DATE TO WRK-DATA-HORA-SISTEMA
           MOVE ZEROS TO WRK-QTD-ITENS-INV
           MOVE ZEROS TO WRK-QTD-REJEITADOS

           PERFORM 0002-A-PROXIMO-NUMERO

           IF WRK-QTD-ABERTOS-FORA > ZEROS
               DISPLAY 'MAIS DE ' WRK-MAX-ABERTOS ' INVENTARIOS EM '
                       'ABERTO - EFETIVE OU CANCELE ANTES DE ABRIR '
                       'OUTRO'
           ELSE
               OPEN I-O FD-INVENTARIO
               IF WRK-FS-INVENTARIO = '35'
                   OPEN OUTPUT FD-INVENTARIO
                   CLOSE FD-INVENTARIO
                   OPEN I-O FD-INVENTARIO
               END-IF
               IF WRK-FS-INVENTARIO NOT = '00'
                   DISPLAY 'ERRO AO ABRIR O INVENTARIO - STATUS '
                           WRK-FS-INVENTARIO ' - INVENTARIO NAO ABERTO'
               END-IF
           END-IF

           IF WRK-QTD-ABERTOS-FORA = ZEROS
              AND WRK-FS-INVENTARIO = '00'
               DISPLAY 'INVENTARIO DE TODOS OS PRODUTOS ATIVOS? (S/N): '
               ACCEPT WRK-RESP-TODOS

               IF WRK-RESP-TODOS = 'S'
                   PERFORM 0002-B-INCLUI-TODOS
               ELSE
                   PERFORM 0002-C-INCLUI-SELECIONADOS
               END-IF

               IF WRK-QTD-REJEITADOS > ZEROS
                   DISPLAY WRK-QTD-REJEITADOS ' PRODUTO(S) NAO '
                           'INCLUIDO(S) POR ESTAR(EM) EM OUTRO '
                           'INVENTARIO ABERTO'
               END-IF

               IF WRK-QTD-ITENS-INV = ZEROS
                   DISPLAY 'NENHUM PRODUTO INCLUIDO - INVENTARIO NAO '
                           'ABERTO'
               ELSE
                   MOVE WRK-NUM-INVENTARIO TO INV-NUMERO
                   MOVE ZEROS              TO INV-CODPROD
                   MOVE 'C'                TO INV-TIPO
                   MOVE SPACES             TO INV-DADOS-C
                   MOVE WRK-DHS-DATA       TO INV-C-DATA-ABERTURA
                   MOVE WRK-DHS-HORA       TO INV-C-HORA-ABERTURA
                   MOVE 'A'                TO INV-C-STATUS
                   MOVE WRK-QTD-ITENS-INV  TO INV-C-QTD-ITENS
                   MOVE ZEROS              TO INV-C-DATA-EFETIVA
                   WRITE REG-INVENTARIO

                   DISPLAY 'INVENTARIO ' WRK-NUM-INVENTARIO
                           ' ABERTO COM ' WRK-QTD-ITENS-INV
                           ' PRODUTO(S)'
                   DISPLAY 'O AJUSTE APLICARA A DIFERENCA (CONTADO - '
                           'SALDO DA ABERTURA) SOBRE O SALDO DO '
                           'MOMENTO'
               END-IF

               CLOSE FD-INVENTARIO
           END-IF
           .
      *----------------------------------------------------------------------------------*
       0002-END.              EXIT.
      *----------------------------------------------------------------------------------*

      *----------------------------------------------------------------------------------*
      *    OBTEM O NUMERO DO NOVO INVENTARIO (MAIOR NUMERO EXISTENTE + 1)
      *    E GUARDA OS NUMEROS DOS INVENTARIOS AINDA EM ABERTO
      *----------------------------------------------------------------------------------*
       0002-A-PROXIMO-NUMERO   SECTION.
      *----------------------------------------------------------------------------------*

           MOVE ZEROS TO WRK-MAIOR-NUMERO
           MOVE ZEROS TO WRK-QTD-ABERTOS
           MOVE ZEROS TO WRK-QTD-ABERTOS-FORA
           MOVE 'N'   TO WRK-FIM-ARQUIVO

           OPEN INPUT FD-INVENTARIO
           IF WRK-FS-INVENTARIO = '00'
               MOVE LOW-VALUES TO INV-CHAVE
               START FD-INVENTARIO KEY NOT < INV-CHAVE
                   INVALID KEY
                       MOVE 'S' TO WRK-FIM-ARQUIVO
               END-START
               PERFORM UNTIL WRK-FIM-ARQUIVO = 'S'
                   READ FD-INVENTARIO NEXT
                       AT END
                           MOVE 'S' TO WRK-FIM-ARQUIVO
                       NOT AT END
                           IF INV-NUMERO > WRK-MAIOR-NUMERO
                               MOVE INV-NUMERO TO WRK-MAIOR-NUMERO
                           END-IF
                           IF INV-CABECALHO AND INV-ABERTO
                               IF WRK-QTD-ABERTOS < WRK-MAX-ABERTOS
                                   ADD 1 TO WRK-QTD-ABERTOS
                                   MOVE INV-NUMERO TO
                                       WRK-ABT-NUMERO(WRK-QTD-ABERTOS)
                               ELSE
                                   ADD 1 TO WRK-QTD-ABERTOS-FORA
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE FD-INVENTARIO
           END-IF

           COMPUTE WRK-NUM-INVENTARIO = WRK-MAIOR-NUMERO + 1
           .
      *----------------------------------------------------------------------------------*
       0002-A-END.            EXIT.
      *----------------------------------------------------------------------------------*

      *----------------------------------------------------------------------------------*
      *    INCLUI NO INVENTARIO TODOS OS PRODUTOS ATIVOS DO CADASTRO
      *----------------------------------------------------------------------------------*
       0002-B-INCLUI-TODOS     SECTION.
      *----------------------------------------------------------------------------------*

           MOVE 'N' TO WRK-FIM-PRODUTOS

           OPEN INPUT FD-PRODUTOS
           IF WRK-FS-PRODUTOS NOT = '00'
               DISPLAY 'CADASTRO DE PRODUTOS AINDA NAO EXISTE'
           ELSE
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
                           IF PROD-ATIVO
                               PERFORM 0002-D-GRAVA-ITEM
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE FD-PRODUTOS
           END-IF
           .
      *----------------------------------------------------------------------------------*
       0002-B-END.            EXIT.
      *----------------------------------------------------------------------------------*

      *----------------------------------------------------------------------------------*
      *    INCLUI NO INVENTARIO OS PRODUTOS INFORMADOS UM A UM (CODIGO
      *    OU EAN) ATE SER DIGITADO ZERO
      *----------------------------------------------------------------------------------*
       0002-C-INCLUI-SELECIONADOS SECTION.
      *----------------------------------------------------------------------------------*

           MOVE 'N' TO WRK-FIM-SELECAO

           PERFORM UNTIL WRK-FIM-SELECAO = 'S'
               DISPLAY 'CODIGO DO PRODUTO OU EAN (ZERO P/ ENCERRAR): '
               ACCEPT WRK-CODIGO-EAN-LIDO
               IF WRK-CODIGO-EAN-LIDO = ZEROS
                   MOVE 'S' TO WRK-FIM-SELECAO
               ELSE
                   PERFORM 0009-RESOLVE-CODIGO
                   IF WRK-CODPROD-LIDO NOT = ZEROS
                       OPEN INPUT FD-PRODUTOS
                       IF WRK-FS-PRODUTOS NOT = '00'
                           DISPLAY 'CADASTRO DE PRODUTOS AINDA NAO '
                                   'EXISTE'
                       ELSE
                           MOVE WRK-CODPROD-LIDO TO PROD-CODIGO
                           READ FD-PRODUTOS
                               INVALID KEY
                                   DISPLAY 'PRODUTO NAO ENCONTRADO'
                               NOT INVALID KEY
                                   DISPLAY 'PRODUTO: ' PROD-DESCRICAO
                                   PERFORM 0002-D-GRAVA-ITEM
                           END-READ
                           CLOSE FD-PRODUTOS
                       END-IF
                   END-IF
               END-IF
           END-PERFORM
           .
      *----------------------------------------------------------------------------------*
       0002-C-END.            EXIT.
      *----------------------------------------------------------------------------------*

      *----------------------------------------------------------------------------------*
      *    GRAVA O ITEM DO INVENTARIO, SE O PRODUTO NAO ESTIVER EM OUTRO
      *    INVENTARIO EM ABERTO
      *----------------------------------------------------------------------------------*
       0002-D-GRAVA-ITEM       SECTION.
      *----------------------------------------------------------------------------------*

           PERFORM 0002-E-VERIFICA-ABERTOS
           IF WRK-NUM-EM-ABERTO NOT = ZEROS
               DISPLAY 'PRODUTO ' PROD-CODIGO ' JA ESTA NO INVENTARIO '
                       WRK-NUM-EM-ABERTO ' EM ABERTO - NAO INCLUIDO'
               ADD 1 TO WRK-QTD-REJEITADOS
           ELSE
               PERFORM 0002-F-INCLUI-ITEM
           END-IF
           .
      *----------------------------------------------------------------------------------*
       0002-D-END.            EXIT.
      *----------------------------------------------------------------------------------*

      *----------------------------------------------------------------------------------*
      *    PROCURA O PRODUTO NOS OUTROS INVENTARIOS EM ABERTO; DEVOLVE
      *    EM WRK-NUM-EM-ABERTO O NUMERO DO INVENTARIO (ZERO SE LIVRE)
      *----------------------------------------------------------------------------------*
       0002-E-VERIFICA-ABERTOS SECTION.
      *----------------------------------------------------------------------------------*

           MOVE ZEROS TO WRK-NUM-EM-ABERTO

           PERFORM VARYING WRK-IDX-ABT FROM 1 BY 1
                   UNTIL WRK-IDX-ABT > WRK-QTD-ABERTOS
                      OR WRK-NUM-EM-ABERTO NOT = ZEROS
               MOVE WRK-ABT-NUMERO(WRK-IDX-ABT) TO INV-NUMERO
               MOVE PROD-CODIGO                 TO INV-CODPROD
               READ FD-INVENTARIO
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE INV-NUMERO TO WRK-NUM-EM-ABERTO
               END-READ
           END-PERFORM
           .
      *----------------------------------------------------------------------------------*
       0002-E-END.            EXIT.
      *----------------------------------------------------------------------------------*

      *----------------------------------------------------------------------------------*
      *    GRAVA O ITEM DO INVENTARIO COM O SALDO DO SISTEMA (SNAPSHOT)
      *----------------------------------------------------------------------------------*
       0002-F-INCLUI-ITEM      SECTION.
      *----------------------------------------------------------------------------------*

           MOVE WRK-NUM-INVENTARIO TO INV-NUMERO
           MOVE PROD-CODIGO        TO INV-CODPROD
           MOVE 'I'                TO INV-TIPO
           MOVE SPACES             TO INV-DADOS-I
           MOVE PROD-QTD-ESTOQUE   TO INV-I-QTD-SISTEMA
           MOVE 'N'                TO INV-I-CONTADO
           MOVE ZEROS              TO INV-I-QTD-CONTADA

           WRITE REG-INVENTARIO
               INVALID KEY
                   DISPLAY 'PRODUTO JA INCLUIDO NESTE INVENTARIO'
               NOT INVALID KEY
                   ADD 1 TO WRK-QTD-ITENS-INV
           END-WRITE
           .
      *----------------------------------------------------------------------------------*
       0002-F-END.            EXIT.
      *----------------------------------------------------------------------------------*

      *----------------------------------------------------------------------------------*
      *    REGISTRA AS QUANTIDADES CONTADAS DE UM INVENTARIO ABERTO
      *    (CONTAGEM CEGA: O SALDO DO SISTEMA NAO E EXIBIDO)
      *----------------------------------------------------------------------------------*
       0003-REGISTRAR-CONTAGEM SECTION.
      *----------------------------------------------------------------------------------*

           PERFORM 0008-SELECIONA-INVENTARIO

           IF WRK-INVENTARIO-VALIDO = 'S'
               MOVE 'N' TO WRK-FIM-SELECAO
               PERFORM UNTIL WRK-FIM-SELECAO = 'S'
                   DISPLAY 'CODIGO DO PRODUTO OU EAN (ZERO P/ '
                           'ENCERRAR): '
                   ACCEPT WRK-CODIGO-EAN-LIDO
                   IF WRK-CODIGO-EAN-LIDO = ZEROS
                       MOVE 'S' TO WRK-FIM-SELECAO
                   ELSE
                       PERFORM 0009-RESOLVE-CODIGO
                       IF WRK-CODPROD-LIDO NOT = ZEROS
                           PERFORM 0003-A-CONTA-ITEM
                       END-IF
                   END-IF
               END-PERFORM
           END-IF
           .
      *----------------------------------------------------------------------------------*
       0003-END.              EXIT.
      *----------------------------------------------------------------------------------*

      *----------------------------------------------------------------------------------*
      *    LE A QUANTIDADE CONTADA DE UM PRODUTO DO INVENTARIO (PERMITE
      *    SOMAR CONTAGENS DE MAIS DE UM LOCAL OU SUBSTITUIR A ANTERIOR)
      *----------------------------------------------------------------------------------*
       0003-A-CONTA-ITEM       SECTION.
      *----------------------------------------------------------------------------------*

           MOVE SPACES TO WRK-DESCRICAO
           OPEN INPUT FD-PRODUTOS
           IF WRK-FS-PRODUTOS = '00'
               MOVE WRK-CODPROD-LIDO TO PROD-CODIGO
               READ FD-PRODUTOS
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE PROD-DESCRICAO TO WRK-DESCRICAO
               END-READ
               CLOSE FD-PRODUTOS
           END-IF

           OPEN I-O FD-INVENTARIO
           IF WRK-FS-INVENTARIO NOT = '00'
               DISPLAY 'ERRO AO ABRIR O INVENTARIO - STATUS '
                       WRK-FS-INVENTARIO ' - CONTAGEM NAO REGISTRADA'
           ELSE
               MOVE WRK-NUM-INVENTARIO TO INV-NUMERO
               MOVE WRK-CODPROD-LIDO   TO INV-CODPROD
               READ FD-INVENTARIO
                   INVALID KEY
                       DISPLAY 'PRODUTO NAO INCLUIDO NESTE INVENTARIO'
                   NOT INVALID KEY
                       DISPLAY 'PRODUTO: ' WRK-CODPROD-LIDO ' '
                               WRK-DESCRICAO
                       MOVE 'N' TO WRK-RESP-SOMA
                       IF INV-ITEM-CONTADO
                           DISPLAY 'ITEM JA CONTADO: ' INV-I-QTD-CONTADA
                           DISPLAY 'SOMAR A NOVA CONTAGEM (S) OU '
                                   'SUBSTITUIR (N)? '
                           ACCEPT WRK-RESP-SOMA
                       END-IF
                       DISPLAY 'QUANTIDADE CONTADA: '
                       ACCEPT WRK-QTD-CONTADA-LIDA
                       IF WRK-RESP-SOMA = 'S'
                           ADD WRK-QTD-CONTADA-LIDA TO INV-I-QTD-CONTADA
                       ELSE
                           MOVE WRK-QTD-CONTADA-LIDA
                               TO INV-I-QTD-CONTADA
                       END-IF
                       MOVE 'S' TO INV-I-CONTADO
                       REWRITE REG-INVENTARIO
                       DISPLAY 'CONTAGEM REGISTRADA: ' INV-I-QTD-CONTADA
               END-READ
               CLOSE FD-INVENTARIO
           END-IF
           .
      *----------------------------------------------------------------------------------*
       0003-A-END.            EXIT.
      *----------------------------------------------------------------------------------*

      *----------------------------------------------------------------------------------*
      *    RELATORIO DE DIFERENCAS DE UM INVENTARIO ABERTO
      *----------------------------------------------------------------------------------*
       0004-RELATORIO-DIFERENCAS SECTION.
      *----------------------------------------------------------------------------------*

           PERFORM 0008-SELECIONA-INVENTARIO

           IF WRK-INVENTARIO-VALIDO = 'S'
               PERFORM 0004-A-EMITE-DIFERENCAS
           END-IF
           .
      *----------------------------------------------------------------------------------*
       0004-END.              EXIT.
      *----------------------------------------------------------------------------------*

      *----------------------------------------------------------------------------------*
      *    LISTA, PRODUTO A PRODUTO, SALDO DA ABERTURA X CONTADO E A
      *    DIFERENCA VALORIZADA AO CUSTO DO PRODUTO (PROD-CUSTO)
      *----------------------------------------------------------------------------------*
       0004-A-EMITE-DIFERENCAS SECTION.
      *----------------------------------------------------------------------------------*

           MOVE ZEROS TO WRK-QTD-CONTADOS
           MOVE ZEROS TO WRK-QTD-NAO-CONTADOS
           MOVE ZEROS TO WRK-QTD-COM-DIFERENCA
           MOVE ZEROS TO WRK-UNID-PERDA
           MOVE ZEROS TO WRK-VALOR-PERDA
           MOVE ZEROS TO WRK-UNID-SOBRA
           MOVE ZEROS TO WRK-VALOR-SOBRA
           MOVE 'N'   TO WRK-FIM-ARQUIVO

           OPEN INPUT FD-INVENTARIO
           IF WRK-FS-INVENTARIO NOT = '00'
               DISPLAY 'ERRO AO ABRIR O INVENTARIO - STATUS '
                       WRK-FS-INVENTARIO ' - RELATORIO NAO EMITIDO'
           ELSE
               OPEN INPUT FD-PRODUTOS
               IF WRK-FS-PRODUTOS NOT = '00'
                   DISPLAY 'CADASTRO DE PRODUTOS INDISPONIVEL - '
                           'RELATORIO NAO EMITIDO'
                   CLOSE FD-INVENTARIO
               ELSE
                   OPEN OUTPUT FD-RELATORIO
                   IF WRK-FS-RELATORIO NOT = '00'
                       DISPLAY 'ERRO AO CRIAR INVENTARIO.TXT - STATUS '
                               WRK-FS-RELATORIO
                       CLOSE FD-PRODUTOS
                       CLOSE FD-INVENTARIO
                   END-IF
               END-IF
           END-IF

           IF WRK-FS-INVENTARIO = '00'
              AND WRK-FS-PRODUTOS = '00'
              AND WRK-FS-RELATORIO = '00'
               MOVE '========================================'
                   TO REG-RELATORIO
               WRITE REG-RELATORIO
               MOVE SPACES TO REG-RELATORIO
               STRING 'INVENTARIO ' WRK-NUM-INVENTARIO
                      ' - DIFERENCAS DE ESTOQUE (ABERTO EM '
                      WRK-INV-DATA-ABERTURA ')'
                   DELIMITED BY SIZE INTO REG-RELATORIO
               WRITE REG-RELATORIO
               MOVE '========================================'
                   TO REG-RELATORIO
               WRITE REG-RELATORIO
               MOVE SPACES TO REG-RELATORIO
               STRING 'CODIGO DESCRICAO                      SISTEMA '
                      'CONTADO DIFER. SITUACAO      CUSTO   '
                      'VALOR DIFERENCA'
                   DELIMITED BY SIZE INTO REG-RELATORIO
               WRITE REG-RELATORIO

               MOVE WRK-NUM-INVENTARIO TO INV-NUMERO
               MOVE 1                  TO INV-CODPROD
               START FD-INVENTARIO KEY NOT < INV-CHAVE
                   INVALID KEY
                       MOVE 'S' TO WRK-FIM-ARQUIVO
               END-START

               PERFORM UNTIL WRK-FIM-ARQUIVO = 'S'
                   READ FD-INVENTARIO NEXT
                       AT END
                           MOVE 'S' TO WRK-FIM-ARQUIVO
                       NOT AT END
                           IF INV-NUMERO NOT = WRK-NUM-INVENTARIO
                               MOVE 'S' TO WRK-FIM-ARQUIVO
                           ELSE
                               PERFORM 0004-B-LISTA-ITEM
                           END-IF
                   END-READ
               END-PERFORM

               MOVE '----------------------------------------'
                   TO REG-RELATORIO
               WRITE REG-RELATORIO

               MOVE SPACES TO REG-RELATORIO
               STRING 'ITENS CONTADOS............: ' WRK-QTD-CONTADOS
                      '   NAO CONTADOS: ' WRK-QTD-NAO-CONTADOS
                      ' (NAO SERAO AJUSTADOS)'
                   DELIMITED BY SIZE INTO REG-RELATORIO
               WRITE REG-RELATORIO

               MOVE SPACES TO REG-RELATORIO
               STRING 'ITENS COM DIFERENCA.......: '
                      WRK-QTD-COM-DIFERENCA
                   DELIMITED BY SIZE INTO REG-RELATORIO
               WRITE REG-RELATORIO

               MOVE SPACES TO REG-RELATORIO
               STRING 'PERDAS (FALTAS)...........: ' WRK-UNID-PERDA
                      ' UNID.  VALOR: ' WRK-VALOR-PERDA
                   DELIMITED BY SIZE INTO REG-RELATORIO
               WRITE REG-RELATORIO

               MOVE SPACES TO REG-RELATORIO
               STRING 'SOBRAS....................: ' WRK-UNID-SOBRA
                      ' UNID.  VALOR: ' WRK-VALOR-SOBRA
                   DELIMITED BY SIZE INTO REG-RELATORIO
               WRITE REG-RELATORIO

               MOVE '========================================'
                   TO REG-RELATORIO
               WRITE REG-RELATORIO

               CLOSE FD-PRODUTOS
               CLOSE FD-INVENTARIO
               CLOSE FD-RELATORIO

               DISPLAY 'ITENS CONTADOS: ' WRK-QTD-CONTADOS
                       '  NAO CONTADOS: ' WRK-QTD-NAO-CONTADOS
                       '  COM DIFERENCA: ' WRK-QTD-COM-DIFERENCA
               DISPLAY 'PERDAS: ' WRK-UNID-PERDA ' UNID. - VALOR '
                       WRK-VALOR-PERDA
               DISPLAY 'SOBRAS: ' WRK-UNID-SOBRA ' UNID. - VALOR '
                       WRK-VALOR-SOBRA
               DISPLAY 'RELATORIO GRAVADO EM INVENTARIO.TXT'
           END-IF
           .
      *----------------------------------------------------------------------------------*
       0004-A-END.            EXIT.
      *----------------------------------------------------------------------------------*

      *----------------------------------------------------------------------------------*
      *    CALCULA A DIFERENCA DO ITEM E GRAVA A LINHA NO RELATORIO
      *----------------------------------------------------------------------------------*
       0004-B-LISTA-ITEM       SECTION.
      *----------------------------------------------------------------------------------*

           MOVE INV-CODPROD TO PROD-CODIGO
           READ FD-PRODUTOS
               INVALID KEY
                   MOVE SPACES TO PROD-DESCRICAO
                   MOVE ZEROS  TO PROD-CUSTO
           END-READ

           PERFORM 0004-C-CALCULA-DIFERENCA

           IF INV-ITEM-CONTADO
               ADD 1 TO WRK-QTD-CONTADOS
               IF WRK-DIFERENCA NOT = ZEROS
                   ADD 1 TO WRK-QTD-COM-DIFERENCA
               END-IF
               IF WRK-DIFERENCA < ZEROS
                   ADD WRK-DIF-ABSOLUTA    TO WRK-UNID-PERDA
                   ADD WRK-VALOR-DIFERENCA TO WRK-VALOR-PERDA
               END-IF
               IF WRK-DIFERENCA > ZEROS
                   ADD WRK-DIF-ABSOLUTA    TO WRK-UNID-SOBRA
                   ADD WRK-VALOR-DIFERENCA TO WRK-VALOR-SOBRA
               END-IF
           ELSE
               ADD 1 TO WRK-QTD-NAO-CONTADOS
           END-IF

           MOVE SPACES TO REG-RELATORIO
           STRING INV-CODPROD ' ' PROD-DESCRICAO ' '
                  INV-I-QTD-SISTEMA '  ' INV-I-QTD-CONTADA ' '
                  WRK-DIF-ABSOLUTA ' ' WRK-SITUACAO-ITEM ' '
                  PROD-CUSTO ' ' WRK-VALOR-DIFERENCA
               DELIMITED BY SIZE INTO REG-RELATORIO
           WRITE REG-RELATORIO
           .
      *----------------------------------------------------------------------------------*
       0004-B-END.            EXIT.
      *----------------------------------------------------------------------------------*

      *----------------------------------------------------------------------------------*
      *    DIFERENCA DO ITEM (CONTADO - SALDO DA ABERTURA), VALOR
      *    ABSOLUTO, SITUACAO (PERDA/SOBRA) E VALOR AO CUSTO
      *----------------------------------------------------------------------------------*
       0004-C-CALCULA-DIFERENCA SECTION.
      *----------------------------------------------------------------------------------*

           MOVE ZEROS TO WRK-DIFERENCA
           MOVE ZEROS TO WRK-DIF-ABSOLUTA
           MOVE ZEROS TO WRK-VALOR-DIFERENCA

           IF NOT INV-ITEM-CONTADO
               MOVE 'NAO CONTADO' TO WRK-SITUACAO-ITEM
           ELSE
               COMPUTE WRK-DIFERENCA =
                       INV-I-QTD-CONTADA - INV-I-QTD-SISTEMA
               EVALUATE TRUE
                   WHEN WRK-DIFERENCA < ZEROS
                       MOVE 'PERDA'  TO WRK-SITUACAO-ITEM
                       COMPUTE WRK-DIF-ABSOLUTA = WRK-DIFERENCA * -1
                   WHEN WRK-DIFERENCA > ZEROS
                       MOVE 'SOBRA'  TO WRK-SITUACAO-ITEM
                       MOVE WRK-DIFERENCA TO WRK-DIF-ABSOLUTA
                   WHEN OTHER
                       MOVE 'OK'     TO WRK-SITUACAO-ITEM
               END-EVALUATE
               COMPUTE WRK-VALOR-DIFERENCA =
                       WRK-DIF-ABSOLUTA * PROD-CUSTO
           END-IF
           .
      *----------------------------------------------------------------------------------*
       0004-C-END.            EXIT.
      *----------------------------------------------------------------------------------*

      *----------------------------------------------------------------------------------*
      *    EFETIVA OS AJUSTES DE UM INVENTARIO ABERTO: EMITE AS
      *    DIFERENCAS, EXIGE APROVACAO DE SUPERVISOR E APLICA A
      *    DIFERENCA DE CADA ITEM CONTADO AO ESTOQUE
      *----------------------------------------------------------------------------------*
       0005-EFETIVAR-AJUSTES   SECTION.
      *----------------------------------------------------------------------------------*

           PERFORM 0008-SELECIONA-INVENTARIO

           IF WRK-INVENTARIO-VALIDO = 'S'
               PERFORM 0004-A-EMITE-DIFERENCAS

               DISPLAY 'CONFIRMA A EFETIVACAO DOS AJUSTES? (S/N): '
               ACCEPT WRK-RESP-CONFIRMA

               IF WRK-RESP-CONFIRMA = 'S'
                   MOVE SPACES TO WRK-SUPERVISOR-ID
                   PERFORM UNTIL WRK-SUPERVISOR-ID NOT = SPACES
                       DISPLAY 'CODIGO DO SUPERVISOR AUTORIZADOR: '
                       ACCEPT WRK-SUPERVISOR-ID
                   END-PERFORM
                   DISPLAY 'SENHA DO SUPERVISOR: '
                   ACCEPT WRK-SENHA-DIGITADA

                   PERFORM 0005-A-VALIDA-SUPERVISOR
                   IF WRK-SUPERVISOR-VALIDO = 'N'
                       DISPLAY 'SUPERVISOR INVALIDO, INATIVO, SEM '
                               'PERFIL DE SUPERVISOR OU SENHA '
                               'INCORRETA - AJUSTES NAO EFETIVADOS'
                   ELSE
                       PERFORM 0005-B-APLICA-AJUSTES
                   END-IF
               ELSE
                   DISPLAY 'EFETIVACAO CANCELADA PELO USUARIO'
               END-IF
           END-IF
           .
      *----------------------------------------------------------------------------------*
       0005-END.              EXIT.
      *----------------------------------------------------------------------------------*

      *----------------------------------------------------------------------------------*
      *    VALIDA O SUPERVISOR AUTORIZADOR NO CADASTRO DE OPERADORES
      *    (PERFIL SUPERVISOR, ATIVO E SENHA CORRETA)
      *----------------------------------------------------------------------------------*
       0005-A-VALIDA-SUPERVISOR SECTION.
      *----------------------------------------------------------------------------------*

           MOVE 'N' TO WRK-SUPERVISOR-VALIDO

           OPEN INPUT FD-OPERADOR
           IF WRK-FS-OPERADOR NOT = '00'
               DISPLAY 'CADASTRO DE OPERADORES AINDA NAO EXISTE - '
                       'UTILIZE O CADOPER PARA INCLUIR OPERADORES'
           ELSE
               MOVE WRK-SUPERVISOR-ID TO OPER-CODIGO
               READ FD-OPERADOR
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF OPER-ATIVO
                          AND OPER-PERFIL-SUPERVISOR
                          AND OPER-SENHA = WRK-SENHA-DIGITADA
                           MOVE 'S' TO WRK-SUPERVISOR-VALIDO
                       END-IF
               END-READ
               CLOSE FD-OPERADOR
           END-IF
           .
      *----------------------------------------------------------------------------------*
       0005-A-END.            EXIT.
      *----------------------------------------------------------------------------------*

      *----------------------------------------------------------------------------------*
      *    APLICA OS AJUSTES: PARA CADA ITEM CONTADO ATUALIZA O ESTOQUE
      *    COM A DIFERENCA, GRAVA O KARDEX (SOBRA/PERDA) E O HISTORICO
      *    DO INVENTARIO; AO FINAL MARCA O INVENTARIO COMO EFETIVADO
      *----------------------------------------------------------------------------------*
       0005-B-APLICA-AJUSTES   SECTION.
      *----------------------------------------------------------------------------------*

           MOVE FUNCTION CURRENT-DATE TO WRK-DATA-HORA-SISTEMA
           MOVE ZEROS TO WRK-QTD-AJUSTADOS
           MOVE ZEROS TO WRK-QTD-NAO-AJUSTADOS
           MOVE ZEROS TO WRK-QTD-SEM-HISTORICO
           MOVE 'N'   TO WRK-FIM-ARQUIVO

           MOVE SPACES TO WRK-DOCUMENTO-INV
           STRING 'INV' WRK-NUM-INVENTARIO
               DELIMITED BY SIZE INTO WRK-DOCUMENTO-INV

           OPEN I-O FD-PRODUTOS
           IF WRK-FS-PRODUTOS NOT = '00'
               DISPLAY 'CADASTRO DE PRODUTOS INDISPONIVEL - AJUSTES '
                       'NAO EFETIVADOS'
           ELSE
               OPEN I-O FD-INVENTARIO
               IF WRK-FS-INVENTARIO NOT = '00'
                   DISPLAY 'ERRO AO ABRIR O INVENTARIO - STATUS '
                           WRK-FS-INVENTARIO ' - AJUSTES NAO EFETIVADOS'
                   CLOSE FD-PRODUTOS
               END-IF
           END-IF

      *    SEM KARDEX OU HISTORICO NENHUM AJUSTE E APLICADO
           IF WRK-FS-PRODUTOS = '00'
              AND WRK-FS-INVENTARIO = '00'
               OPEN EXTEND FD-KARDEX
               IF WRK-FS-KARDEX = '35'
                   OPEN OUTPUT FD-KARDEX
               END-IF
               IF WRK-FS-KARDEX NOT = '00'
                   DISPLAY 'KARDEX INDISPONIVEL - STATUS '
                           WRK-FS-KARDEX ' - AJUSTES NAO EFETIVADOS'
                   CLOSE FD-INVENTARIO
                   CLOSE FD-PRODUTOS
               ELSE
                   OPEN EXTEND FD-INVHIST
                   IF WRK-FS-INVHIST = '35'
                       OPEN OUTPUT FD-INVHIST
                   END-IF
                   IF WRK-FS-INVHIST NOT = '00'
                       DISPLAY 'HISTORICO DE INVENTARIOS INDISPONIVEL '
                               '- STATUS ' WRK-FS-INVHIST
                               ' - AJUSTES NAO EFETIVADOS'
                       CLOSE FD-KARDEX
                       CLOSE FD-INVENTARIO
                       CLOSE FD-PRODUTOS
                   END-IF
               END-IF
           END-IF

           IF WRK-FS-PRODUTOS = '00'
              AND WRK-FS-INVENTARIO = '00'
              AND WRK-FS-KARDEX = '00'
              AND WRK-FS-INVHIST = '00'
               MOVE WRK-NUM-INVENTARIO TO INV-NUMERO
               MOVE 1                  TO INV-CODPROD
               START FD-INVENTARIO KEY NOT < INV-CHAVE
                   INVALID KEY
                       MOVE 'S' TO WRK-FIM-ARQUIVO
               END-START

               PERFORM UNTIL WRK-FIM-ARQUIVO = 'S'
                   READ FD-INVENTARIO NEXT
                       AT END
                           MOVE 'S' TO WRK-FIM-ARQUIVO
                       NOT AT END
                           IF INV-NUMERO NOT = WRK-NUM-INVENTARIO
                               MOVE 'S' TO WRK-FIM-ARQUIVO
                           ELSE
                               IF INV-ITEM-CONTADO
                                   PERFORM 0005-C-AJUSTA-ITEM
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM

               MOVE WRK-NUM-INVENTARIO TO INV-NUMERO
               MOVE ZEROS              TO INV-CODPROD
               READ FD-INVENTARIO
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE 'E'               TO INV-C-STATUS
                       MOVE WRK-DHS-DATA      TO INV-C-DATA-EFETIVA
                       MOVE WRK-SUPERVISOR-ID TO INV-C-SUPERVISOR
                       REWRITE REG-INVENTARIO
               END-READ
               IF WRK-FS-INVENTARIO NOT = '00'
                   DISPLAY 'ERRO AO MARCAR O INVENTARIO COMO EFETIVADO '
                           '- STATUS ' WRK-FS-INVENTARIO
               END-IF

               CLOSE FD-INVHIST
               CLOSE FD-KARDEX
               CLOSE FD-INVENTARIO
               CLOSE FD-PRODUTOS

               DISPLAY 'INVENTARIO ' WRK-NUM-INVENTARIO ' EFETIVADO - '
                       WRK-QTD-AJUSTADOS ' PRODUTO(S) AJUSTADO(S)'
               IF WRK-QTD-NAO-AJUSTADOS > ZEROS
                   DISPLAY WRK-QTD-NAO-AJUSTADOS ' PRODUTO(S) NAO '
                           'AJUSTADO(S) POR ERRO DE GRAVACAO - AJUSTE '
                           'PELO ENTMERC'
               END-IF
               IF WRK-QTD-SEM-HISTORICO > ZEROS
                   DISPLAY WRK-QTD-SEM-HISTORICO ' ITEM(NS) SEM '
                           'REGISTRO NO HISTORICO DE INVENTARIOS'
               END-IF
           END-IF
           .
      *----------------------------------------------------------------------------------*
       0005-B-END.            EXIT.
      *----------------------------------------------------------------------------------*

      *----------------------------------------------------------------------------------*
      *    AJUSTA UM ITEM CONTADO: APLICA A DIFERENCA AO SALDO ATUAL DO
      *    PRODUTO (SEM FICAR NEGATIVO), GRAVA KARDEX E HISTORICO
      *----------------------------------------------------------------------------------*
       0005-C-AJUSTA-ITEM      SECTION.
      *----------------------------------------------------------------------------------*

           MOVE INV-CODPROD TO PROD-CODIGO
           READ FD-PRODUTOS
               INVALID KEY
                   DISPLAY 'PRODUTO ' INV-CODPROD ' NAO ENCONTRADO - '
                           'ITEM NAO AJUSTADO'
               NOT INVALID KEY
                   PERFORM 0004-C-CALCULA-DIFERENCA
                   MOVE PROD-QTD-ESTOQUE TO WRK-SALDO-ANTERIOR
                   MOVE 'N'              TO WRK-SALDO-ZERADO

                   IF WRK-DIFERENCA > ZEROS
                       ADD WRK-DIF-ABSOLUTA TO PROD-QTD-ESTOQUE
                   END-IF
                   IF WRK-DIFERENCA < ZEROS
                       IF PROD-QTD-ESTOQUE >= WRK-DIF-ABSOLUTA
                           SUBTRACT WRK-DIF-ABSOLUTA
                               FROM PROD-QTD-ESTOQUE
                       ELSE
                           MOVE ZEROS TO PROD-QTD-ESTOQUE
                           MOVE 'S'   TO WRK-SALDO-ZERADO
                       END-IF
                   END-IF

                   MOVE 'S' TO WRK-AJUSTE-OK
                   IF WRK-DIFERENCA NOT = ZEROS
                       REWRITE REG-PRODUTO
                       IF WRK-FS-PRODUTOS NOT = '00'
                           DISPLAY 'ERRO AO AJUSTAR O PRODUTO '
                                   PROD-CODIGO ' - STATUS '
                                   WRK-FS-PRODUTOS
                           MOVE 'N' TO WRK-AJUSTE-OK
                       ELSE
                           PERFORM 0005-D-GRAVA-KARDEX
                       END-IF
                       IF WRK-AJUSTE-OK = 'S'
                           ADD 1 TO WRK-QTD-AJUSTADOS
                       ELSE
                           ADD 1 TO WRK-QTD-NAO-AJUSTADOS
                       END-IF
                   END-IF

                   IF WRK-AJUSTE-OK = 'S'
                       PERFORM 0005-E-GRAVA-HISTORICO
                   END-IF
           END-READ
           .
      *----------------------------------------------------------------------------------*
       0005-C-END.            EXIT.
      *----------------------------------------------------------------------------------*

      *----------------------------------------------------------------------------------*
      *    REGISTRA NO KARDEX O AJUSTE DE INVENTARIO (SOBRA OU PERDA)
      *----------------------------------------------------------------------------------*
       0005-D-GRAVA-KARDEX     SECTION.
      *----------------------------------------------------------------------------------*

           MOVE WRK-DHS-DATA         TO KDX-DATA
           MOVE WRK-DHS-HORA         TO KDX-HORA
           MOVE PROD-CODIGO          TO KDX-CODPROD
           IF WRK-DIFERENCA > ZEROS
               MOVE 'S'              TO KDX-TIPO
           ELSE
               MOVE 'P'              TO KDX-TIPO
           END-IF
           MOVE WRK-DIF-ABSOLUTA     TO KDX-QUANTIDADE
           MOVE WRK-SALDO-ANTERIOR   TO KDX-SALDO-ANTERIOR
           MOVE PROD-QTD-ESTOQUE     TO KDX-SALDO-POSTERIOR
           MOVE ZEROS                TO KDX-TERMINAL
           MOVE ZEROS                TO KDX-NUM-TRANSACAO
           MOVE WRK-SUPERVISOR-ID    TO KDX-OPERADOR
           MOVE WRK-DOCUMENTO-INV    TO KDX-DOCUMENTO
           MOVE WRK-SALDO-ZERADO     TO KDX-SALDO-ZERADO
           WRITE REG-KARDEX

      *    SEM O MOVIMENTO NO KARDEX O AJUSTE DO PRODUTO E DESFEITO
           IF WRK-FS-KARDEX NOT = '00'
               DISPLAY 'ERRO AO GRAVAR O KARDEX DO PRODUTO '
                       PROD-CODIGO ' - STATUS ' WRK-FS-KARDEX
               MOVE WRK-SALDO-ANTERIOR TO PROD-QTD-ESTOQUE
               REWRITE REG-PRODUTO
               MOVE 'N' TO WRK-AJUSTE-OK
           END-IF
           .
      *----------------------------------------------------------------------------------*
       0005-D-END.            EXIT.
      *----------------------------------------------------------------------------------*

      *----------------------------------------------------------------------------------*
      *    GRAVA O ITEM CONTADO NO HISTORICO DE INVENTARIOS
      *----------------------------------------------------------------------------------*
       0005-E-GRAVA-HISTORICO  SECTION.
      *----------------------------------------------------------------------------------*

           MOVE WRK-NUM-INVENTARIO    TO IVH-NUMERO
           MOVE WRK-INV-DATA-ABERTURA TO IVH-DATA-ABERTURA
           MOVE WRK-DHS-DATA          TO IVH-DATA-EFETIVA
           MOVE PROD-CODIGO           TO IVH-CODPROD
           MOVE INV-I-QTD-SISTEMA     TO IVH-QTD-SISTEMA
           MOVE INV-I-QTD-CONTADA     TO IVH-QTD-CONTADA
           MOVE WRK-DIFERENCA         TO IVH-DIFERENCA
           MOVE PROD-CUSTO            TO IVH-CUSTO
           IF WRK-DIFERENCA < ZEROS
               COMPUTE IVH-VALOR-DIFERENCA = WRK-VALOR-DIFERENCA * -1
           ELSE
               MOVE WRK-VALOR-DIFERENCA TO IVH-VALOR-DIFERENCA
           END-IF
           MOVE WRK-SALDO-ANTERIOR    TO IVH-SALDO-ANTERIOR
           MOVE PROD-QTD-ESTOQUE      TO IVH-SALDO-POSTERIOR
           MOVE WRK-SUPERVISOR-ID     TO IVH-SUPERVISOR
           WRITE REG-INVHIST

           IF WRK-FS-INVHIST NOT = '00'
               DISPLAY 'ERRO AO GRAVAR O HISTORICO DO PRODUTO '
                       PROD-CODIGO ' - STATUS ' WRK-FS-INVHIST
               ADD 1 TO WRK-QTD-SEM-HISTORICO
           END-IF
           .
      *----------------------------------------------------------------------------------*
       0005-E-END.            EXIT.
      *----------------------------------------------------------------------------------*

      *----------------------------------------------------------------------------------*
      *    CANCELA UM INVENTARIO ABERTO (NENHUM AJUSTE E APLICADO)
      *----------------------------------------------------------------------------------*
       0006-CANCELAR-INVENTARIO SECTION.
      *----------------------------------------------------------------------------------*

           PERFORM 0008-SELECIONA-INVENTARIO

           IF WRK-INVENTARIO-VALIDO = 'S'
               DISPLAY 'CONFIRMA O CANCELAMENTO DO INVENTARIO? (S/N): '
               ACCEPT WRK-RESP-CONFIRMA
               IF WRK-RESP-CONFIRMA = 'S'
                   OPEN I-O FD-INVENTARIO
                   IF WRK-FS-INVENTARIO NOT = '00'
                       DISPLAY 'ERRO AO ABRIR O INVENTARIO - STATUS '
                               WRK-FS-INVENTARIO
                               ' - INVENTARIO NAO CANCELADO'
                   ELSE
                       MOVE WRK-NUM-INVENTARIO TO INV-NUMERO
                       MOVE ZEROS              TO INV-CODPROD
                       READ FD-INVENTARIO
                           INVALID KEY
                               CONTINUE
                           NOT INVALID KEY
                               MOVE 'C' TO INV-C-STATUS
                               REWRITE REG-INVENTARIO
                               DISPLAY 'INVENTARIO ' WRK-NUM-INVENTARIO
                                       ' CANCELADO'
                       END-READ
                       CLOSE FD-INVENTARIO
                   END-IF
               END-IF
           END-IF
           .
      *----------------------------------------------------------------------------------*
       0006-END.              EXIT.
      *----------------------------------------------------------------------------------*

      *----------------------------------------------------------------------------------*
      *    RELATORIO DE PERDAS A PARTIR DO HISTORICO DE INVENTARIOS:
      *    TOTAIS POR CONTAGEM E ACUMULADO POR PRODUTO
      *----------------------------------------------------------------------------------*
       0007-RELATORIO-PERDAS   SECTION.
      *----------------------------------------------------------------------------------*

           DISPLAY 'NUMERO DO INVENTARIO (ZERO P/ TODOS): '
           ACCEPT WRK-NUM-SELECIONADO

           MOVE ZEROS TO WRK-QTD-PRODUTOS
           MOVE ZEROS TO WRK-QTD-PRD-FORA
           MOVE ZEROS TO WRK-QTD-CONTAGENS
           MOVE ZEROS TO WRK-NUM-QUEBRA
           MOVE ZEROS TO WRK-UNID-PERDA
           MOVE ZEROS TO WRK-VALOR-PERDA
           MOVE ZEROS TO WRK-UNID-SOBRA
           MOVE ZEROS TO WRK-VALOR-SOBRA
           MOVE 'N'   TO WRK-FIM-ARQUIVO

           OPEN INPUT FD-INVHIST
           IF WRK-FS-INVHIST NOT = '00'
               DISPLAY 'NENHUM INVENTARIO EFETIVADO ATE O MOMENTO'
           ELSE
               OPEN OUTPUT FD-PERDAS

               MOVE '========================================'
                   TO REG-PERDAS
               WRITE REG-PERDAS
               MOVE 'RELATORIO DE PERDAS DE INVENTARIO' TO REG-PERDAS
               WRITE REG-PERDAS
               MOVE '========================================'
                   TO REG-PERDAS
               WRITE REG-PERDAS
               MOVE 'POR CONTAGEM:' TO REG-PERDAS
               WRITE REG-PERDAS
               MOVE SPACES TO REG-PERDAS
               STRING 'INVENT. EFETIV.  ITENS  UNID.PERDA   '
                      'VALOR PERDA  UNID.SOBRA   VALOR SOBRA'
                   DELIMITED BY SIZE INTO REG-PERDAS
               WRITE REG-PERDAS

               PERFORM UNTIL WRK-FIM-ARQUIVO = 'S'
                   READ FD-INVHIST
                       AT END
                           MOVE 'S' TO WRK-FIM-ARQUIVO
                       NOT AT END
                           IF WRK-NUM-SELECIONADO = ZEROS
                              OR IVH-NUMERO = WRK-NUM-SELECIONADO
                               PERFORM 0007-A-ACUMULA-HISTORICO
                           END-IF
                   END-READ
               END-PERFORM

               IF WRK-NUM-QUEBRA NOT = ZEROS
                   PERFORM 0007-B-EMITE-CONTAGEM
               END-IF

               PERFORM 0007-C-EMITE-PRODUTOS

               CLOSE FD-PERDAS
               CLOSE FD-INVHIST

               DISPLAY WRK-QTD-CONTAGENS ' CONTAGEM(NS) - PERDAS: '
                       WRK-UNID-PERDA ' UNID. - VALOR '
                       WRK-VALOR-PERDA
               IF WRK-QTD-PRD-FORA > ZEROS
                   DISPLAY 'ATENCAO: ' WRK-QTD-PRD-FORA
                           ' REGISTRO(S) ALEM DO LIMITE DE '
                           WRK-MAX-PRODUTOS ' PRODUTOS FORA DO QUADRO '
                           'POR PRODUTO'
               END-IF
               DISPLAY 'RELATORIO GRAVADO EM PERDAS.TXT'
           END-IF
           .
      *----------------------------------------------------------------------------------*
       0007-END.              EXIT.
      *----------------------------------------------------------------------------------*

      *----------------------------------------------------------------------------------*
      *    ACUMULA UM REGISTRO DO HISTORICO NA CONTAGEM CORRENTE
      *    (QUEBRA POR NUMERO DE INVENTARIO) E NA TABELA DE PRODUTOS
      *----------------------------------------------------------------------------------*
       0007-A-ACUMULA-HISTORICO SECTION.
      *----------------------------------------------------------------------------------*

           IF IVH-NUMERO NOT = WRK-NUM-QUEBRA
               IF WRK-NUM-QUEBRA NOT = ZEROS
                   PERFORM 0007-B-EMITE-CONTAGEM
               END-IF
               MOVE IVH-NUMERO       TO WRK-NUM-QUEBRA
               MOVE IVH-DATA-EFETIVA TO WRK-DATA-QUEBRA
               MOVE ZEROS TO WRK-CNT-ITENS
               MOVE ZEROS TO WRK-CNT-UNID-PERDA
               MOVE ZEROS TO WRK-CNT-VALOR-PERDA
               MOVE ZEROS TO WRK-CNT-UNID-SOBRA
               MOVE ZEROS TO WRK-CNT-VALOR-SOBRA
               ADD 1 TO WRK-QTD-CONTAGENS
           END-IF

           ADD 1 TO WRK-CNT-ITENS

           MOVE ZEROS TO WRK-IDX-PRD
           PERFORM VARYING WRK-IDX-BUSCA FROM 1 BY 1
                   UNTIL WRK-IDX-BUSCA > WRK-QTD-PRODUTOS
                      OR WRK-IDX-PRD > ZEROS
               IF WRK-PRD-CODPROD(WRK-IDX-BUSCA) = IVH-CODPROD
                   MOVE WRK-IDX-BUSCA TO WRK-IDX-PRD
               END-IF
           END-PERFORM

           IF WRK-IDX-PRD = ZEROS
              AND WRK-QTD-PRODUTOS < WRK-MAX-PRODUTOS
               ADD 1 TO WRK-QTD-PRODUTOS
               MOVE WRK-QTD-PRODUTOS TO WRK-IDX-PRD
               MOVE IVH-CODPROD TO WRK-PRD-CODPROD(WRK-IDX-PRD)
               MOVE ZEROS TO WRK-PRD-CONTAGENS(WRK-IDX-PRD)
               MOVE ZEROS TO WRK-PRD-UNID-PERDA(WRK-IDX-PRD)
               MOVE ZEROS TO WRK-PRD-VALOR-PERDA(WRK-IDX-PRD)
               MOVE ZEROS TO WRK-PRD-UNID-SOBRA(WRK-IDX-PRD)
               MOVE ZEROS TO WRK-PRD-VALOR-SOBRA(WRK-IDX-PRD)
           END-IF

      *    PRODUTO SEM LUGAR NA TABELA: ENTRA SO NOS TOTAIS DA CONTAGEM
           IF WRK-IDX-PRD = ZEROS
               ADD 1 TO WRK-QTD-PRD-FORA
           END-IF

           IF IVH-DIFERENCA < ZEROS
               COMPUTE WRK-DIF-ABSOLUTA = IVH-DIFERENCA * -1
               COMPUTE WRK-VALOR-DIFERENCA = IVH-VALOR-DIFERENCA * -1
               ADD WRK-DIF-ABSOLUTA    TO WRK-CNT-UNID-PERDA
               ADD WRK-VALOR-DIFERENCA TO WRK-CNT-VALOR-PERDA
               ADD WRK-DIF-ABSOLUTA    TO WRK-UNID-PERDA
               ADD WRK-VALOR-DIFERENCA TO WRK-VALOR-PERDA
               IF WRK-IDX-PRD > ZEROS
                   ADD 1 TO WRK-PRD-CONTAGENS(WRK-IDX-PRD)
                   ADD WRK-DIF-ABSOLUTA
                       TO WRK-PRD-UNID-PERDA(WRK-IDX-PRD)
                   ADD WRK-VALOR-DIFERENCA
                       TO WRK-PRD-VALOR-PERDA(WRK-IDX-PRD)
               END-IF
           END-IF

           IF IVH-DIFERENCA > ZEROS
               MOVE IVH-DIFERENCA       TO WRK-DIF-ABSOLUTA
               MOVE IVH-VALOR-DIFERENCA TO WRK-VALOR-DIFERENCA
               ADD WRK-DIF-ABSOLUTA    TO WRK-CNT-UNID-SOBRA
               ADD WRK-VALOR-DIFERENCA TO WRK-CNT-VALOR-SOBRA
               ADD WRK-DIF-ABSOLUTA    TO WRK-UNID-SOBRA
               ADD WRK-VALOR-DIFERENCA TO WRK-VALOR-SOBRA
               IF WRK-IDX-PRD > ZEROS
                   ADD WRK-DIF-ABSOLUTA
                       TO WRK-PRD-UNID-SOBRA(WRK-IDX-PRD)
                   ADD WRK-VALOR-DIFERENCA
                       TO WRK-PRD-VALOR-SOBRA(WRK-IDX-PRD)
               END-IF
           END-IF
           .
      *----------------------------------------------------------------------------------*
       0007-A-END.            EXIT.
      *----------------------------------------------------------------------------------*

      *----------------------------------------------------------------------------------*
      *    GRAVA A LINHA DE TOTAIS DA CONTAGEM (INVENTARIO) CORRENTE
      *----------------------------------------------------------------------------------*
       0007-B-EMITE-CONTAGEM   SECTION.
      *----------------------------------------------------------------------------------*

           MOVE SPACES TO REG-PERDAS
           STRING WRK-NUM-QUEBRA ' ' WRK-DATA-QUEBRA ' '
                  WRK-CNT-ITENS ' ' WRK-CNT-UNID-PERDA ' '
                  WRK-CNT-VALOR-PERDA ' ' WRK-CNT-UNID-SOBRA ' '
                  WRK-CNT-VALOR-SOBRA
               DELIMITED BY SIZE INTO REG-PERDAS
           WRITE REG-PERDAS
           .
      *----------------------------------------------------------------------------------*
       0007-B-END.            EXIT.
      *----------------------------------------------------------------------------------*

      *----------------------------------------------------------------------------------*
      *    GRAVA O ACUMULADO DE PERDAS E SOBRAS POR PRODUTO E OS TOTAIS
      *----------------------------------------------------------------------------------*
       0007-C-EMITE-PRODUTOS   SECTION.
      *----------------------------------------------------------------------------------*

           MOVE '----------------------------------------'
               TO REG-PERDAS
           WRITE REG-PERDAS
           MOVE 'POR PRODUTO:' TO REG-PERDAS
           WRITE REG-PERDAS
           MOVE SPACES TO REG-PERDAS
           STRING 'CODIGO DESCRICAO                      C/PERDA '
                  'UNID.PERDA   VALOR PERDA  UNID.SOBRA   '
                  'VALOR SOBRA'
               DELIMITED BY SIZE INTO REG-PERDAS
           WRITE REG-PERDAS

           OPEN INPUT FD-PRODUTOS

           PERFORM VARYING WRK-IDX-PRD FROM 1 BY 1
                   UNTIL WRK-IDX-PRD > WRK-QTD-PRODUTOS
               MOVE SPACES TO WRK-DESCRICAO
               IF WRK-FS-PRODUTOS = '00'
                   MOVE WRK-PRD-CODPROD(WRK-IDX-PRD) TO PROD-CODIGO
                   READ FD-PRODUTOS
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           MOVE PROD-DESCRICAO TO WRK-DESCRICAO
                   END-READ
               END-IF

               IF WRK-PRD-UNID-PERDA(WRK-IDX-PRD) > ZEROS
                  OR WRK-PRD-UNID-SOBRA(WRK-IDX-PRD) > ZEROS
                   MOVE SPACES TO REG-PERDAS
                   STRING WRK-PRD-CODPROD(WRK-IDX-PRD) ' '
                          WRK-DESCRICAO ' '
                          WRK-PRD-CONTAGENS(WRK-IDX-PRD) '   '
                          WRK-PRD-UNID-PERDA(WRK-IDX-PRD) ' '
                          WRK-PRD-VALOR-PERDA(WRK-IDX-PRD) ' '
                          WRK-PRD-UNID-SOBRA(WRK-IDX-PRD) ' '
                          WRK-PRD-VALOR-SOBRA(WRK-IDX-PRD)
                       DELIMITED BY SIZE INTO REG-PERDAS
                   WRITE REG-PERDAS
               END-IF
           END-PERFORM

           IF WRK-FS-PRODUTOS = '00'
               CLOSE FD-PRODUTOS
           END-IF

           IF WRK-QTD-PRD-FORA > ZEROS
               MOVE SPACES TO REG-PERDAS
               STRING 'ATENCAO: ' WRK-QTD-PRD-FORA
                      ' REGISTRO(S) ALEM DO LIMITE DE '
                      WRK-MAX-PRODUTOS ' PRODUTOS NAO LISTADO(S) '
                      'ACIMA (INCLUIDOS NOS TOTAIS)'
                   DELIMITED BY SIZE INTO REG-PERDAS
               WRITE REG-PERDAS
           END-IF

           MOVE '========================================'
               TO REG-PERDAS
           WRITE REG-PERDAS

           MOVE SPACES TO REG-PERDAS
           STRING 'CONTAGENS NO RELATORIO....: ' WRK-QTD-CONTAGENS
               DELIMITED BY SIZE INTO REG-PERDAS
           WRITE REG-PERDAS

           MOVE SPACES TO REG-PERDAS
           STRING 'TOTAL DE PERDAS...........: ' WRK-UNID-PERDA
                  ' UNID.  VALOR: ' WRK-VALOR-PERDA
               DELIMITED BY SIZE INTO REG-PERDAS
           WRITE REG-PERDAS

           MOVE SPACES TO REG-PERDAS
           STRING 'TOTAL DE SOBRAS...........: ' WRK-UNID-SOBRA
                  ' UNID.  VALOR: ' WRK-VALOR-SOBRA
               DELIMITED BY SIZE INTO REG-PERDAS
           WRITE REG-PERDAS

           MOVE '========================================'
               TO REG-PERDAS
           WRITE REG-PERDAS
           .
      *----------------------------------------------------------------------------------*
       0007-C-END.            EXIT.
      *----------------------------------------------------------------------------------*

      *----------------------------------------------------------------------------------*
      *    SOLICITA O NUMERO DO INVENTARIO E VERIFICA SE ESTA ABERTO
      *----------------------------------------------------------------------------------*
       0008-SELECIONA-INVENTARIO SECTION.
      *----------------------------------------------------------------------------------*

           MOVE 'N' TO WRK-INVENTARIO-VALIDO

           DISPLAY 'NUMERO DO INVENTARIO: '
           ACCEPT WRK-NUM-INVENTARIO

           OPEN INPUT FD-INVENTARIO
           IF WRK-FS-INVENTARIO NOT = '00'
               DISPLAY 'NENHUM INVENTARIO ABERTO ATE O MOMENTO'
           ELSE
               MOVE WRK-NUM-INVENTARIO TO INV-NUMERO
               MOVE ZEROS              TO INV-CODPROD
               READ FD-INVENTARIO
                   INVALID KEY
                       DISPLAY 'INVENTARIO NAO ENCONTRADO'
                   NOT INVALID KEY
                       EVALUATE TRUE
                           WHEN INV-ABERTO
                               MOVE 'S' TO WRK-INVENTARIO-VALIDO
                               MOVE INV-C-DATA-ABERTURA
                                   TO WRK-INV-DATA-ABERTURA
                               DISPLAY 'INVENTARIO ABERTO EM '
                                       INV-C-DATA-ABERTURA ' - '
                                       INV-C-QTD-ITENS ' PRODUTO(S)'
                           WHEN INV-EFETIVADO
                               DISPLAY 'INVENTARIO JA EFETIVADO EM '
                                       INV-C-DATA-EFETIVA
                           WHEN OTHER
                               DISPLAY 'INVENTARIO CANCELADO'
                       END-EVALUATE
               END-READ
               CLOSE FD-INVENTARIO
           END-IF
           .
      *----------------------------------------------------------------------------------*
       0008-END.              EXIT.
      *----------------------------------------------------------------------------------*

      *----------------------------------------------------------------------------------*
      *    RESOLVE O CODIGO DIGITADO: ATE 6 DIGITOS E O CODIGO INTERNO,
      *    ACIMA DISSO E UM CODIGO DE BARRAS (EAN) PROCURADO NO
      *    CADASTRO DE PRODUTOS
      *----------------------------------------------------------------------------------*
       0009-RESOLVE-CODIGO     SECTION.
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
       0009-END.              EXIT.
      *----------------------------------------------------------------------------------*
