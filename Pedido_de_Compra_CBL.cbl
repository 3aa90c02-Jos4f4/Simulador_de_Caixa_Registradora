      ************************************************************************************
      * Author.: JOSAFA SOARES FERNANDES
      * Date...:  15/10/2026
      * Purpose: PEDIDOS DE COMPRA - SUGESTAO AUTOMATICA POR FORNECEDOR A PARTIR DOS
      *          PRODUTOS ABAIXO DO ESTOQUE MINIMO E DA MEDIA DE VENDAS DOS ARQUIVOS
      *          DIARIOS DATADOS, CONSULTA, ALTERACAO E CANCELAMENTO DE PEDIDOS
      * NOME...: PEDCOMP
      ************************************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PEDCOMP.
      *==================================================================================*
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FD-PEDIDO ASSIGN TO "PEDCOMPRA.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PED-CHAVE
               FILE STATUS IS WRK-FS-PEDIDO.

           SELECT FD-FORNECEDOR ASSIGN TO "FORNEC.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FORN-CODIGO
               FILE STATUS IS WRK-FS-FORNECEDOR.

           SELECT FD-PRODUTOS ASSIGN TO "PRODUTOS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PROD-CODIGO
               FILE STATUS IS WRK-FS-PRODUTOS.

           SELECT FD-VENDAS ASSIGN TO DYNAMIC WRK-NOME-VENDAS
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WRK-FS-VENDAS.

           SELECT FD-RELATORIO ASSIGN TO "PEDIDOS.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-RELATORIO.

       DATA DIVISION.
       FILE SECTION.

       FD  FD-PEDIDO.
       COPY WPEDIDO.

       FD  FD-FORNECEDOR.
       COPY WFORN.

       FD  FD-PRODUTOS.
       COPY WPROD.

       FD  FD-VENDAS.
       COPY WVENDA.

       FD  FD-RELATORIO.
       01  REG-RELATORIO                PIC X(120).

       WORKING-STORAGE SECTION.

       01  WRK-OPCAO                    PIC 9(01) VALUE ZEROS.
       01  WRK-CONTINUA                 PIC X(01) VALUE 'S'.
       01  WRK-FS-PEDIDO                PIC X(02) VALUE '00'.
       01  WRK-FS-FORNECEDOR            PIC X(02) VALUE '00'.
       01  WRK-FS-PRODUTOS              PIC X(02) VALUE '00'.
       01  WRK-FS-VENDAS                PIC X(02) VALUE '00'.
       01  WRK-FS-RELATORIO             PIC X(02) VALUE '00'.
       01  WRK-FIM-ARQUIVO              PIC X(01) VALUE 'N'.
       01  WRK-FIM-FORNECEDOR           PIC X(01) VALUE 'N'.
       01  WRK-RESP-CONFIRMA            PIC X(01) VALUE 'N'.

       01  WRK-DATA-HORA-SISTEMA.
           05  WRK-DHS-DATA             PIC 9(08).
           05  WRK-DHS-HORA             PIC 9(06).
           05  FILLER                   PIC X(07).

      *--------------------------------------------------------------*
      *    PARAMETROS DA SUGESTAO (DIAS DE HISTORICO E DE COBERTURA)
      *--------------------------------------------------------------*
       01  WRK-DIAS-MEDIA               PIC 9(03) VALUE ZEROS.
       01  WRK-DIAS-COBERTURA           PIC 9(03) VALUE ZEROS.
       01  WRK-DATA-INI                 PIC 9(08) VALUE ZEROS.
       01  WRK-QTD-DIAS-LIDOS           PIC 9(04) VALUE ZEROS.
       01  WRK-QTD-DIAS-SEM-ARQ         PIC 9(04) VALUE ZEROS.

      *--------------------------------------------------------------*
      *    ARQUIVO DATADO DO DIA E CALENDARIO (AVANCO/RETROCESSO)
      *--------------------------------------------------------------*
       01  WRK-NOME-VENDAS              PIC X(30) VALUE SPACES.
       01  WRK-DATA-CORRENTE            PIC 9(08) VALUE ZEROS.
       01  WRK-DATA-CORRENTE-R REDEFINES WRK-DATA-CORRENTE.
           05  WRK-DC-ANO               PIC 9(04).
           05  WRK-DC-MES               PIC 9(02).
           05  WRK-DC-DIA               PIC 9(02).
       01  WRK-DIAS-MES-LIT             PIC X(24) VALUE
           '312831303130313130313031'.
       01  WRK-DIAS-MES-TAB REDEFINES WRK-DIAS-MES-LIT.
           05  WRK-DIAS-MES OCCURS 12 TIMES
                                        PIC 9(02).
       01  WRK-ULT-DIA-MES              PIC 9(02) VALUE ZEROS.
       01  WRK-QUOCIENTE                PIC 9(06) VALUE ZEROS.
       01  WRK-RESTO-4                  PIC 9(04) VALUE ZEROS.
       01  WRK-RESTO-100                PIC 9(04) VALUE ZEROS.
       01  WRK-RESTO-400                PIC 9(04) VALUE ZEROS.

      *--------------------------------------------------------------*
      *    VENDAS ESTORNADAS DO DIA (NAO ENTRAM NA MEDIA DE VENDAS)
      *--------------------------------------------------------------*
       01  WRK-MAX-ESTORNOS             PIC 9(03) VALUE 500.
       01  WRK-QTD-EST-DIA              PIC 9(03) VALUE ZEROS.
       01  WRK-TB-ESTORNADAS.
           05  WRK-EST-TAB OCCURS 500 TIMES.
               10  WRK-EST-TERMINAL     PIC 9(03).
               10  WRK-EST-NUM          PIC 9(06).
       01  WRK-IDX-EST                  PIC 9(03) VALUE ZEROS.
       01  WRK-VENDA-ESTORNADA          PIC X(01) VALUE 'N'.

      *--------------------------------------------------------------*
      *    PRODUTOS ABAIXO DO MINIMO E QUANTIDADE SUGERIDA
      *--------------------------------------------------------------*
       01  WRK-MAX-SUGESTAO             PIC 9(03) VALUE 300.
       01  WRK-QTD-SUGESTAO             PIC 9(03) VALUE ZEROS.
       01  WRK-QTD-FORA-TABELA          PIC 9(05) VALUE ZEROS.
       01  WRK-TB-SUGESTAO.
           05  WRK-SUG-TAB OCCURS 300 TIMES.
               10  WRK-SUG-CODPROD      PIC 9(06).
               10  WRK-SUG-DESCRICAO    PIC X(30).
               10  WRK-SUG-FORNECEDOR   PIC 9(06).
               10  WRK-SUG-FORN-OK      PIC X(01).
               10  WRK-SUG-PRAZO        PIC 9(03).
               10  WRK-SUG-ESTOQUE      PIC 9(06).
               10  WRK-SUG-MINIMO       PIC 9(06).
               10  WRK-SUG-CUSTO        PIC 9(05)V99.
               10  WRK-SUG-VENDIDO      PIC 9(08).
               10  WRK-SUG-MEDIA        PIC 9(06)V99.
               10  WRK-SUG-PENDENTE     PIC 9(07).
               10  WRK-SUG-SUGERIDO     PIC 9(06).
       01  WRK-IDX-SUG                  PIC 9(03) VALUE ZEROS.
       01  WRK-IDX-BUSCA                PIC 9(03) VALUE ZEROS.
       01  WRK-NECESSIDADE              PIC 9(08) VALUE ZEROS.
       01  WRK-DISPONIVEL               PIC 9(08) VALUE ZEROS.
       01  WRK-VALOR-ITEM               PIC 9(08)V99 VALUE ZEROS.
       01  WRK-PED-PENDENTE             PIC X(01) VALUE 'N'.

      *--------------------------------------------------------------*
      *    TOTAIS POR FORNECEDOR E GERAIS DA SUGESTAO
      *--------------------------------------------------------------*
       01  WRK-FORN-QTD-ITENS           PIC 9(03) VALUE ZEROS.
       01  WRK-FORN-QTD-LISTADOS        PIC 9(03) VALUE ZEROS.
       01  WRK-FORN-VALOR               PIC 9(08)V99 VALUE ZEROS.
       01  WRK-FORN-ITENS-ERRO          PIC 9(03) VALUE ZEROS.
       01  WRK-FORN-VALOR-ERRO          PIC 9(08)V99 VALUE ZEROS.
       01  WRK-TOT-QTD-PEDIDOS          PIC 9(04) VALUE ZEROS.
       01  WRK-TOT-QTD-ITENS            PIC 9(05) VALUE ZEROS.
       01  WRK-TOT-VALOR                PIC 9(10)V99 VALUE ZEROS.
       01  WRK-TOT-SEM-FORNECEDOR       PIC 9(05) VALUE ZEROS.

      *--------------------------------------------------------------*
      *    NUMERACAO E MANUTENCAO DE PEDIDOS
      *--------------------------------------------------------------*
       01  WRK-NUM-PEDIDO               PIC 9(06) VALUE ZEROS.
       01  WRK-MAIOR-NUMERO             PIC 9(06) VALUE ZEROS.
       01  WRK-SEQ-ITEM                 PIC 9(03) VALUE ZEROS.
       01  WRK-CODPROD-LIDO             PIC 9(06) VALUE ZEROS.
       01  WRK-QTD-NOVA                 PIC 9(06) VALUE ZEROS.
       01  WRK-ITEM-ACHADO              PIC X(01) VALUE 'N'.
       01  WRK-VALOR-ANTERIOR           PIC 9(08)V99 VALUE ZEROS.
       01  WRK-SITUACAO-PEDIDO          PIC X(12) VALUE SPACES.

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
                   WHEN 1 PERFORM 0002-GERAR-SUGESTAO
                   WHEN 2 PERFORM 0005-CONSULTAR-PEDIDO
                   WHEN 3 PERFORM 0006-ALTERAR-ITEM
                   WHEN 4 PERFORM 0007-CANCELAR-PEDIDO
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
           DISPLAY ' PEDIDOS DE COMPRA'
           DISPLAY ' 1 - GERAR PEDIDOS SUGERIDOS (ESTOQUE MINIMO)'
           DISPLAY ' 2 - CONSULTAR PEDIDO'
           DISPLAY ' 3 - ALTERAR QUANTIDADE DE ITEM DO PEDIDO'
           DISPLAY ' 4 - CANCELAR PEDIDO'
           DISPLAY ' 9 - SAIR'
           DISPLAY '========================================='
           DISPLAY 'OPCAO: '
           ACCEPT WRK-OPCAO
           .
      *----------------------------------------------------------------------------------*
       0001-END.              EXIT.
      *----------------------------------------------------------------------------------*

      *----------------------------------------------------------------------------------*
      *    GERA A SUGESTAO DE COMPRA: PRODUTOS ATIVOS EM RUPTURA OU ABAIXO
      *    DO MINIMO, MEDIA DIARIA DE VENDAS DOS ULTIMOS DIAS ARQUIVADOS,
      *    PEDIDOS AINDA PENDENTES E PRAZO DE ENTREGA DO FORNECEDOR
      *----------------------------------------------------------------------------------*
       0002-GERAR-SUGESTAO     SECTION.
      *----------------------------------------------------------------------------------*

           MOVE FUNCTION CURRENT-DATE TO WRK-DATA-HORA-SISTEMA

           DISPLAY 'DIAS DE VENDAS PARA A MEDIA (ZERO = 30): '
           ACCEPT WRK-DIAS-MEDIA
           IF WRK-DIAS-MEDIA = ZEROS
               MOVE 30 TO WRK-DIAS-MEDIA
           END-IF
           DISPLAY 'DIAS DE COBERTURA DO PEDIDO (ZERO = 15): '
           ACCEPT WRK-DIAS-COBERTURA
           IF WRK-DIAS-COBERTURA = ZEROS
               MOVE 15 TO WRK-DIAS-COBERTURA
           END-IF

           PERFORM 0002-A-CARREGA-PRODUTOS

           IF WRK-QTD-SUGESTAO = ZEROS
               DISPLAY 'NENHUM PRODUTO EM RUPTURA OU ABAIXO DO '
                       'ESTOQUE MINIMO'
           ELSE
               PERFORM 0002-B-APURA-VENDAS
               PERFORM 0002-E-APURA-PENDENTES
               PERFORM 0002-F-CALCULA-SUGESTAO
               PERFORM 0003-EMITE-SUGESTAO

               IF WRK-TOT-QTD-PEDIDOS = ZEROS
                   DISPLAY 'NENHUM PEDIDO A GERAR - NECESSIDADE '
                           'COBERTA OU PRODUTOS SEM FORNECEDOR'
               ELSE
                   DISPLAY WRK-TOT-QTD-PEDIDOS ' PEDIDO(S) SUGERIDO(S)'
                           ' - ' WRK-TOT-QTD-ITENS ' ITEM(NS) - VALOR '
                           WRK-TOT-VALOR
                   DISPLAY 'CONFIRMA A GRAVACAO DOS PEDIDOS? (S/N): '
                   ACCEPT WRK-RESP-CONFIRMA
                   IF WRK-RESP-CONFIRMA = 'S'
                       PERFORM 0004-GRAVA-PEDIDOS
                   ELSE
                       DISPLAY 'PEDIDOS NAO GRAVADOS - SUGESTAO '
                               'MANTIDA EM PEDIDOS.TXT'
                   END-IF
               END-IF
           END-IF
           .
      *----------------------------------------------------------------------------------*
       0002-END.              EXIT.
      *----------------------------------------------------------------------------------*

      *----------------------------------------------------------------------------------*
      *    CARREGA NA TABELA OS PRODUTOS ATIVOS EM RUPTURA OU COM ESTOQUE
      *    ABAIXO DO MINIMO (MESMO CRITERIO DO RELATORIO DE RUPTURA)
      *----------------------------------------------------------------------------------*
       0002-A-CARREGA-PRODUTOS SECTION.
      *----------------------------------------------------------------------------------*

           MOVE ZEROS TO WRK-QTD-SUGESTAO
           MOVE ZEROS TO WRK-QTD-FORA-TABELA
           MOVE 'N'   TO WRK-FIM-ARQUIVO

           OPEN INPUT FD-PRODUTOS
           IF WRK-FS-PRODUTOS NOT = '00'
               DISPLAY 'CADASTRO DE PRODUTOS AINDA NAO EXISTE'
           ELSE
               MOVE ZEROS TO PROD-CODIGO
               START FD-PRODUTOS KEY NOT < PROD-CODIGO
                   INVALID KEY
                       MOVE 'S' TO WRK-FIM-ARQUIVO
               END-START

               PERFORM UNTIL WRK-FIM-ARQUIVO = 'S'
                   READ FD-PRODUTOS NEXT
                       AT END
                           MOVE 'S' TO WRK-FIM-ARQUIVO
                       NOT AT END
                           IF PROD-ATIVO
                              AND (PROD-QTD-ESTOQUE = ZEROS
                               OR PROD-QTD-ESTOQUE <=
                                  PROD-ESTOQUE-MINIMO)
                               PERFORM 0002-I-INCLUI-PRODUTO
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE FD-PRODUTOS

               IF WRK-QTD-FORA-TABELA > ZEROS
                   DISPLAY 'ATENCAO: ' WRK-QTD-FORA-TABELA
                           ' PRODUTO(S) ALEM DO LIMITE DE '
                           WRK-MAX-SUGESTAO ' NAO ENTRARAM NA SUGESTAO'
               END-IF
           END-IF
           .
      *----------------------------------------------------------------------------------*
       0002-A-END.            EXIT.
      *----------------------------------------------------------------------------------*

      *----------------------------------------------------------------------------------*
      *    SOMA AS QUANTIDADES VENDIDAS DOS PRODUTOS DA TABELA NOS
      *    ARQUIVOS DIARIOS DATADOS DOS ULTIMOS N DIAS (ATE ONTEM)
      *----------------------------------------------------------------------------------*
       0002-B-APURA-VENDAS     SECTION.
      *----------------------------------------------------------------------------------*

           MOVE ZEROS TO WRK-QTD-DIAS-LIDOS
           MOVE ZEROS TO WRK-QTD-DIAS-SEM-ARQ

           MOVE WRK-DHS-DATA TO WRK-DATA-CORRENTE
           PERFORM 0009-RETROCEDE-DATA WRK-DIAS-MEDIA TIMES
           MOVE WRK-DATA-CORRENTE TO WRK-DATA-INI

           PERFORM UNTIL WRK-DATA-CORRENTE >= WRK-DHS-DATA
               PERFORM 0002-C-PROCESSA-DIA
               PERFORM 0008-AVANCA-DATA
           END-PERFORM
           .
      *----------------------------------------------------------------------------------*
       0002-B-END.            EXIT.
      *----------------------------------------------------------------------------------*

      *----------------------------------------------------------------------------------*
      *    PROCESSA O ARQUIVO DATADO DE UM DIA: PRIMEIRO GUARDA AS VENDAS
      *    ESTORNADAS, DEPOIS SOMA OS ITENS DAS VENDAS NAO ESTORNADAS
      *----------------------------------------------------------------------------------*
       0002-C-PROCESSA-DIA     SECTION.
      *----------------------------------------------------------------------------------*

           MOVE ZEROS TO WRK-QTD-EST-DIA

           MOVE SPACES TO WRK-NOME-VENDAS
           STRING 'VENDAS-' WRK-DATA-CORRENTE '.DAT'
               DELIMITED BY SIZE INTO WRK-NOME-VENDAS

           OPEN INPUT FD-VENDAS

           IF WRK-FS-VENDAS NOT = '00'
               ADD 1 TO WRK-QTD-DIAS-SEM-ARQ
           ELSE
               ADD 1 TO WRK-QTD-DIAS-LIDOS

               MOVE 'N' TO WRK-FIM-ARQUIVO
               PERFORM UNTIL WRK-FIM-ARQUIVO = 'S'
                   READ FD-VENDAS
                       AT END
                           MOVE 'S' TO WRK-FIM-ARQUIVO
                       NOT AT END
                           IF REG-VENDA-ESTORNO
                              AND WRK-QTD-EST-DIA < WRK-MAX-ESTORNOS
                               ADD 1 TO WRK-QTD-EST-DIA
                               MOVE REG-VENDA-E-TERMINAL-ORIG
                                   TO WRK-EST-TERMINAL(WRK-QTD-EST-DIA)
                               MOVE REG-VENDA-E-NUM-ORIG
                                   TO WRK-EST-NUM(WRK-QTD-EST-DIA)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE FD-VENDAS

               OPEN INPUT FD-VENDAS
               IF WRK-FS-VENDAS NOT = '00'
                   DISPLAY 'ERRO AO REABRIR ' WRK-NOME-VENDAS
                           ' - STATUS ' WRK-FS-VENDAS
                           ' - DIA NAO CONSIDERADO'
                   SUBTRACT 1 FROM WRK-QTD-DIAS-LIDOS
                   ADD 1 TO WRK-QTD-DIAS-SEM-ARQ
               ELSE
                   MOVE 'N' TO WRK-FIM-ARQUIVO
                   MOVE 'N' TO WRK-VENDA-ESTORNADA
                   PERFORM UNTIL WRK-FIM-ARQUIVO = 'S'
                       READ FD-VENDAS
                           AT END
                               MOVE 'S' TO WRK-FIM-ARQUIVO
                           NOT AT END
                               EVALUATE TRUE
                                   WHEN REG-VENDA-HEADER
                                       PERFORM 0002-D-VERIFICA-ESTORNO
                                   WHEN REG-VENDA-DETALHE
                                       IF WRK-VENDA-ESTORNADA = 'N'
                                           PERFORM 0002-G-ACUMULA-ITEM
                                       END-IF
                                   WHEN OTHER
                                       CONTINUE
                               END-EVALUATE
                       END-READ
                   END-PERFORM
                   CLOSE FD-VENDAS
               END-IF
           END-IF
           .
      *----------------------------------------------------------------------------------*
       0002-C-END.            EXIT.
      *----------------------------------------------------------------------------------*

      *----------------------------------------------------------------------------------*
      *    VERIFICA SE A VENDA DO HEADER LIDO FOI ESTORNADA NO DIA
      *----------------------------------------------------------------------------------*
       0002-D-VERIFICA-ESTORNO SECTION.
      *----------------------------------------------------------------------------------*

           MOVE 'N' TO WRK-VENDA-ESTORNADA

           PERFORM VARYING WRK-IDX-EST FROM 1 BY 1
                   UNTIL WRK-IDX-EST > WRK-QTD-EST-DIA
                      OR WRK-VENDA-ESTORNADA = 'S'
               IF WRK-EST-TERMINAL(WRK-IDX-EST) = REG-VENDA-TERMINAL
                  AND WRK-EST-NUM(WRK-IDX-EST) =
                      REG-VENDA-NUM-TRANSACAO
                   MOVE 'S' TO WRK-VENDA-ESTORNADA
               END-IF
           END-PERFORM
           .
      *----------------------------------------------------------------------------------*
       0002-D-END.            EXIT.
      *----------------------------------------------------------------------------------*

      *----------------------------------------------------------------------------------*
      *    SOMA AS QUANTIDADES AINDA NAO RECEBIDAS DOS PEDIDOS ABERTOS OU
      *    PARCIALMENTE RECEBIDOS (JA A CAMINHO, NAO DEVEM SER PEDIDAS)
      *----------------------------------------------------------------------------------*
       0002-E-APURA-PENDENTES  SECTION.
      *----------------------------------------------------------------------------------*

           MOVE 'N' TO WRK-FIM-ARQUIVO
           MOVE 'N' TO WRK-PED-PENDENTE

           OPEN INPUT FD-PEDIDO
           IF WRK-FS-PEDIDO = '00'
               MOVE LOW-VALUES TO PED-CHAVE
               START FD-PEDIDO KEY NOT < PED-CHAVE
                   INVALID KEY
                       MOVE 'S' TO WRK-FIM-ARQUIVO
               END-START

               PERFORM UNTIL WRK-FIM-ARQUIVO = 'S'
                   READ FD-PEDIDO NEXT
                       AT END
                           MOVE 'S' TO WRK-FIM-ARQUIVO
                       NOT AT END
                           IF PED-CABECALHO
                               MOVE 'N' TO WRK-PED-PENDENTE
                               IF PED-ABERTO OR PED-PARCIAL
                                   MOVE 'S' TO WRK-PED-PENDENTE
                               END-IF
                           ELSE
                               IF WRK-PED-PENDENTE = 'S'
                                  AND PED-I-QTD-PEDIDA >
                                      PED-I-QTD-RECEBIDA
                                   MOVE PED-I-CODPROD
                                       TO WRK-CODPROD-LIDO
                                   PERFORM 0002-H-LOCALIZA-PRODUTO
                                   IF WRK-IDX-SUG > ZEROS
                                       COMPUTE
                                         WRK-SUG-PENDENTE(WRK-IDX-SUG) =
                                         WRK-SUG-PENDENTE(WRK-IDX-SUG) +
                                         PED-I-QTD-PEDIDA -
                                         PED-I-QTD-RECEBIDA
                                   END-IF
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE FD-PEDIDO
           END-IF
           .
      *----------------------------------------------------------------------------------*
       0002-E-END.            EXIT.
      *----------------------------------------------------------------------------------*

      *----------------------------------------------------------------------------------*
      *    CALCULA A QUANTIDADE SUGERIDA DE CADA PRODUTO:
      *    NECESSIDADE = MEDIA DIARIA X (PRAZO DO FORNECEDOR + DIAS DE
      *    COBERTURA) + ESTOQUE MINIMO; SUGERIDO = NECESSIDADE MENOS
      *    ESTOQUE ATUAL MENOS PENDENTE DE PEDIDOS (NUNCA NEGATIVO)
      *----------------------------------------------------------------------------------*
       0002-F-CALCULA-SUGESTAO SECTION.
      *----------------------------------------------------------------------------------*

           OPEN INPUT FD-FORNECEDOR

           PERFORM VARYING WRK-IDX-SUG FROM 1 BY 1
                   UNTIL WRK-IDX-SUG > WRK-QTD-SUGESTAO
               IF WRK-FS-FORNECEDOR = '00'
                  AND WRK-SUG-FORNECEDOR(WRK-IDX-SUG) NOT = ZEROS
                   MOVE WRK-SUG-FORNECEDOR(WRK-IDX-SUG) TO FORN-CODIGO
                   READ FD-FORNECEDOR
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           IF FORN-ATIVO
                               MOVE 'S'
                                   TO WRK-SUG-FORN-OK(WRK-IDX-SUG)
                               MOVE FORN-PRAZO-ENTREGA
                                   TO WRK-SUG-PRAZO(WRK-IDX-SUG)
                           END-IF
                   END-READ
               END-IF

               IF WRK-QTD-DIAS-LIDOS > ZEROS
                   COMPUTE WRK-SUG-MEDIA(WRK-IDX-SUG) ROUNDED =
                           WRK-SUG-VENDIDO(WRK-IDX-SUG) /
                           WRK-QTD-DIAS-LIDOS
               END-IF

               COMPUTE WRK-NECESSIDADE ROUNDED =
                       WRK-SUG-MEDIA(WRK-IDX-SUG) *
                       (WRK-SUG-PRAZO(WRK-IDX-SUG) +
                        WRK-DIAS-COBERTURA) +
                       WRK-SUG-MINIMO(WRK-IDX-SUG)
               COMPUTE WRK-DISPONIVEL =
                       WRK-SUG-ESTOQUE(WRK-IDX-SUG) +
                       WRK-SUG-PENDENTE(WRK-IDX-SUG)

               IF WRK-NECESSIDADE > WRK-DISPONIVEL
                   COMPUTE WRK-SUG-SUGERIDO(WRK-IDX-SUG) =
                           WRK-NECESSIDADE - WRK-DISPONIVEL
               ELSE
                   MOVE ZEROS TO WRK-SUG-SUGERIDO(WRK-IDX-SUG)
               END-IF
           END-PERFORM

           IF WRK-FS-FORNECEDOR = '00'
               CLOSE FD-FORNECEDOR
           END-IF
           .
      *----------------------------------------------------------------------------------*
       0002-F-END.            EXIT.
      *----------------------------------------------------------------------------------*

      *----------------------------------------------------------------------------------*
      *    SOMA A QUANTIDADE DE UM ITEM VENDIDO AO PRODUTO DA TABELA
      *----------------------------------------------------------------------------------*
       0002-G-ACUMULA-ITEM     SECTION.
      *----------------------------------------------------------------------------------*

           MOVE REG-VENDA-D-CODPROD TO WRK-CODPROD-LIDO
           PERFORM 0002-H-LOCALIZA-PRODUTO

           IF WRK-IDX-SUG > ZEROS
               ADD REG-VENDA-D-QUANTIDADE
                   TO WRK-SUG-VENDIDO(WRK-IDX-SUG)
           END-IF
           .
      *----------------------------------------------------------------------------------*
       0002-G-END.            EXIT.
      *----------------------------------------------------------------------------------*

      *----------------------------------------------------------------------------------*
      *    LOCALIZA O PRODUTO NA TABELA DE SUGESTAO (ZERO SE NAO ESTA)
      *----------------------------------------------------------------------------------*
       0002-H-LOCALIZA-PRODUTO SECTION.
      *----------------------------------------------------------------------------------*

           MOVE ZEROS TO WRK-IDX-SUG

           PERFORM VARYING WRK-IDX-BUSCA FROM 1 BY 1
                   UNTIL WRK-IDX-BUSCA > WRK-QTD-SUGESTAO
                      OR WRK-IDX-SUG > ZEROS
               IF WRK-SUG-CODPROD(WRK-IDX-BUSCA) = WRK-CODPROD-LIDO
                   MOVE WRK-IDX-BUSCA TO WRK-IDX-SUG
               END-IF
           END-PERFORM
           .
      *----------------------------------------------------------------------------------*
       0002-H-END.            EXIT.
      *----------------------------------------------------------------------------------*

      *----------------------------------------------------------------------------------*
      *    INCLUI O PRODUTO LIDO NA TABELA DE SUGESTAO
      *----------------------------------------------------------------------------------*
       0002-I-INCLUI-PRODUTO   SECTION.
      *----------------------------------------------------------------------------------*

           IF WRK-QTD-SUGESTAO < WRK-MAX-SUGESTAO
               ADD 1 TO WRK-QTD-SUGESTAO
               MOVE WRK-QTD-SUGESTAO    TO WRK-IDX-SUG
               MOVE PROD-CODIGO         TO WRK-SUG-CODPROD(WRK-IDX-SUG)
               MOVE PROD-DESCRICAO
                   TO WRK-SUG-DESCRICAO(WRK-IDX-SUG)
               MOVE PROD-COD-FORNECEDOR
                   TO WRK-SUG-FORNECEDOR(WRK-IDX-SUG)
               MOVE 'N'                 TO WRK-SUG-FORN-OK(WRK-IDX-SUG)
               MOVE ZEROS               TO WRK-SUG-PRAZO(WRK-IDX-SUG)
               MOVE PROD-QTD-ESTOQUE    TO WRK-SUG-ESTOQUE(WRK-IDX-SUG)
               MOVE PROD-ESTOQUE-MINIMO TO WRK-SUG-MINIMO(WRK-IDX-SUG)
               MOVE PROD-CUSTO          TO WRK-SUG-CUSTO(WRK-IDX-SUG)
               MOVE ZEROS               TO WRK-SUG-VENDIDO(WRK-IDX-SUG)
               MOVE ZEROS               TO WRK-SUG-MEDIA(WRK-IDX-SUG)
               MOVE ZEROS               TO WRK-SUG-PENDENTE(WRK-IDX-SUG)
               MOVE ZEROS               TO WRK-SUG-SUGERIDO(WRK-IDX-SUG)
           ELSE
               ADD 1 TO WRK-QTD-FORA-TABELA
           END-IF
           .
      *----------------------------------------------------------------------------------*
       0002-I-END.            EXIT.
      *----------------------------------------------------------------------------------*

      *----------------------------------------------------------------------------------*
      *    GRAVA O RELATORIO DE SUGESTAO (PEDIDOS.TXT) AGRUPADO POR
      *    FORNECEDOR, SEGUIDO DOS PRODUTOS SEM FORNECEDOR ATIVO
      *----------------------------------------------------------------------------------*
       0003-EMITE-SUGESTAO     SECTION.
      *----------------------------------------------------------------------------------*

           MOVE ZEROS TO WRK-TOT-QTD-PEDIDOS
           MOVE ZEROS TO WRK-TOT-QTD-ITENS
           MOVE ZEROS TO WRK-TOT-VALOR
           MOVE ZEROS TO WRK-TOT-SEM-FORNECEDOR
           MOVE 'N'   TO WRK-FIM-FORNECEDOR

           OPEN OUTPUT FD-RELATORIO

           MOVE '========================================'
               TO REG-RELATORIO
           WRITE REG-RELATORIO
           MOVE 'SUGESTAO DE PEDIDOS DE COMPRA POR FORNECEDOR'
               TO REG-RELATORIO
           WRITE REG-RELATORIO
           MOVE SPACES TO REG-RELATORIO
           STRING 'EMISSAO: ' WRK-DHS-DATA
                  '  VENDAS DE ' WRK-DATA-INI ' ATE ONTEM ('
                  WRK-QTD-DIAS-LIDOS ' DIA(S) COM ARQUIVO, '
                  WRK-QTD-DIAS-SEM-ARQ ' SEM ARQUIVO)'
               DELIMITED BY SIZE INTO REG-RELATORIO
           WRITE REG-RELATORIO
           MOVE SPACES TO REG-RELATORIO
           STRING 'COBERTURA: ' WRK-DIAS-COBERTURA
                  ' DIA(S) ALEM DO PRAZO DE ENTREGA DO FORNECEDOR'
               DELIMITED BY SIZE INTO REG-RELATORIO
           WRITE REG-RELATORIO
           MOVE '========================================'
               TO REG-RELATORIO
           WRITE REG-RELATORIO

           OPEN INPUT FD-FORNECEDOR
           IF WRK-FS-FORNECEDOR NOT = '00'
               MOVE 'S' TO WRK-FIM-FORNECEDOR
           ELSE
               MOVE ZEROS TO FORN-CODIGO
               START FD-FORNECEDOR KEY NOT < FORN-CODIGO
                   INVALID KEY
                       MOVE 'S' TO WRK-FIM-FORNECEDOR
               END-START
           END-IF

           PERFORM UNTIL WRK-FIM-FORNECEDOR = 'S'
               READ FD-FORNECEDOR NEXT
                   AT END
                       MOVE 'S' TO WRK-FIM-FORNECEDOR
                   NOT AT END
                       IF FORN-ATIVO
                           PERFORM 0003-A-EMITE-FORNECEDOR
                       END-IF
               END-READ
           END-PERFORM

           IF WRK-FS-FORNECEDOR = '00'
               CLOSE FD-FORNECEDOR
           END-IF

           PERFORM 0003-C-EMITE-SEM-FORNECEDOR

           MOVE '========================================'
               TO REG-RELATORIO
           WRITE REG-RELATORIO
           MOVE SPACES TO REG-RELATORIO
           STRING 'PEDIDOS SUGERIDOS.........: ' WRK-TOT-QTD-PEDIDOS
               DELIMITED BY SIZE INTO REG-RELATORIO
           WRITE REG-RELATORIO
           MOVE SPACES TO REG-RELATORIO
           STRING 'ITENS A PEDIR.............: ' WRK-TOT-QTD-ITENS
               DELIMITED BY SIZE INTO REG-RELATORIO
           WRITE REG-RELATORIO
           MOVE SPACES TO REG-RELATORIO
           STRING 'VALOR TOTAL (AO CUSTO)....: ' WRK-TOT-VALOR
               DELIMITED BY SIZE INTO REG-RELATORIO
           WRITE REG-RELATORIO
           MOVE SPACES TO REG-RELATORIO
           STRING 'PRODUTOS SEM FORNECEDOR...: '
                  WRK-TOT-SEM-FORNECEDOR
               DELIMITED BY SIZE INTO REG-RELATORIO
           WRITE REG-RELATORIO
           MOVE '========================================'
               TO REG-RELATORIO
           WRITE REG-RELATORIO

           CLOSE FD-RELATORIO

           DISPLAY 'SUGESTAO GRAVADA EM PEDIDOS.TXT'
           .
      *----------------------------------------------------------------------------------*
       0003-END.              EXIT.
      *----------------------------------------------------------------------------------*

      *----------------------------------------------------------------------------------*
      *    GRAVA O GRUPO DE UM FORNECEDOR: CABECALHO, PRODUTOS ABAIXO DO
      *    MINIMO LIGADOS A ELE E TOTAL DO PEDIDO SUGERIDO
      *----------------------------------------------------------------------------------*
       0003-A-EMITE-FORNECEDOR SECTION.
      *----------------------------------------------------------------------------------*

           MOVE ZEROS TO WRK-FORN-QTD-ITENS
           MOVE ZEROS TO WRK-FORN-QTD-LISTADOS
           MOVE ZEROS TO WRK-FORN-VALOR

           PERFORM VARYING WRK-IDX-SUG FROM 1 BY 1
                   UNTIL WRK-IDX-SUG > WRK-QTD-SUGESTAO
               IF WRK-SUG-FORNECEDOR(WRK-IDX-SUG) = FORN-CODIGO
                   IF WRK-FORN-QTD-LISTADOS = ZEROS
                       MOVE SPACES TO REG-RELATORIO
                       STRING 'FORNECEDOR ' FORN-CODIGO ' '
                              FORN-RAZAO-SOCIAL ' TEL: '
                              FORN-TELEFONE ' PRAZO: '
                              FORN-PRAZO-ENTREGA ' DIA(S)'
                           DELIMITED BY SIZE INTO REG-RELATORIO
                       WRITE REG-RELATORIO
                       MOVE SPACES TO REG-RELATORIO
                       STRING '  CODIGO DESCRICAO                      '
                              'ESTOQ. MINIMO VENDIDO MEDIA/DIA '
                              'PENDENTE SUGERIDO    CUSTO       VALOR'
                           DELIMITED BY SIZE INTO REG-RELATORIO
                       WRITE REG-RELATORIO
                   END-IF
                   ADD 1 TO WRK-FORN-QTD-LISTADOS
                   PERFORM 0003-B-EMITE-ITEM
                   IF WRK-SUG-SUGERIDO(WRK-IDX-SUG) > ZEROS
                       ADD 1              TO WRK-FORN-QTD-ITENS
                       ADD WRK-VALOR-ITEM TO WRK-FORN-VALOR
                   END-IF
               END-IF
           END-PERFORM

           IF WRK-FORN-QTD-LISTADOS > ZEROS
               MOVE SPACES TO REG-RELATORIO
               IF WRK-FORN-QTD-ITENS > ZEROS
                   ADD 1                  TO WRK-TOT-QTD-PEDIDOS
                   ADD WRK-FORN-QTD-ITENS TO WRK-TOT-QTD-ITENS
                   ADD WRK-FORN-VALOR     TO WRK-TOT-VALOR
                   STRING '  PEDIDO SUGERIDO: ' WRK-FORN-QTD-ITENS
                          ' ITEM(NS) - VALOR: ' WRK-FORN-VALOR
                       DELIMITED BY SIZE INTO REG-RELATORIO
               ELSE
                   STRING '  SEM PEDIDO: NECESSIDADE COBERTA PELO '
                          'ESTOQUE E PEDIDOS PENDENTES'
                       DELIMITED BY SIZE INTO REG-RELATORIO
               END-IF
               WRITE REG-RELATORIO
               MOVE '----------------------------------------'
                   TO REG-RELATORIO
               WRITE REG-RELATORIO
           END-IF
           .
      *----------------------------------------------------------------------------------*
       0003-A-END.            EXIT.
      *----------------------------------------------------------------------------------*

      *----------------------------------------------------------------------------------*
      *    GRAVA A LINHA DE UM PRODUTO DA SUGESTAO
      *----------------------------------------------------------------------------------*
       0003-B-EMITE-ITEM       SECTION.
      *----------------------------------------------------------------------------------*

           COMPUTE WRK-VALOR-ITEM =
                   WRK-SUG-SUGERIDO(WRK-IDX-SUG) *
                   WRK-SUG-CUSTO(WRK-IDX-SUG)

           MOVE SPACES TO REG-RELATORIO
           STRING '  ' WRK-SUG-CODPROD(WRK-IDX-SUG) ' '
                  WRK-SUG-DESCRICAO(WRK-IDX-SUG) ' '
                  WRK-SUG-ESTOQUE(WRK-IDX-SUG) ' '
                  WRK-SUG-MINIMO(WRK-IDX-SUG) ' '
                  WRK-SUG-VENDIDO(WRK-IDX-SUG) ' '
                  WRK-SUG-MEDIA(WRK-IDX-SUG) ' '
                  WRK-SUG-PENDENTE(WRK-IDX-SUG) ' '
                  WRK-SUG-SUGERIDO(WRK-IDX-SUG) ' '
                  WRK-SUG-CUSTO(WRK-IDX-SUG) ' '
                  WRK-VALOR-ITEM
               DELIMITED BY SIZE INTO REG-RELATORIO
           WRITE REG-RELATORIO
           .
      *----------------------------------------------------------------------------------*
       0003-B-END.            EXIT.
      *----------------------------------------------------------------------------------*

      *----------------------------------------------------------------------------------*
      *    GRAVA OS PRODUTOS ABAIXO DO MINIMO SEM FORNECEDOR PRINCIPAL
      *    ATIVO (NAO ENTRAM EM PEDIDO - CORRIGIR NO CADPROD)
      *----------------------------------------------------------------------------------*
       0003-C-EMITE-SEM-FORNECEDOR SECTION.
      *----------------------------------------------------------------------------------*

           PERFORM VARYING WRK-IDX-SUG FROM 1 BY 1
                   UNTIL WRK-IDX-SUG > WRK-QTD-SUGESTAO
               IF WRK-SUG-FORN-OK(WRK-IDX-SUG) = 'N'
                   IF WRK-TOT-SEM-FORNECEDOR = ZEROS
                       MOVE 'PRODUTOS SEM FORNECEDOR PRINCIPAL ATIVO '
                           TO REG-RELATORIO
                       WRITE REG-RELATORIO
                   END-IF
                   ADD 1 TO WRK-TOT-SEM-FORNECEDOR
                   PERFORM 0003-B-EMITE-ITEM
               END-IF
           END-PERFORM
           .
      *----------------------------------------------------------------------------------*
       0003-C-END.            EXIT.
      *----------------------------------------------------------------------------------*

      *----------------------------------------------------------------------------------*
      *    GRAVA UM PEDIDO DE COMPRA POR FORNECEDOR ATIVO COM ITENS A
      *    PEDIR (CABECALHO SEQ 000 E ITENS SEQ 001 EM DIANTE)
      *----------------------------------------------------------------------------------*
       0004-GRAVA-PEDIDOS      SECTION.
      *----------------------------------------------------------------------------------*

           PERFORM 0004-A-PROXIMO-NUMERO

           OPEN I-O FD-PEDIDO
           IF WRK-FS-PEDIDO = '35'
               OPEN OUTPUT FD-PEDIDO
               CLOSE FD-PEDIDO
               OPEN I-O FD-PEDIDO
           END-IF

           IF WRK-FS-PEDIDO NOT = '00'
               DISPLAY 'ERRO AO ABRIR PEDCOMPRA.DAT - STATUS '
                       WRK-FS-PEDIDO ' - PEDIDOS NAO GRAVADOS'
           ELSE
               OPEN INPUT FD-FORNECEDOR
               IF WRK-FS-FORNECEDOR NOT = '00'
                   DISPLAY 'CADASTRO DE FORNECEDORES INDISPONIVEL - '
                           'STATUS ' WRK-FS-FORNECEDOR
                           ' - PEDIDOS NAO GRAVADOS'
               ELSE
                   MOVE 'N' TO WRK-FIM-FORNECEDOR
                   MOVE ZEROS TO FORN-CODIGO
                   START FD-FORNECEDOR KEY NOT < FORN-CODIGO
                       INVALID KEY
                           MOVE 'S' TO WRK-FIM-FORNECEDOR
                   END-START

                   PERFORM UNTIL WRK-FIM-FORNECEDOR = 'S'
                       READ FD-FORNECEDOR NEXT
                           AT END
                               MOVE 'S' TO WRK-FIM-FORNECEDOR
                           NOT AT END
                               IF FORN-ATIVO
                                   PERFORM 0004-B-GRAVA-PEDIDO-FORN
                               END-IF
                       END-READ
                   END-PERFORM

                   CLOSE FD-FORNECEDOR
               END-IF
               CLOSE FD-PEDIDO
           END-IF
           .
      *----------------------------------------------------------------------------------*
       0004-END.              EXIT.
      *----------------------------------------------------------------------------------*

      *----------------------------------------------------------------------------------*
      *    OBTEM O NUMERO DO PROXIMO PEDIDO (MAIOR NUMERO EXISTENTE + 1)
      *----------------------------------------------------------------------------------*
       0004-A-PROXIMO-NUMERO   SECTION.
      *----------------------------------------------------------------------------------*

           MOVE ZEROS TO WRK-MAIOR-NUMERO
           MOVE 'N'   TO WRK-FIM-ARQUIVO

           OPEN INPUT FD-PEDIDO
           IF WRK-FS-PEDIDO = '00'
               MOVE LOW-VALUES TO PED-CHAVE
               START FD-PEDIDO KEY NOT < PED-CHAVE
                   INVALID KEY
                       MOVE 'S' TO WRK-FIM-ARQUIVO
               END-START
               PERFORM UNTIL WRK-FIM-ARQUIVO = 'S'
                   READ FD-PEDIDO NEXT
                       AT END
                           MOVE 'S' TO WRK-FIM-ARQUIVO
                       NOT AT END
                           IF PED-NUMERO > WRK-MAIOR-NUMERO
                               MOVE PED-NUMERO TO WRK-MAIOR-NUMERO
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE FD-PEDIDO
           END-IF

           COMPUTE WRK-NUM-PEDIDO = WRK-MAIOR-NUMERO + 1
           .
      *----------------------------------------------------------------------------------*
       0004-A-END.            EXIT.
      *----------------------------------------------------------------------------------*

      *----------------------------------------------------------------------------------*
      *    GRAVA O PEDIDO DO FORNECEDOR CORRENTE, SE HOUVER ITENS A PEDIR
      *----------------------------------------------------------------------------------*
       0004-B-GRAVA-PEDIDO-FORN SECTION.
      *----------------------------------------------------------------------------------*

           MOVE ZEROS TO WRK-FORN-QTD-ITENS
           MOVE ZEROS TO WRK-FORN-VALOR

           PERFORM VARYING WRK-IDX-SUG FROM 1 BY 1
                   UNTIL WRK-IDX-SUG > WRK-QTD-SUGESTAO
               IF WRK-SUG-FORNECEDOR(WRK-IDX-SUG) = FORN-CODIGO
                  AND WRK-SUG-SUGERIDO(WRK-IDX-SUG) > ZEROS
                   ADD 1 TO WRK-FORN-QTD-ITENS
                   COMPUTE WRK-FORN-VALOR = WRK-FORN-VALOR +
                           WRK-SUG-SUGERIDO(WRK-IDX-SUG) *
                           WRK-SUG-CUSTO(WRK-IDX-SUG)
               END-IF
           END-PERFORM

           IF WRK-FORN-QTD-ITENS > ZEROS
               MOVE WRK-DHS-DATA TO WRK-DATA-CORRENTE
               PERFORM 0008-AVANCA-DATA FORN-PRAZO-ENTREGA TIMES

               MOVE WRK-NUM-PEDIDO     TO PED-NUMERO
               MOVE ZEROS              TO PED-SEQ
               MOVE 'C'                TO PED-TIPO
               MOVE SPACES             TO PED-DADOS-C
               MOVE FORN-CODIGO        TO PED-C-FORNECEDOR
               MOVE WRK-DHS-DATA       TO PED-C-DATA-EMISSAO
               MOVE WRK-DATA-CORRENTE  TO PED-C-DATA-PREVISTA
               MOVE 'A'                TO PED-C-STATUS
               MOVE WRK-FORN-QTD-ITENS TO PED-C-QTD-ITENS
               MOVE WRK-FORN-VALOR     TO PED-C-VALOR-TOTAL
               MOVE ZEROS              TO PED-C-DATA-RECEBIMENTO
               WRITE REG-PEDIDO
               IF WRK-FS-PEDIDO NOT = '00'
                   DISPLAY 'ERRO AO GRAVAR O PEDIDO ' WRK-NUM-PEDIDO
                           ' - STATUS ' WRK-FS-PEDIDO
                   DISPLAY '    FORNECEDOR ' FORN-CODIGO ' '
                           FORN-RAZAO-SOCIAL ' FICOU SEM PEDIDO'
               ELSE
                   PERFORM 0004-C-GRAVA-ITENS
               END-IF

               ADD 1 TO WRK-NUM-PEDIDO
           END-IF
           .
      *----------------------------------------------------------------------------------*
       0004-B-END.            EXIT.
      *----------------------------------------------------------------------------------*

      *----------------------------------------------------------------------------------*
      *    GRAVA OS ITENS DO PEDIDO DO FORNECEDOR CORRENTE; ITEM NAO
      *    GRAVADO E RETIRADO DA QUANTIDADE E DO VALOR DO CABECALHO
      *----------------------------------------------------------------------------------*
       0004-C-GRAVA-ITENS      SECTION.
      *----------------------------------------------------------------------------------*

           MOVE ZEROS TO WRK-FORN-ITENS-ERRO
           MOVE ZEROS TO WRK-FORN-VALOR-ERRO
           MOVE ZEROS TO WRK-SEQ-ITEM
           PERFORM VARYING WRK-IDX-SUG FROM 1 BY 1
                   UNTIL WRK-IDX-SUG > WRK-QTD-SUGESTAO
               IF WRK-SUG-FORNECEDOR(WRK-IDX-SUG) = FORN-CODIGO
                  AND WRK-SUG-SUGERIDO(WRK-IDX-SUG) > ZEROS
                   ADD 1 TO WRK-SEQ-ITEM
                   MOVE WRK-NUM-PEDIDO TO PED-NUMERO
                   MOVE WRK-SEQ-ITEM   TO PED-SEQ
                   MOVE 'I'            TO PED-TIPO
                   MOVE SPACES         TO PED-DADOS-I
                   MOVE WRK-SUG-CODPROD(WRK-IDX-SUG)
                       TO PED-I-CODPROD
                   MOVE WRK-SUG-SUGERIDO(WRK-IDX-SUG)
                       TO PED-I-QTD-PEDIDA
                   MOVE ZEROS          TO PED-I-QTD-RECEBIDA
                   MOVE WRK-SUG-CUSTO(WRK-IDX-SUG)
                       TO PED-I-CUSTO
                   MOVE 'N'            TO PED-I-NAO-PEDIDO
                   WRITE REG-PEDIDO
                   IF WRK-FS-PEDIDO NOT = '00'
                       DISPLAY 'ERRO AO GRAVAR O ITEM DO PRODUTO '
                               PED-I-CODPROD ' - STATUS '
                               WRK-FS-PEDIDO
                       ADD 1 TO WRK-FORN-ITENS-ERRO
                       COMPUTE WRK-FORN-VALOR-ERRO =
                               WRK-FORN-VALOR-ERRO +
                               WRK-SUG-SUGERIDO(WRK-IDX-SUG) *
                               WRK-SUG-CUSTO(WRK-IDX-SUG)
                   END-IF
               END-IF
           END-PERFORM

           IF WRK-FORN-ITENS-ERRO > ZEROS
               PERFORM 0004-D-CORRIGE-CABECALHO
           END-IF

           DISPLAY 'PEDIDO ' WRK-NUM-PEDIDO ' - FORNECEDOR '
                   FORN-CODIGO ' ' FORN-RAZAO-SOCIAL
           DISPLAY '    ' WRK-FORN-QTD-ITENS ' ITEM(NS) - VALOR '
                   WRK-FORN-VALOR ' - PREVISAO ' WRK-DATA-CORRENTE
           .
      *----------------------------------------------------------------------------------*
       0004-C-END.            EXIT.
      *----------------------------------------------------------------------------------*

      *----------------------------------------------------------------------------------*
      *    RETIRA DO CABECALHO OS ITENS QUE NAO FORAM GRAVADOS (SEM
      *    NENHUM ITEM GRAVADO O PEDIDO FICA CANCELADO)
      *----------------------------------------------------------------------------------*
       0004-D-CORRIGE-CABECALHO SECTION.
      *----------------------------------------------------------------------------------*

           SUBTRACT WRK-FORN-ITENS-ERRO FROM WRK-FORN-QTD-ITENS
           SUBTRACT WRK-FORN-VALOR-ERRO FROM WRK-FORN-VALOR

           MOVE WRK-NUM-PEDIDO TO PED-NUMERO
           MOVE ZEROS          TO PED-SEQ
           READ FD-PEDIDO
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE WRK-FORN-QTD-ITENS TO PED-C-QTD-ITENS
                   MOVE WRK-FORN-VALOR     TO PED-C-VALOR-TOTAL
                   IF WRK-FORN-QTD-ITENS = ZEROS
                       MOVE 'C' TO PED-C-STATUS
                   END-IF
                   REWRITE REG-PEDIDO
           END-READ

           IF WRK-FS-PEDIDO NOT = '00'
               DISPLAY 'ERRO AO CORRIGIR O CABECALHO DO PEDIDO '
                       WRK-NUM-PEDIDO ' - STATUS ' WRK-FS-PEDIDO
               DISPLAY '    CONFERIR O PEDIDO PELA CONSULTA'
           ELSE
               DISPLAY 'PEDIDO ' WRK-NUM-PEDIDO ' GRAVADO SEM '
                       WRK-FORN-ITENS-ERRO ' ITEM(NS)'
               IF WRK-FORN-QTD-ITENS = ZEROS
                   DISPLAY 'PEDIDO SEM ITENS - CANCELADO'
               END-IF
           END-IF
           .
      *----------------------------------------------------------------------------------*
       0004-D-END.            EXIT.
      *----------------------------------------------------------------------------------*

      *----------------------------------------------------------------------------------*
      *    CONSULTA UM PEDIDO DE COMPRA (CABECALHO E ITENS)
      *----------------------------------------------------------------------------------*
       0005-CONSULTAR-PEDIDO   SECTION.
      *----------------------------------------------------------------------------------*

           DISPLAY 'NUMERO DO PEDIDO: '
           ACCEPT WRK-NUM-PEDIDO

           OPEN INPUT FD-PEDIDO
           IF WRK-FS-PEDIDO NOT = '00'
               DISPLAY 'NENHUM PEDIDO DE COMPRA GRAVADO ATE O MOMENTO'
           ELSE
               MOVE WRK-NUM-PEDIDO TO PED-NUMERO
               MOVE ZEROS          TO PED-SEQ
               READ FD-PEDIDO
                   INVALID KEY
                       DISPLAY 'PEDIDO NAO ENCONTRADO'
                   NOT INVALID KEY
                       PERFORM 0005-A-EXIBE-CABECALHO
                       PERFORM 0005-B-EXIBE-ITENS
               END-READ
               CLOSE FD-PEDIDO
           END-IF
           .
      *----------------------------------------------------------------------------------*
       0005-END.              EXIT.
      *----------------------------------------------------------------------------------*

      *----------------------------------------------------------------------------------*
      *    EXIBE O CABECALHO DO PEDIDO LIDO
      *----------------------------------------------------------------------------------*
       0005-A-EXIBE-CABECALHO  SECTION.
      *----------------------------------------------------------------------------------*

           EVALUATE TRUE
               WHEN PED-ABERTO
                   MOVE 'ABERTO'      TO WRK-SITUACAO-PEDIDO
               WHEN PED-PARCIAL
                   MOVE 'PARCIAL'     TO WRK-SITUACAO-PEDIDO
               WHEN PED-FECHADO
                   MOVE 'RECEBIDO'    TO WRK-SITUACAO-PEDIDO
               WHEN OTHER
                   MOVE 'CANCELADO'   TO WRK-SITUACAO-PEDIDO
           END-EVALUATE

           DISPLAY 'PEDIDO.......: ' PED-NUMERO
           DISPLAY 'FORNECEDOR...: ' PED-C-FORNECEDOR
           DISPLAY 'EMISSAO......: ' PED-C-DATA-EMISSAO
           DISPLAY 'PREVISAO.....: ' PED-C-DATA-PREVISTA
           DISPLAY 'SITUACAO.....: ' WRK-SITUACAO-PEDIDO
           DISPLAY 'ITENS........: ' PED-C-QTD-ITENS
           DISPLAY 'VALOR........: ' PED-C-VALOR-TOTAL
           IF PED-C-DATA-RECEBIMENTO NOT = ZEROS
               DISPLAY 'RECEBIMENTO..: ' PED-C-DATA-RECEBIMENTO
                       ' OPERADOR: ' PED-C-OPERADOR
           END-IF
           .
      *----------------------------------------------------------------------------------*
       0005-A-END.            EXIT.
      *----------------------------------------------------------------------------------*

      *----------------------------------------------------------------------------------*
      *    EXIBE OS ITENS DO PEDIDO (PEDIDO X RECEBIDO)
      *----------------------------------------------------------------------------------*
       0005-B-EXIBE-ITENS      SECTION.
      *----------------------------------------------------------------------------------*

           MOVE 'N' TO WRK-FIM-ARQUIVO
           MOVE WRK-NUM-PEDIDO TO PED-NUMERO
           MOVE 1              TO PED-SEQ
           START FD-PEDIDO KEY NOT < PED-CHAVE
               INVALID KEY
                   MOVE 'S' TO WRK-FIM-ARQUIVO
           END-START

           PERFORM UNTIL WRK-FIM-ARQUIVO = 'S'
               READ FD-PEDIDO NEXT
                   AT END
                       MOVE 'S' TO WRK-FIM-ARQUIVO
                   NOT AT END
                       IF PED-NUMERO NOT = WRK-NUM-PEDIDO
                           MOVE 'S' TO WRK-FIM-ARQUIVO
                       ELSE
                           IF PED-ITEM-NAO-PEDIDO
                               DISPLAY '  ' PED-I-CODPROD
                                       ' PEDIDO: ' PED-I-QTD-PEDIDA
                                       ' RECEBIDO: '
                                       PED-I-QTD-RECEBIDA
                                       ' CUSTO: ' PED-I-CUSTO
                                       ' (NAO PEDIDO)'
                           ELSE
                               DISPLAY '  ' PED-I-CODPROD
                                       ' PEDIDO: ' PED-I-QTD-PEDIDA
                                       ' RECEBIDO: '
                                       PED-I-QTD-RECEBIDA
                                       ' CUSTO: ' PED-I-CUSTO
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           .
      *----------------------------------------------------------------------------------*
       0005-B-END.            EXIT.
      *----------------------------------------------------------------------------------*

      *----------------------------------------------------------------------------------*
      *    ALTERA A QUANTIDADE PEDIDA DE UM ITEM DE PEDIDO AINDA ABERTO
      *    (ZERO RETIRA O ITEM DO PEDIDO)
      *----------------------------------------------------------------------------------*
       0006-ALTERAR-ITEM       SECTION.
      *----------------------------------------------------------------------------------*

           DISPLAY 'NUMERO DO PEDIDO: '
           ACCEPT WRK-NUM-PEDIDO

           OPEN I-O FD-PEDIDO
           IF WRK-FS-PEDIDO NOT = '00'
               DISPLAY 'NENHUM PEDIDO DE COMPRA GRAVADO ATE O MOMENTO'
           ELSE
               MOVE WRK-NUM-PEDIDO TO PED-NUMERO
               MOVE ZEROS          TO PED-SEQ
               READ FD-PEDIDO
                   INVALID KEY
                       DISPLAY 'PEDIDO NAO ENCONTRADO'
                   NOT INVALID KEY
                       IF PED-ABERTO
                           PERFORM 0006-A-ALTERA-QUANTIDADE
                       ELSE
                           DISPLAY 'SOMENTE PEDIDO ABERTO (SEM '
                                   'RECEBIMENTO) PODE SER ALTERADO'
                       END-IF
               END-READ
               CLOSE FD-PEDIDO
           END-IF
           .
      *----------------------------------------------------------------------------------*
       0006-END.              EXIT.
      *----------------------------------------------------------------------------------*

      *----------------------------------------------------------------------------------*
      *    LOCALIZA O ITEM DO PRODUTO NO PEDIDO, GRAVA A NOVA QUANTIDADE
      *    E ATUALIZA QUANTIDADE DE ITENS E VALOR NO CABECALHO
      *----------------------------------------------------------------------------------*
       0006-A-ALTERA-QUANTIDADE SECTION.
      *----------------------------------------------------------------------------------*

           DISPLAY 'CODIGO DO PRODUTO: '
           ACCEPT WRK-CODPROD-LIDO

           MOVE 'N' TO WRK-ITEM-ACHADO
           MOVE 'N' TO WRK-FIM-ARQUIVO
           MOVE WRK-NUM-PEDIDO TO PED-NUMERO
           MOVE 1              TO PED-SEQ
           START FD-PEDIDO KEY NOT < PED-CHAVE
               INVALID KEY
                   MOVE 'S' TO WRK-FIM-ARQUIVO
           END-START

           PERFORM UNTIL WRK-FIM-ARQUIVO = 'S'
               READ FD-PEDIDO NEXT
                   AT END
                       MOVE 'S' TO WRK-FIM-ARQUIVO
                   NOT AT END
                       IF PED-NUMERO NOT = WRK-NUM-PEDIDO
                           MOVE 'S' TO WRK-FIM-ARQUIVO
                       ELSE
                           IF PED-I-CODPROD = WRK-CODPROD-LIDO
                               MOVE 'S' TO WRK-ITEM-ACHADO
                               MOVE 'S' TO WRK-FIM-ARQUIVO
                           END-IF
                       END-IF
               END-READ
           END-PERFORM

           IF WRK-ITEM-ACHADO = 'N'
               DISPLAY 'PRODUTO NAO CONSTA DO PEDIDO'
           ELSE
               DISPLAY 'QUANTIDADE PEDIDA ATUAL: ' PED-I-QTD-PEDIDA
               DISPLAY 'NOVA QUANTIDADE (ZERO RETIRA O ITEM): '
               ACCEPT WRK-QTD-NOVA

               COMPUTE WRK-VALOR-ANTERIOR =
                       PED-I-QTD-PEDIDA * PED-I-CUSTO
               COMPUTE WRK-VALOR-ITEM = WRK-QTD-NOVA * PED-I-CUSTO

               IF WRK-QTD-NOVA = ZEROS
                   DELETE FD-PEDIDO
               ELSE
                   MOVE WRK-QTD-NOVA TO PED-I-QTD-PEDIDA
                   REWRITE REG-PEDIDO
               END-IF

               IF WRK-FS-PEDIDO NOT = '00'
                   DISPLAY 'ERRO AO ALTERAR O ITEM - STATUS '
                           WRK-FS-PEDIDO ' - PEDIDO NAO ALTERADO'
               ELSE
                   PERFORM 0006-B-ATUALIZA-CABECALHO
               END-IF
           END-IF
           .
      *----------------------------------------------------------------------------------*
       0006-A-END.            EXIT.
      *----------------------------------------------------------------------------------*

      *----------------------------------------------------------------------------------*
      *    ATUALIZA QUANTIDADE DE ITENS E VALOR NO CABECALHO DEPOIS DA
      *    ALTERACAO DO ITEM
      *----------------------------------------------------------------------------------*
       0006-B-ATUALIZA-CABECALHO SECTION.
      *----------------------------------------------------------------------------------*

           MOVE WRK-NUM-PEDIDO TO PED-NUMERO
           MOVE ZEROS          TO PED-SEQ
           READ FD-PEDIDO
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   COMPUTE PED-C-VALOR-TOTAL =
                           PED-C-VALOR-TOTAL - WRK-VALOR-ANTERIOR
                           + WRK-VALOR-ITEM
                   IF WRK-QTD-NOVA = ZEROS
                       SUBTRACT 1 FROM PED-C-QTD-ITENS
                   END-IF
                   IF PED-C-QTD-ITENS = ZEROS
                       MOVE 'C' TO PED-C-STATUS
                   END-IF
                   REWRITE REG-PEDIDO
           END-READ

           IF WRK-FS-PEDIDO NOT = '00'
               DISPLAY 'ITEM ALTERADO, MAS O CABECALHO NAO FOI '
                       'ATUALIZADO - STATUS ' WRK-FS-PEDIDO
           ELSE
               IF PED-C-QTD-ITENS = ZEROS
                   DISPLAY 'PEDIDO SEM ITENS - CANCELADO'
               END-IF
               DISPLAY 'PEDIDO ALTERADO - VALOR: ' PED-C-VALOR-TOTAL
           END-IF
           .
      *----------------------------------------------------------------------------------*
       0006-B-END.            EXIT.
      *----------------------------------------------------------------------------------*

      *----------------------------------------------------------------------------------*
      *    CANCELA UM PEDIDO ABERTO OU PARCIAL (O SALDO NAO ENTREGUE
      *    DEIXA DE SER CONSIDERADO PENDENTE NA PROXIMA SUGESTAO)
      *----------------------------------------------------------------------------------*
       0007-CANCELAR-PEDIDO    SECTION.
      *----------------------------------------------------------------------------------*

           DISPLAY 'NUMERO DO PEDIDO: '
           ACCEPT WRK-NUM-PEDIDO

           OPEN I-O FD-PEDIDO
           IF WRK-FS-PEDIDO NOT = '00'
               DISPLAY 'NENHUM PEDIDO DE COMPRA GRAVADO ATE O MOMENTO'
           ELSE
               MOVE WRK-NUM-PEDIDO TO PED-NUMERO
               MOVE ZEROS          TO PED-SEQ
               READ FD-PEDIDO
                   INVALID KEY
                       DISPLAY 'PEDIDO NAO ENCONTRADO'
                   NOT INVALID KEY
                       IF PED-ABERTO OR PED-PARCIAL
                           PERFORM 0005-A-EXIBE-CABECALHO
                           DISPLAY 'CONFIRMA O CANCELAMENTO? (S/N): '
                           ACCEPT WRK-RESP-CONFIRMA
                           IF WRK-RESP-CONFIRMA = 'S'
                               MOVE 'C' TO PED-C-STATUS
                               REWRITE REG-PEDIDO
                               IF WRK-FS-PEDIDO = '00'
                                   DISPLAY 'PEDIDO ' WRK-NUM-PEDIDO
                                           ' CANCELADO'
                               ELSE
                                   DISPLAY 'ERRO AO CANCELAR O PEDIDO '
                                           '- STATUS ' WRK-FS-PEDIDO
                               END-IF
                           END-IF
                       ELSE
                           DISPLAY 'PEDIDO JA RECEBIDO OU CANCELADO'
                       END-IF
               END-READ
               CLOSE FD-PEDIDO
           END-IF
           .
      *----------------------------------------------------------------------------------*
       0007-END.              EXIT.
      *----------------------------------------------------------------------------------*

      *----------------------------------------------------------------------------------*
      *    AVANCA A DATA CORRENTE EM UM DIA (CALENDARIO GREGORIANO)
      *----------------------------------------------------------------------------------*
       0008-AVANCA-DATA        SECTION.
      *----------------------------------------------------------------------------------*

           PERFORM 0008-A-ULTIMO-DIA-MES

           IF WRK-DC-DIA < WRK-ULT-DIA-MES
               ADD 1 TO WRK-DC-DIA
           ELSE
               MOVE 01 TO WRK-DC-DIA
               IF WRK-DC-MES < 12
                   ADD 1 TO WRK-DC-MES
               ELSE
                   MOVE 01 TO WRK-DC-MES
                   ADD 1 TO WRK-DC-ANO
               END-IF
           END-IF
           .
      *----------------------------------------------------------------------------------*
       0008-END.              EXIT.
      *----------------------------------------------------------------------------------*

      *----------------------------------------------------------------------------------*
      *    OBTEM O ULTIMO DIA DO MES DA DATA CORRENTE (ANO BISSEXTO)
      *----------------------------------------------------------------------------------*
       0008-A-ULTIMO-DIA-MES   SECTION.
      *----------------------------------------------------------------------------------*

           MOVE WRK-DIAS-MES(WRK-DC-MES) TO WRK-ULT-DIA-MES

           IF WRK-DC-MES = 02
               DIVIDE WRK-DC-ANO BY 4 GIVING WRK-QUOCIENTE
                   REMAINDER WRK-RESTO-4
               DIVIDE WRK-DC-ANO BY 100 GIVING WRK-QUOCIENTE
                   REMAINDER WRK-RESTO-100
               DIVIDE WRK-DC-ANO BY 400 GIVING WRK-QUOCIENTE
                   REMAINDER WRK-RESTO-400
               IF WRK-RESTO-4 = ZEROS
                  AND (WRK-RESTO-100 NOT = ZEROS
                       OR WRK-RESTO-400 = ZEROS)
                   MOVE 29 TO WRK-ULT-DIA-MES
               END-IF
           END-IF
           .
      *----------------------------------------------------------------------------------*
       0008-A-END.            EXIT.
      *----------------------------------------------------------------------------------*

      *----------------------------------------------------------------------------------*
      *    RETROCEDE A DATA CORRENTE EM UM DIA (CALENDARIO GREGORIANO)
      *----------------------------------------------------------------------------------*
       0009-RETROCEDE-DATA     SECTION.
      *----------------------------------------------------------------------------------*

           IF WRK-DC-DIA > 01
               SUBTRACT 1 FROM WRK-DC-DIA
           ELSE
               IF WRK-DC-MES > 01
                   SUBTRACT 1 FROM WRK-DC-MES
               ELSE
                   MOVE 12 TO WRK-DC-MES
                   SUBTRACT 1 FROM WRK-DC-ANO
               END-IF
               PERFORM 0008-A-ULTIMO-DIA-MES
               MOVE WRK-ULT-DIA-MES TO WRK-DC-DIA
           END-IF
           .
      *----------------------------------------------------------------------------------*
       0009-END.              EXIT.
      *----------------------------------------------------------------------------------*
