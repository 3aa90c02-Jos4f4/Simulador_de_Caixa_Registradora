      ************************************************************************************
      * Author.: JOSAFA SOARES FERNANDES
      * Date...:  15/10/2026
      * Purpose: RELATORIO DE VENDAS POR FAIXA HORARIA E PRODUTIVIDADE POR OPERADOR
      *          (VENDAS.DAT DO DIA OU PERIODO DE ARQUIVOS DIARIOS DATADOS)
      * NOME...: RELHORA
      ************************************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RELHORA.
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

           SELECT FD-RELATORIO ASSIGN TO "HORARIO.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-RELATORIO.

       DATA DIVISION.
       FILE SECTION.

       FD  FD-VENDAS.
       COPY WVENDA.

       FD  FD-RELATORIO.
       01  REG-RELATORIO                PIC X(120).

       WORKING-STORAGE SECTION.

       01  WRK-FS-VENDAS                PIC X(02) VALUE '00'.
       01  WRK-FS-RELATORIO             PIC X(02) VALUE '00'.
       01  WRK-FIM-ARQUIVO              PIC X(01) VALUE 'N'.

      *--------------------------------------------------------------*
      *    ORIGEM DOS DADOS: 1-VENDAS.DAT DO DIA
      *                      2-PERIODO DE ARQUIVOS DATADOS
      *--------------------------------------------------------------*
       01  WRK-OPCAO-ORIGEM             PIC 9(01) VALUE ZEROS.
       01  WRK-NOME-VENDAS              PIC X(30) VALUE SPACES.
       01  WRK-DATA-INI                 PIC 9(08) VALUE ZEROS.
       01  WRK-DATA-FIM                 PIC 9(08) VALUE ZEROS.
       01  WRK-DATA-CORRENTE            PIC 9(08) VALUE ZEROS.
       01  WRK-DATA-CORRENTE-R REDEFINES WRK-DATA-CORRENTE.
           05  WRK-DC-ANO               PIC 9(04).
           05  WRK-DC-MES               PIC 9(02).
           05  WRK-DC-DIA               PIC 9(02).
       01  WRK-PERIODO-VALIDO           PIC X(01) VALUE 'N'.
       01  WRK-QTD-DIAS-LIDOS           PIC 9(04) VALUE ZEROS.
       01  WRK-QTD-DIAS-SEM-ARQ         PIC 9(04) VALUE ZEROS.

      *--------------------------------------------------------------*
      *    CALENDARIO (DIAS POR MES E TESTE DE ANO BISSEXTO)
      *--------------------------------------------------------------*
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
      *    ACUMULADORES POR FAIXA HORARIA (1 = 00:00-00:59 ...
      *    24 = 23:00-23:59); TERM-DIA MARCA OS TERMINAIS QUE
      *    VENDERAM NA FAIXA NO DIA CORRENTE (POSICAO DA TABELA DE
      *    TERMINAIS) E TERM-SOMA ACUMULA TERMINAIS ATIVOS X DIAS
      *--------------------------------------------------------------*
       01  WRK-TB-HORAS.
           05  WRK-HOR-TAB OCCURS 24 TIMES.
               10  WRK-HOR-CUPONS       PIC 9(07).
               10  WRK-HOR-ITENS        PIC 9(08).
               10  WRK-HOR-TOTAL        PIC 9(10)V99.
               10  WRK-HOR-ESTORNOS     PIC 9(06).
               10  WRK-HOR-TERM-SOMA    PIC 9(06).
               10  WRK-HOR-TERM-DIA     PIC X(50).
               10  WRK-HOR-TERM-FLAGS REDEFINES WRK-HOR-TERM-DIA.
                   15  WRK-HOR-TERM-FLAG OCCURS 50 TIMES
                                        PIC X(01).
       01  WRK-IDX-HORA                 PIC 9(02) VALUE ZEROS.
       01  WRK-HORA-VENDA               PIC 9(02) VALUE ZEROS.
       01  WRK-HORA-EXIBE               PIC 9(02) VALUE ZEROS.
       01  WRK-TICKET-MEDIO             PIC 9(08)V99 VALUE ZEROS.
       01  WRK-MEDIA-TERMINAIS          PIC 9(03)V9 VALUE ZEROS.
       01  WRK-MEDIA-CUPONS-DIA         PIC 9(07)V9 VALUE ZEROS.

      *--------------------------------------------------------------*
      *    TERMINAIS (PDV) ENCONTRADOS NOS ARQUIVOS
      *--------------------------------------------------------------*
       01  WRK-MAX-TERMINAIS            PIC 9(02) VALUE 50.
       01  WRK-QTD-TERMINAIS            PIC 9(02) VALUE ZEROS.
       01  WRK-TB-TERMINAIS.
           05  WRK-TERM-NUM OCCURS 50 TIMES
                                        PIC 9(03).
       01  WRK-IDX-TERM                 PIC 9(02) VALUE ZEROS.
       01  WRK-IDX-BUSCA-TERM           PIC 9(02) VALUE ZEROS.

      *--------------------------------------------------------------*
      *    ACUMULADORES POR OPERADOR; HORAS-DIA MARCA AS FAIXAS
      *    HORARIAS EM QUE O OPERADOR REGISTROU VENDA NO DIA CORRENTE
      *    (HORAS TRABALHADAS = FAIXAS COM VENDA, SOMADAS POR DIA)
      *--------------------------------------------------------------*
       01  WRK-MAX-OPERADORES           PIC 9(03) VALUE 100.
       01  WRK-QTD-OPERADORES           PIC 9(03) VALUE ZEROS.
       01  WRK-TB-OPERADORES.
           05  WRK-OPE-TAB OCCURS 100 TIMES.
               10  WRK-OPE-CODIGO       PIC X(10).
               10  WRK-OPE-CUPONS       PIC 9(07).
               10  WRK-OPE-ITENS        PIC 9(08).
               10  WRK-OPE-TOTAL        PIC 9(10)V99.
               10  WRK-OPE-OVERRIDES    PIC 9(06).
               10  WRK-OPE-ESTORNOS     PIC 9(06).
               10  WRK-OPE-ESTORNADO    PIC 9(08)V99.
               10  WRK-OPE-HORAS        PIC 9(05).
               10  WRK-OPE-HORAS-DIA    PIC X(24).
               10  WRK-OPE-HORAS-FLAGS REDEFINES WRK-OPE-HORAS-DIA.
                   15  WRK-OPE-HORA-FLAG OCCURS 24 TIMES
                                        PIC X(01).
       01  WRK-IDX-OPE                  PIC 9(03) VALUE ZEROS.
       01  WRK-IDX-BUSCA-OPE            PIC 9(03) VALUE ZEROS.
       01  WRK-BUSCA-OPERADOR           PIC X(10) VALUE SPACES.
       01  WRK-CUPONS-HORA              PIC 9(05)V99 VALUE ZEROS.
       01  WRK-VALOR-HORA               PIC 9(08)V99 VALUE ZEROS.
       01  WRK-ITENS-CUPOM              PIC 9(05)V99 VALUE ZEROS.

      *--------------------------------------------------------------*
      *    VENDA CORRENTE (DO HEADER ATE O TRAILER)
      *--------------------------------------------------------------*
       01  WRK-VDA-ABERTA               PIC X(01) VALUE 'N'.
       01  WRK-VDA-TERMINAL             PIC 9(03) VALUE ZEROS.
       01  WRK-VDA-NUM                  PIC 9(06) VALUE ZEROS.
       01  WRK-VDA-IDX-HORA             PIC 9(02) VALUE ZEROS.
       01  WRK-VDA-IDX-OPE              PIC 9(03) VALUE ZEROS.

      *--------------------------------------------------------------*
      *    TOTAIS GERAIS
      *--------------------------------------------------------------*
       01  WRK-TOT-CUPONS               PIC 9(08) VALUE ZEROS.
       01  WRK-TOT-ITENS                PIC 9(09) VALUE ZEROS.
       01  WRK-TOT-VENDIDO              PIC 9(10)V99 VALUE ZEROS.
       01  WRK-TOT-ESTORNOS             PIC 9(07) VALUE ZEROS.

      *==================================================================================*
       PROCEDURE DIVISION.
      *==================================================================================*

      *----------------------------------------------------------------------------------*
      *    PROCESSAMENTO PRINCIPAL
      *----------------------------------------------------------------------------------*
       0000-PROCESSAR                SECTION.
      *----------------------------------------------------------------------------------*

           DISPLAY '========================================='
           DISPLAY ' VENDAS POR FAIXA HORARIA E OPERADOR'
           DISPLAY '========================================='

           PERFORM 0001-SOLICITA-ORIGEM

           IF WRK-PERIODO-VALIDO = 'S'
               PERFORM VARYING WRK-IDX-HORA FROM 1 BY 1
                       UNTIL WRK-IDX-HORA > 24
                   MOVE ZEROS  TO WRK-HOR-CUPONS(WRK-IDX-HORA)
                   MOVE ZEROS  TO WRK-HOR-ITENS(WRK-IDX-HORA)
                   MOVE ZEROS  TO WRK-HOR-TOTAL(WRK-IDX-HORA)
                   MOVE ZEROS  TO WRK-HOR-ESTORNOS(WRK-IDX-HORA)
                   MOVE ZEROS  TO WRK-HOR-TERM-SOMA(WRK-IDX-HORA)
                   MOVE SPACES TO WRK-HOR-TERM-DIA(WRK-IDX-HORA)
               END-PERFORM

               IF WRK-OPCAO-ORIGEM = 1
                   MOVE 'VENDAS.DAT' TO WRK-NOME-VENDAS
                   PERFORM 0002-PROCESSA-ARQUIVO
               ELSE
                   MOVE WRK-DATA-INI TO WRK-DATA-CORRENTE
                   PERFORM UNTIL WRK-DATA-CORRENTE > WRK-DATA-FIM
                       MOVE SPACES TO WRK-NOME-VENDAS
                       STRING 'VENDAS-' WRK-DATA-CORRENTE '.DAT'
                           DELIMITED BY SIZE INTO WRK-NOME-VENDAS
                       PERFORM 0002-PROCESSA-ARQUIVO
                       PERFORM 0004-AVANCA-DATA
                   END-PERFORM
               END-IF

               IF WRK-QTD-DIAS-LIDOS = ZEROS
                   DISPLAY 'NENHUM ARQUIVO DE VENDAS ENCONTRADO'
               ELSE
                   PERFORM 0006-EMITE-RELATORIO
                   DISPLAY 'CUPONS ANALISADOS.........: '
                           WRK-TOT-CUPONS
                   DISPLAY 'OPERADORES................: '
                           WRK-QTD-OPERADORES
                   DISPLAY WRK-QTD-DIAS-LIDOS ' DIA(S) ANALISADO(S) - '
                           'RELATORIO GRAVADO EM HORARIO.TXT'
               END-IF
               IF WRK-QTD-DIAS-SEM-ARQ > ZEROS
                   DISPLAY WRK-QTD-DIAS-SEM-ARQ ' DIA(S) SEM ARQUIVO '
                           'DATADO NO PERIODO'
               END-IF
           END-IF

           STOP RUN
           .
      *----------------------------------------------------------------------------------*
       0000-END.              EXIT.
      *----------------------------------------------------------------------------------*

      *----------------------------------------------------------------------------------*
      *    SOLICITA A ORIGEM DOS DADOS E, PARA ARQUIVOS DATADOS, AS
      *    DATAS INICIAL E FINAL DO PERIODO
      *----------------------------------------------------------------------------------*
       0001-SOLICITA-ORIGEM    SECTION.
      *----------------------------------------------------------------------------------*

           MOVE 'N' TO WRK-PERIODO-VALIDO

           DISPLAY '1-VENDAS DO DIA (VENDAS.DAT)'
           DISPLAY '2-PERIODO DE ARQUIVOS DATADOS'
           DISPLAY 'OPCAO: '
           ACCEPT WRK-OPCAO-ORIGEM

           EVALUATE WRK-OPCAO-ORIGEM
               WHEN 1
                   MOVE 'S' TO WRK-PERIODO-VALIDO
               WHEN 2
                   DISPLAY 'DATA INICIAL DO PERIODO (AAAAMMDD): '
                   ACCEPT WRK-DATA-INI
                   DISPLAY 'DATA FINAL DO PERIODO (AAAAMMDD): '
                   ACCEPT WRK-DATA-FIM

                   EVALUATE TRUE
                       WHEN WRK-DATA-INI = ZEROS
                        OR  WRK-DATA-FIM = ZEROS
                           DISPLAY 'DATA INVALIDA'
                       WHEN WRK-DATA-INI > WRK-DATA-FIM
                           DISPLAY 'DATA INICIAL POSTERIOR A DATA FINAL'
                       WHEN OTHER
                           MOVE 'S' TO WRK-PERIODO-VALIDO
                   END-EVALUATE
               WHEN OTHER
                   DISPLAY 'OPCAO INVALIDA'
           END-EVALUATE
           .
      *----------------------------------------------------------------------------------*
       0001-END.              EXIT.
      *----------------------------------------------------------------------------------*

      *----------------------------------------------------------------------------------*
      *    LE UM ARQUIVO DE VENDAS (UM DIA) E ACUMULA POR FAIXA
      *    HORARIA E POR OPERADOR
      *----------------------------------------------------------------------------------*
       0002-PROCESSA-ARQUIVO   SECTION.
      *----------------------------------------------------------------------------------*

           MOVE 'N' TO WRK-FIM-ARQUIVO
           MOVE 'N' TO WRK-VDA-ABERTA

           OPEN INPUT FD-VENDAS

           IF WRK-FS-VENDAS NOT = '00'
               ADD 1 TO WRK-QTD-DIAS-SEM-ARQ
           ELSE
               ADD 1 TO WRK-QTD-DIAS-LIDOS

               PERFORM UNTIL WRK-FIM-ARQUIVO = 'S'
                   READ FD-VENDAS
                       AT END
                           MOVE 'S' TO WRK-FIM-ARQUIVO
                       NOT AT END
                           EVALUATE TRUE
                               WHEN REG-VENDA-HEADER
                                   PERFORM 0003-A-TRATA-HEADER
                               WHEN REG-VENDA-DETALHE
                                   PERFORM 0003-B-TRATA-DETALHE
                               WHEN REG-VENDA-TRAILER
                                   PERFORM 0003-C-TRATA-TRAILER
                               WHEN REG-VENDA-ESTORNO
                                   PERFORM 0003-D-TRATA-ESTORNO
                               WHEN OTHER
                                   CONTINUE
                           END-EVALUATE
                   END-READ
               END-PERFORM
               CLOSE FD-VENDAS

               PERFORM 0003-E-FECHA-DIA
           END-IF
           .
      *----------------------------------------------------------------------------------*
       0002-END.              EXIT.
      *----------------------------------------------------------------------------------*

      *----------------------------------------------------------------------------------*
      *    HEADER: GUARDA A FAIXA HORARIA E O OPERADOR DA VENDA E
      *    MARCA O TERMINAL E O OPERADOR COMO ATIVOS NA FAIXA
      *----------------------------------------------------------------------------------*
       0003-A-TRATA-HEADER     SECTION.
      *----------------------------------------------------------------------------------*

           MOVE 'S'                     TO WRK-VDA-ABERTA
           MOVE REG-VENDA-TERMINAL      TO WRK-VDA-TERMINAL
           MOVE REG-VENDA-NUM-TRANSACAO TO WRK-VDA-NUM

           DIVIDE REG-VENDA-H-HORA BY 10000 GIVING WRK-HORA-VENDA
           PERFORM 0003-F-CALCULA-FAIXA
           MOVE WRK-IDX-HORA TO WRK-VDA-IDX-HORA

           MOVE REG-VENDA-H-OPERADOR TO WRK-BUSCA-OPERADOR
           PERFORM 0005-LOCALIZA-OPERADOR
           MOVE WRK-IDX-OPE TO WRK-VDA-IDX-OPE
           IF WRK-IDX-OPE > ZEROS
               MOVE 'S' TO WRK-OPE-HORA-FLAG(WRK-IDX-OPE, WRK-IDX-HORA)
           END-IF

           PERFORM 0005-A-LOCALIZA-TERMINAL
           IF WRK-IDX-TERM > ZEROS
               MOVE 'S' TO WRK-HOR-TERM-FLAG(WRK-IDX-HORA, WRK-IDX-TERM)
           END-IF
           .
      *----------------------------------------------------------------------------------*
       0003-A-END.            EXIT.
      *----------------------------------------------------------------------------------*

      *----------------------------------------------------------------------------------*
      *    DETALHE: CONTA OS OVERRIDES DE PRECO DO OPERADOR DA VENDA
      *----------------------------------------------------------------------------------*
       0003-B-TRATA-DETALHE    SECTION.
      *----------------------------------------------------------------------------------*

           IF WRK-VDA-ABERTA = 'S'
              AND REG-VENDA-TERMINAL = WRK-VDA-TERMINAL
              AND REG-VENDA-NUM-TRANSACAO = WRK-VDA-NUM
              AND REG-VENDA-D-SUP-OVERRIDE NOT = SPACES
              AND WRK-VDA-IDX-OPE > ZEROS
               ADD 1 TO WRK-OPE-OVERRIDES(WRK-VDA-IDX-OPE)
           END-IF
           .
      *----------------------------------------------------------------------------------*
       0003-B-END.            EXIT.
      *----------------------------------------------------------------------------------*

      *----------------------------------------------------------------------------------*
      *    TRAILER: ACUMULA O CUPOM NA FAIXA HORARIA E NO OPERADOR
      *----------------------------------------------------------------------------------*
       0003-C-TRATA-TRAILER    SECTION.
      *----------------------------------------------------------------------------------*

           IF WRK-VDA-ABERTA = 'S'
              AND REG-VENDA-TERMINAL = WRK-VDA-TERMINAL
              AND REG-VENDA-NUM-TRANSACAO = WRK-VDA-NUM
               MOVE WRK-VDA-IDX-HORA TO WRK-IDX-HORA
               ADD 1 TO WRK-HOR-CUPONS(WRK-IDX-HORA)
               ADD REG-VENDA-T-QTD-ITENS
                   TO WRK-HOR-ITENS(WRK-IDX-HORA)
               ADD REG-VENDA-T-TOTAL-FINAL
                   TO WRK-HOR-TOTAL(WRK-IDX-HORA)

               ADD 1                       TO WRK-TOT-CUPONS
               ADD REG-VENDA-T-QTD-ITENS   TO WRK-TOT-ITENS
               ADD REG-VENDA-T-TOTAL-FINAL TO WRK-TOT-VENDIDO

               IF WRK-VDA-IDX-OPE > ZEROS
                   ADD 1 TO WRK-OPE-CUPONS(WRK-VDA-IDX-OPE)
                   ADD REG-VENDA-T-QTD-ITENS
                       TO WRK-OPE-ITENS(WRK-VDA-IDX-OPE)
                   ADD REG-VENDA-T-TOTAL-FINAL
                       TO WRK-OPE-TOTAL(WRK-VDA-IDX-OPE)
               END-IF
           END-IF

           MOVE 'N' TO WRK-VDA-ABERTA
           .
      *----------------------------------------------------------------------------------*
       0003-C-END.            EXIT.
      *----------------------------------------------------------------------------------*

      *----------------------------------------------------------------------------------*
      *    ESTORNO: CONTA NA FAIXA HORARIA EM QUE FOI FEITO E NO
      *    OPERADOR QUE O SOLICITOU
      *----------------------------------------------------------------------------------*
       0003-D-TRATA-ESTORNO    SECTION.
      *----------------------------------------------------------------------------------*

           MOVE 'N' TO WRK-VDA-ABERTA

           DIVIDE REG-VENDA-E-HORA BY 10000 GIVING WRK-HORA-VENDA
           PERFORM 0003-F-CALCULA-FAIXA
           ADD 1 TO WRK-HOR-ESTORNOS(WRK-IDX-HORA)
           ADD 1 TO WRK-TOT-ESTORNOS

           MOVE REG-VENDA-E-OPERADOR TO WRK-BUSCA-OPERADOR
           PERFORM 0005-LOCALIZA-OPERADOR
           IF WRK-IDX-OPE > ZEROS
               ADD 1 TO WRK-OPE-ESTORNOS(WRK-IDX-OPE)
               ADD REG-VENDA-E-VALOR TO WRK-OPE-ESTORNADO(WRK-IDX-OPE)
           END-IF
           .
      *----------------------------------------------------------------------------------*
       0003-D-END.            EXIT.
      *----------------------------------------------------------------------------------*

      *----------------------------------------------------------------------------------*
      *    FIM DO DIA: SOMA OS TERMINAIS ATIVOS POR FAIXA E AS HORAS
      *    COM VENDA DE CADA OPERADOR E LIMPA AS MARCAS DO DIA
      *----------------------------------------------------------------------------------*
       0003-E-FECHA-DIA        SECTION.
      *----------------------------------------------------------------------------------*

           PERFORM VARYING WRK-IDX-HORA FROM 1 BY 1
                   UNTIL WRK-IDX-HORA > 24
               PERFORM VARYING WRK-IDX-TERM FROM 1 BY 1
                       UNTIL WRK-IDX-TERM > WRK-QTD-TERMINAIS
                   IF WRK-HOR-TERM-FLAG(WRK-IDX-HORA, WRK-IDX-TERM)
                      = 'S'
                       ADD 1 TO WRK-HOR-TERM-SOMA(WRK-IDX-HORA)
                   END-IF
               END-PERFORM
               MOVE SPACES TO WRK-HOR-TERM-DIA(WRK-IDX-HORA)
           END-PERFORM

           PERFORM VARYING WRK-IDX-OPE FROM 1 BY 1
                   UNTIL WRK-IDX-OPE > WRK-QTD-OPERADORES
               PERFORM VARYING WRK-IDX-HORA FROM 1 BY 1
                       UNTIL WRK-IDX-HORA > 24
                   IF WRK-OPE-HORA-FLAG(WRK-IDX-OPE, WRK-IDX-HORA)
                      = 'S'
                       ADD 1 TO WRK-OPE-HORAS(WRK-IDX-OPE)
                   END-IF
               END-PERFORM
               MOVE SPACES TO WRK-OPE-HORAS-DIA(WRK-IDX-OPE)
           END-PERFORM
           .
      *----------------------------------------------------------------------------------*
       0003-E-END.            EXIT.
      *----------------------------------------------------------------------------------*

      *----------------------------------------------------------------------------------*
      *    CONVERTE A HORA (WRK-HORA-VENDA) NO INDICE DA FAIXA
      *----------------------------------------------------------------------------------*
       0003-F-CALCULA-FAIXA    SECTION.
      *----------------------------------------------------------------------------------*

           IF WRK-HORA-VENDA > 23
               MOVE 24 TO WRK-IDX-HORA
           ELSE
               COMPUTE WRK-IDX-HORA = WRK-HORA-VENDA + 1
           END-IF
           .
      *----------------------------------------------------------------------------------*
       0003-F-END.            EXIT.
      *----------------------------------------------------------------------------------*

      *----------------------------------------------------------------------------------*
      *    AVANCA A DATA CORRENTE EM UM DIA (CALENDARIO GREGORIANO)
      *----------------------------------------------------------------------------------*
       0004-AVANCA-DATA        SECTION.
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
       0004-END.              EXIT.
      *----------------------------------------------------------------------------------*

      *----------------------------------------------------------------------------------*
      *    LOCALIZA (OU CRIA) O OPERADOR WRK-BUSCA-OPERADOR NA TABELA
      *    (WRK-IDX-OPE = ZERO SE A TABELA ESTIVER CHEIA)
      *----------------------------------------------------------------------------------*
       0005-LOCALIZA-OPERADOR  SECTION.
      *----------------------------------------------------------------------------------*

           MOVE ZEROS TO WRK-IDX-OPE

           PERFORM VARYING WRK-IDX-BUSCA-OPE FROM 1 BY 1
                   UNTIL WRK-IDX-BUSCA-OPE > WRK-QTD-OPERADORES
               IF WRK-OPE-CODIGO(WRK-IDX-BUSCA-OPE) = WRK-BUSCA-OPERADOR
                   MOVE WRK-IDX-BUSCA-OPE TO WRK-IDX-OPE
               END-IF
           END-PERFORM

           IF WRK-IDX-OPE = ZEROS
              AND WRK-QTD-OPERADORES < WRK-MAX-OPERADORES
               ADD 1 TO WRK-QTD-OPERADORES
               MOVE WRK-QTD-OPERADORES TO WRK-IDX-OPE
               MOVE WRK-BUSCA-OPERADOR TO WRK-OPE-CODIGO(WRK-IDX-OPE)
               MOVE ZEROS  TO WRK-OPE-CUPONS(WRK-IDX-OPE)
               MOVE ZEROS  TO WRK-OPE-ITENS(WRK-IDX-OPE)
               MOVE ZEROS  TO WRK-OPE-TOTAL(WRK-IDX-OPE)
               MOVE ZEROS  TO WRK-OPE-OVERRIDES(WRK-IDX-OPE)
               MOVE ZEROS  TO WRK-OPE-ESTORNOS(WRK-IDX-OPE)
               MOVE ZEROS  TO WRK-OPE-ESTORNADO(WRK-IDX-OPE)
               MOVE ZEROS  TO WRK-OPE-HORAS(WRK-IDX-OPE)
               MOVE SPACES TO WRK-OPE-HORAS-DIA(WRK-IDX-OPE)
           END-IF
           .
      *----------------------------------------------------------------------------------*
       0005-END.              EXIT.
      *----------------------------------------------------------------------------------*

      *----------------------------------------------------------------------------------*
      *    LOCALIZA (OU CRIA) O TERMINAL DO REGISTRO CORRENTE NA
      *    TABELA (WRK-IDX-TERM = ZERO SE A TABELA ESTIVER CHEIA)
      *----------------------------------------------------------------------------------*
       0005-A-LOCALIZA-TERMINAL SECTION.
      *----------------------------------------------------------------------------------*

           MOVE ZEROS TO WRK-IDX-TERM

           PERFORM VARYING WRK-IDX-BUSCA-TERM FROM 1 BY 1
                   UNTIL WRK-IDX-BUSCA-TERM > WRK-QTD-TERMINAIS
               IF WRK-TERM-NUM(WRK-IDX-BUSCA-TERM) = REG-VENDA-TERMINAL
                   MOVE WRK-IDX-BUSCA-TERM TO WRK-IDX-TERM
               END-IF
           END-PERFORM

           IF WRK-IDX-TERM = ZEROS
              AND WRK-QTD-TERMINAIS < WRK-MAX-TERMINAIS
               ADD 1 TO WRK-QTD-TERMINAIS
               MOVE WRK-QTD-TERMINAIS  TO WRK-IDX-TERM
               MOVE REG-VENDA-TERMINAL TO WRK-TERM-NUM(WRK-IDX-TERM)
           END-IF
           .
      *----------------------------------------------------------------------------------*
       0005-A-END.            EXIT.
      *----------------------------------------------------------------------------------*

      *----------------------------------------------------------------------------------*
      *    GRAVA O RELATORIO: FAIXAS HORARIAS, OPERADORES E TOTAIS
      *----------------------------------------------------------------------------------*
       0006-EMITE-RELATORIO    SECTION.
      *----------------------------------------------------------------------------------*

           OPEN OUTPUT FD-RELATORIO

           MOVE '========================================'
               TO REG-RELATORIO
           WRITE REG-RELATORIO
           MOVE 'RELATORIO DE VENDAS POR FAIXA HORARIA E OPERADOR'
               TO REG-RELATORIO
           WRITE REG-RELATORIO

           MOVE SPACES TO REG-RELATORIO
           IF WRK-OPCAO-ORIGEM = 1
               MOVE 'ORIGEM: VENDAS DO DIA (VENDAS.DAT)'
                   TO REG-RELATORIO
           ELSE
               STRING 'PERIODO DE ' WRK-DATA-INI ' A ' WRK-DATA-FIM
                      ' - DIAS COM ARQUIVO: ' WRK-QTD-DIAS-LIDOS
                   DELIMITED BY SIZE INTO REG-RELATORIO
           END-IF
           WRITE REG-RELATORIO

           MOVE '========================================'
               TO REG-RELATORIO
           WRITE REG-RELATORIO

           PERFORM 0006-A-EMITE-FAIXAS
           PERFORM 0006-B-EMITE-OPERADORES

           MOVE 'TOTAIS:' TO REG-RELATORIO
           WRITE REG-RELATORIO

           MOVE SPACES TO REG-RELATORIO
           STRING 'CUPONS....................: ' WRK-TOT-CUPONS
               DELIMITED BY SIZE INTO REG-RELATORIO
           WRITE REG-RELATORIO

           MOVE SPACES TO REG-RELATORIO
           STRING 'ITENS.....................: ' WRK-TOT-ITENS
               DELIMITED BY SIZE INTO REG-RELATORIO
           WRITE REG-RELATORIO

           MOVE SPACES TO REG-RELATORIO
           STRING 'TOTAL VENDIDO.............: ' WRK-TOT-VENDIDO
               DELIMITED BY SIZE INTO REG-RELATORIO
           WRITE REG-RELATORIO

           MOVE SPACES TO REG-RELATORIO
           STRING 'ESTORNOS..................: ' WRK-TOT-ESTORNOS
               DELIMITED BY SIZE INTO REG-RELATORIO
           WRITE REG-RELATORIO

           MOVE '========================================'
               TO REG-RELATORIO
           WRITE REG-RELATORIO

           CLOSE FD-RELATORIO
           .
      *----------------------------------------------------------------------------------*
       0006-END.              EXIT.
      *----------------------------------------------------------------------------------*

      *----------------------------------------------------------------------------------*
      *    UMA LINHA POR FAIXA HORARIA COM MOVIMENTO: CUPONS, ITENS,
      *    TICKET MEDIO, ESTORNOS E TERMINAIS ATIVOS (MEDIA POR DIA)
      *----------------------------------------------------------------------------------*
       0006-A-EMITE-FAIXAS     SECTION.
      *----------------------------------------------------------------------------------*

           MOVE 'VENDAS POR FAIXA HORARIA:' TO REG-RELATORIO
           WRITE REG-RELATORIO

           PERFORM VARYING WRK-IDX-HORA FROM 1 BY 1
                   UNTIL WRK-IDX-HORA > 24
               IF WRK-HOR-CUPONS(WRK-IDX-HORA) > ZEROS
                  OR WRK-HOR-ESTORNOS(WRK-IDX-HORA) > ZEROS
                   COMPUTE WRK-HORA-EXIBE = WRK-IDX-HORA - 1

                   MOVE ZEROS TO WRK-TICKET-MEDIO
                   IF WRK-HOR-CUPONS(WRK-IDX-HORA) > ZEROS
                       COMPUTE WRK-TICKET-MEDIO ROUNDED =
                               WRK-HOR-TOTAL(WRK-IDX-HORA) /
                               WRK-HOR-CUPONS(WRK-IDX-HORA)
                   END-IF

                   COMPUTE WRK-MEDIA-TERMINAIS ROUNDED =
                           WRK-HOR-TERM-SOMA(WRK-IDX-HORA) /
                           WRK-QTD-DIAS-LIDOS
                   COMPUTE WRK-MEDIA-CUPONS-DIA ROUNDED =
                           WRK-HOR-CUPONS(WRK-IDX-HORA) /
                           WRK-QTD-DIAS-LIDOS

                   MOVE SPACES TO REG-RELATORIO
                   STRING WRK-HORA-EXIBE ':00-' WRK-HORA-EXIBE ':59'
                          ' CUPONS: '   WRK-HOR-CUPONS(WRK-IDX-HORA)
                          ' ITENS: '    WRK-HOR-ITENS(WRK-IDX-HORA)
                          ' TOTAL: '    WRK-HOR-TOTAL(WRK-IDX-HORA)
                          ' TICKET MEDIO: ' WRK-TICKET-MEDIO
                       DELIMITED BY SIZE INTO REG-RELATORIO
                   WRITE REG-RELATORIO

                   MOVE SPACES TO REG-RELATORIO
                   STRING '            ESTORNOS: '
                          WRK-HOR-ESTORNOS(WRK-IDX-HORA)
                          ' TERMINAIS ATIVOS (MEDIA/DIA): '
                          WRK-MEDIA-TERMINAIS
                          ' CUPONS/DIA: ' WRK-MEDIA-CUPONS-DIA
                       DELIMITED BY SIZE INTO REG-RELATORIO
                   WRITE REG-RELATORIO
               END-IF
           END-PERFORM

           MOVE '----------------------------------------'
               TO REG-RELATORIO
           WRITE REG-RELATORIO
           .
      *----------------------------------------------------------------------------------*
       0006-A-END.            EXIT.
      *----------------------------------------------------------------------------------*

      *----------------------------------------------------------------------------------*
      *    PRODUTIVIDADE POR OPERADOR: VENDAS POR HORA TRABALHADA
      *    (FAIXAS HORARIAS COM VENDA), ITENS POR CUPOM, OVERRIDES DE
      *    PRECO E ESTORNOS SOLICITADOS
      *----------------------------------------------------------------------------------*
       0006-B-EMITE-OPERADORES SECTION.
      *----------------------------------------------------------------------------------*

           MOVE 'PRODUTIVIDADE POR OPERADOR:' TO REG-RELATORIO
           WRITE REG-RELATORIO
           MOVE SPACES TO REG-RELATORIO
           STRING '(HORAS TRABALHADAS = FAIXAS HORARIAS COM VENDA, '
                  'SOMADAS POR DIA)'
               DELIMITED BY SIZE INTO REG-RELATORIO
           WRITE REG-RELATORIO

           PERFORM VARYING WRK-IDX-OPE FROM 1 BY 1
                   UNTIL WRK-IDX-OPE > WRK-QTD-OPERADORES
               MOVE ZEROS TO WRK-CUPONS-HORA
               MOVE ZEROS TO WRK-VALOR-HORA
               MOVE ZEROS TO WRK-ITENS-CUPOM
               IF WRK-OPE-HORAS(WRK-IDX-OPE) > ZEROS
                   COMPUTE WRK-CUPONS-HORA ROUNDED =
                           WRK-OPE-CUPONS(WRK-IDX-OPE) /
                           WRK-OPE-HORAS(WRK-IDX-OPE)
                   COMPUTE WRK-VALOR-HORA ROUNDED =
                           WRK-OPE-TOTAL(WRK-IDX-OPE) /
                           WRK-OPE-HORAS(WRK-IDX-OPE)
               END-IF
               IF WRK-OPE-CUPONS(WRK-IDX-OPE) > ZEROS
                   COMPUTE WRK-ITENS-CUPOM ROUNDED =
                           WRK-OPE-ITENS(WRK-IDX-OPE) /
                           WRK-OPE-CUPONS(WRK-IDX-OPE)
               END-IF

               MOVE SPACES TO REG-RELATORIO
               STRING 'OPERADOR ' WRK-OPE-CODIGO(WRK-IDX-OPE)
                      ' CUPONS: ' WRK-OPE-CUPONS(WRK-IDX-OPE)
                      ' ITENS: '  WRK-OPE-ITENS(WRK-IDX-OPE)
                      ' TOTAL: '  WRK-OPE-TOTAL(WRK-IDX-OPE)
                      ' HORAS: '  WRK-OPE-HORAS(WRK-IDX-OPE)
                   DELIMITED BY SIZE INTO REG-RELATORIO
               WRITE REG-RELATORIO

               MOVE SPACES TO REG-RELATORIO
               STRING '    CUPONS/HORA: ' WRK-CUPONS-HORA
                      ' VALOR/HORA: '     WRK-VALOR-HORA
                      ' ITENS/CUPOM: '    WRK-ITENS-CUPOM
                   DELIMITED BY SIZE INTO REG-RELATORIO
               WRITE REG-RELATORIO

               MOVE SPACES TO REG-RELATORIO
               STRING '    OVERRIDES: ' WRK-OPE-OVERRIDES(WRK-IDX-OPE)
                      ' ESTORNOS: '     WRK-OPE-ESTORNOS(WRK-IDX-OPE)
                      ' VALOR ESTORNADO: '
                      WRK-OPE-ESTORNADO(WRK-IDX-OPE)
                   DELIMITED BY SIZE INTO REG-RELATORIO
               WRITE REG-RELATORIO
           END-PERFORM

           MOVE '----------------------------------------'
               TO REG-RELATORIO
           WRITE REG-RELATORIO
           .
      *----------------------------------------------------------------------------------*
       0006-B-END.            EXIT.
      *----------------------------------------------------------------------------------*
