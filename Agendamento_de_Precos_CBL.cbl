      ************************************************************************************
      * Author.: JOSAFA SOARES FERNANDES
      * Date...:  15/10/2026
      * Purpose: AGENDAMENTO DE ALTERACOES DE PRECO COM DATA DE VIGENCIA (INDIVIDUAL
      *          OU CARGA DA LISTA DE PRECOS DO FORNECEDOR) E CONSULTA DO HISTORICO
      *          DE PRECOS DO PRODUTO
      * NOME...: AGEPRECO
      ************************************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. AGEPRECO.
      *==================================================================================*
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FD-PRECOPROG ASSIGN TO "PRECOPROG.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PPG-CHAVE
               FILE STATUS IS WRK-FS-PRECOPROG.

           SELECT FD-PRODUTOS ASSIGN TO "PRODUTOS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PROD-CODIGO
               FILE STATUS IS WRK-FS-PRODUTOS.

           SELECT FD-FORNECEDOR ASSIGN TO "FORNEC.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FORN-CODIGO
               FILE STATUS IS WRK-FS-FORNECEDOR.

           SELECT FD-OPERADOR ASSIGN TO "OPERADOR.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OPER-CODIGO
               FILE STATUS IS WRK-FS-OPERADOR.

           SELECT FD-HISTPRECO ASSIGN TO "HISTPRECO.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WRK-FS-HISTPRECO.

           SELECT FD-LISTAPRECO ASSIGN TO DYNAMIC WRK-NOME-LISTA
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-LISTAPRECO.

           SELECT FD-RELATORIO ASSIGN TO "CARGAPRECO.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-RELATORIO.

       DATA DIVISION.
       FILE SECTION.

       FD  FD-PRECOPROG.
       COPY WPRECOPG.

       FD  FD-PRODUTOS.
       COPY WPROD.

       FD  FD-FORNECEDOR.
       COPY WFORN.

       FD  FD-OPERADOR.
       COPY WOPER.

       FD  FD-HISTPRECO.
       COPY WHISTPRC.

       FD  FD-LISTAPRECO.
       COPY WLISTPRC.

       FD  FD-RELATORIO.
       01  REG-RELATORIO                PIC X(120).

       WORKING-STORAGE SECTION.

       01  WRK-OPCAO                    PIC 9(01) VALUE ZEROS.
       01  WRK-CONTINUA                 PIC X(01) VALUE 'S'.
       01  WRK-FS-PRECOPROG             PIC X(02) VALUE '00'.
       01  WRK-FS-PRODUTOS              PIC X(02) VALUE '00'.
       01  WRK-FS-FORNECEDOR            PIC X(02) VALUE '00'.
       01  WRK-FS-OPERADOR              PIC X(02) VALUE '00'.
       01  WRK-FS-HISTPRECO             PIC X(02) VALUE '00'.
       01  WRK-FS-LISTAPRECO            PIC X(02) VALUE '00'.
       01  WRK-FS-RELATORIO             PIC X(02) VALUE '00'.
       01  WRK-FIM-ARQUIVO              PIC X(01) VALUE 'N'.

       01  WRK-DATA-HORA-SISTEMA.
           05  WRK-DHS-DATA             PIC 9(08).
           05  WRK-DHS-HORA             PIC 9(06).
           05  FILLER                   PIC X(07).

      *--------------------------------------------------------------*
      *    IDENTIFICACAO DO OPERADOR (SIGN-ON COM SENHA)
      *--------------------------------------------------------------*
       01  WRK-OPERADOR-ID              PIC X(10) VALUE SPACES.
       01  WRK-SENHA-DIGITADA           PIC X(08) VALUE SPACES.
       01  WRK-OPERADOR-VALIDO          PIC X(01) VALUE 'N'.

      *--------------------------------------------------------------*
      *    ALTERACAO AGENDADA EM PREPARACAO
      *    RESULTADO: N-NOVO AGENDAMENTO S-SUBSTITUIU UM AGENDAMENTO DO
      *               MESMO DIA  X-JA APLICADO NESTA DATA (RECUSADO)
      *               E-ERRO NA GRAVACAO (RECUSADO)
      *--------------------------------------------------------------*
       01  WRK-CODPROD                  PIC 9(06) VALUE ZEROS.
       01  WRK-PRECO-NOVO               PIC 9(05)V99 VALUE ZEROS.
       01  WRK-DATA-VIGENCIA            PIC 9(08) VALUE ZEROS.
       01  FILLER REDEFINES WRK-DATA-VIGENCIA.
           05  WRK-VIG-ANO              PIC 9(04).
           05  WRK-VIG-MES              PIC 9(02).
           05  WRK-VIG-DIA              PIC 9(02).
       01  WRK-DATA-VALIDA              PIC X(01) VALUE 'N'.
       01  WRK-PPG-NOVO                 PIC X(78) VALUE SPACES.
       01  WRK-RESULTADO-AGENDA         PIC X(01) VALUE SPACES.
       01  WRK-DESC-STATUS              PIC X(10) VALUE SPACES.

      *--------------------------------------------------------------*
      *    CARGA DA LISTA DE PRECOS DO FORNECEDOR - PRODUTOS DO
      *    FORNECEDOR (CODIGO, EAN E PRECO ATUAL)
      *--------------------------------------------------------------*
       01  WRK-NOME-LISTA               PIC X(30) VALUE SPACES.
       01  WRK-FORNECEDOR               PIC 9(06) VALUE ZEROS.
       01  WRK-RAZAO-FORNECEDOR         PIC X(40) VALUE SPACES.
       01  WRK-DATA-VIG-PADRAO          PIC 9(08) VALUE ZEROS.
       01  WRK-MAX-PRODUTOS             PIC 9(04) VALUE 5000.
       01  WRK-QTD-PRODUTOS             PIC 9(04) VALUE ZEROS.
       01  WRK-QTD-PRODUTOS-FORA        PIC 9(05) VALUE ZEROS.
       01  WRK-TB-PRODUTOS.
           05  WRK-PRD-TAB OCCURS 5000 TIMES.
               10  WRK-PRD-CODIGO       PIC 9(06).
               10  WRK-PRD-EAN          PIC 9(13).
               10  WRK-PRD-PRECO        PIC 9(05)V99.
       01  WRK-IDX-PRD                  PIC 9(04) VALUE ZEROS.
       01  WRK-ACHOU                    PIC X(01) VALUE 'N'.
       01  WRK-SITUACAO-LINHA           PIC X(30) VALUE SPACES.
       01  WRK-QTD-LINHAS               PIC 9(05) VALUE ZEROS.
       01  WRK-QTD-AGENDADOS            PIC 9(05) VALUE ZEROS.
       01  WRK-QTD-SUBSTITUIDOS         PIC 9(05) VALUE ZEROS.
       01  WRK-QTD-SEM-ALTERACAO        PIC 9(05) VALUE ZEROS.
       01  WRK-QTD-RECUSADOS            PIC 9(05) VALUE ZEROS.

      *--------------------------------------------------------------*
      *    HISTORICO DE PRECOS - PRECO VIGENTE EM UMA DATA
      *--------------------------------------------------------------*
       01  WRK-DATA-CONSULTA            PIC 9(08) VALUE ZEROS.
       01  WRK-PRECO-NA-DATA            PIC 9(05)V99 VALUE ZEROS.
       01  WRK-ACHOU-ANTES              PIC X(01) VALUE 'N'.
       01  WRK-ACHOU-DEPOIS             PIC X(01) VALUE 'N'.
       01  WRK-PRECO-DEPOIS             PIC 9(05)V99 VALUE ZEROS.
       01  WRK-QTD-HISTORICO            PIC 9(05) VALUE ZEROS.
       01  WRK-DESC-ORIGEM              PIC X(09) VALUE SPACES.

      *==================================================================================*
       PROCEDURE DIVISION.
      *==================================================================================*

      *----------------------------------------------------------------------------------*
      *    PROCESSAMENTO PRINCIPAL
      *----------------------------------------------------------------------------------*
       0000-PROCESSAR                SECTION.
      *----------------------------------------------------------------------------------*

           PERFORM 0001-IDENTIFICA-OPERADOR

           IF WRK-OPERADOR-VALIDO = 'S'
               PERFORM UNTIL WRK-CONTINUA = 'N'
                   PERFORM 0002-EXIBE-MENU
                   MOVE FUNCTION CURRENT-DATE TO WRK-DATA-HORA-SISTEMA
                   EVALUATE WRK-OPCAO
                       WHEN 1 PERFORM 0003-AGENDAR-ALTERACAO
                       WHEN 2 PERFORM 0004-CARREGAR-LISTA
                       WHEN 3 PERFORM 0005-CANCELAR-AGENDAMENTO
                       WHEN 4 PERFORM 0006-CONSULTAR-AGENDAMENTOS
                       WHEN 5 PERFORM 0007-HISTORICO-PRECOS
                       WHEN 9 MOVE 'N' TO WRK-CONTINUA
                       WHEN OTHER
                           DISPLAY 'OPCAO INVALIDA'
                   END-EVALUATE
               END-PERFORM
           END-IF

           STOP RUN
           .
      *----------------------------------------------------------------------------------*
       0000-END.              EXIT.
      *----------------------------------------------------------------------------------*

      *----------------------------------------------------------------------------------*
      *    IDENTIFICA E VALIDA O OPERADOR NO CADASTRO COM SENHA
      *----------------------------------------------------------------------------------*
       0001-IDENTIFICA-OPERADOR SECTION.
      *----------------------------------------------------------------------------------*

           MOVE 'N' TO WRK-OPERADOR-VALIDO

           DISPLAY 'CODIGO DO OPERADOR: '
           ACCEPT WRK-OPERADOR-ID
           DISPLAY 'SENHA: '
           ACCEPT WRK-SENHA-DIGITADA

           OPEN INPUT FD-OPERADOR
           IF WRK-FS-OPERADOR NOT = '00'
               DISPLAY 'CADASTRO DE OPERADORES AINDA NAO EXISTE - '
                       'UTILIZE O CADOPER PARA INCLUIR OPERADORES'
           ELSE
               MOVE WRK-OPERADOR-ID TO OPER-CODIGO
               READ FD-OPERADOR
                   INVALID KEY
                       DISPLAY 'OPERADOR NAO CADASTRADO'
                   NOT INVALID KEY
                       IF OPER-ATIVO
                          AND OPER-SENHA = WRK-SENHA-DIGITADA
                           MOVE 'S' TO WRK-OPERADOR-VALIDO
                           DISPLAY 'OPERADOR: ' OPER-NOME
                       ELSE
                           DISPLAY 'OPERADOR INATIVO OU SENHA '
                                   'INCORRETA'
                       END-IF
               END-READ
               CLOSE FD-OPERADOR
           END-IF
           .
      *----------------------------------------------------------------------------------*
       0001-END.              EXIT.
      *----------------------------------------------------------------------------------*

      *----------------------------------------------------------------------------------*
      *    EXIBE O MENU DE OPCOES
      *----------------------------------------------------------------------------------*
       0002-EXIBE-MENU         SECTION.
      *----------------------------------------------------------------------------------*

           DISPLAY '========================================='
           DISPLAY ' AGENDAMENTO DE PRECOS'
           DISPLAY ' 1 - AGENDAR ALTERACAO DE PRECO'
           DISPLAY ' 2 - CARREGAR LISTA DE PRECOS DO FORNECEDOR'
           DISPLAY ' 3 - CANCELAR AGENDAMENTO'
           DISPLAY ' 4 - CONSULTAR AGENDAMENTOS DO PRODUTO'
           DISPLAY ' 5 - HISTORICO DE PRECOS DO PRODUTO'
           DISPLAY ' 9 - SAIR'
           DISPLAY '========================================='
           DISPLAY 'OPCAO: '
           ACCEPT WRK-OPCAO
           .
      *----------------------------------------------------------------------------------*
       0002-END.              EXIT.
      *----------------------------------------------------------------------------------*

      *----------------------------------------------------------------------------------*
      *    AGENDA A ALTERACAO DE PRECO DE UM PRODUTO PARA UMA DATA
      *    FUTURA (ALTERACAO PARA HOJE E FEITA NO CADPROD)
      *----------------------------------------------------------------------------------*
       0003-AGENDAR-ALTERACAO  SECTION.
      *----------------------------------------------------------------------------------*

           DISPLAY 'CODIGO DO PRODUTO: '
           ACCEPT WRK-CODPROD

           OPEN INPUT FD-PRODUTOS
           IF WRK-FS-PRODUTOS NOT = '00'
               DISPLAY 'CADASTRO DE PRODUTOS AINDA NAO EXISTE'
           ELSE
               MOVE WRK-CODPROD TO PROD-CODIGO
               READ FD-PRODUTOS
                   INVALID KEY
                       DISPLAY 'PRODUTO NAO ENCONTRADO'
                   NOT INVALID KEY
                       IF PROD-ATIVO
                           PERFORM 0003-A-LER-ALTERACAO
                       ELSE
                           DISPLAY 'PRODUTO INATIVO'
                       END-IF
               END-READ
               CLOSE FD-PRODUTOS
           END-IF
           .
      *----------------------------------------------------------------------------------*
       0003-END.              EXIT.
      *----------------------------------------------------------------------------------*

      *----------------------------------------------------------------------------------*
      *    RECEBE O NOVO PRECO E A DATA DE VIGENCIA E GRAVA O
      *    AGENDAMENTO
      *----------------------------------------------------------------------------------*
       0003-A-LER-ALTERACAO    SECTION.
      *----------------------------------------------------------------------------------*

           DISPLAY 'PRODUTO.....: ' PROD-DESCRICAO
           DISPLAY 'PRECO ATUAL.: ' PROD-PRECO

           DISPLAY 'NOVO PRECO: '
           ACCEPT WRK-PRECO-NOVO
           DISPLAY 'DATA DE VIGENCIA (AAAAMMDD): '
           ACCEPT WRK-DATA-VIGENCIA

           PERFORM 0008-VALIDA-DATA-VIGENCIA

           EVALUATE TRUE
               WHEN WRK-PRECO-NOVO = ZEROS
                   DISPLAY 'PRECO INVALIDO - AGENDAMENTO NAO GRAVADO'
               WHEN WRK-DATA-VALIDA = 'N'
                   DISPLAY 'DATA DE VIGENCIA INVALIDA OU NAO POSTERIOR '
                           'A HOJE - AGENDAMENTO NAO GRAVADO'
               WHEN OTHER
                   OPEN I-O FD-PRECOPROG
                   IF WRK-FS-PRECOPROG NOT = '00'
                       OPEN OUTPUT FD-PRECOPROG
                       CLOSE FD-PRECOPROG
                       OPEN I-O FD-PRECOPROG
                   END-IF

                   MOVE 'M'   TO PPG-ORIGEM
                   MOVE ZEROS TO PPG-COD-FORNECEDOR
                   PERFORM 0009-GRAVA-AGENDAMENTO

                   CLOSE FD-PRECOPROG

                   EVALUATE WRK-RESULTADO-AGENDA
                       WHEN 'N'
                           DISPLAY 'ALTERACAO DE PRECO AGENDADA PARA '
                                   WRK-DATA-VIGENCIA
                       WHEN 'S'
                           DISPLAY 'AGENDAMENTO EXISTENTE PARA '
                                   WRK-DATA-VIGENCIA ' SUBSTITUIDO'
                       WHEN 'E'
                           DISPLAY 'ERRO AO GRAVAR O AGENDAMENTO - '
                                   'STATUS ' WRK-FS-PRECOPROG
                       WHEN OTHER
                           DISPLAY 'JA EXISTE ALTERACAO APLICADA NESTA '
                                   'DATA - AGENDAMENTO NAO GRAVADO'
                   END-EVALUATE
           END-EVALUATE
           .
      *----------------------------------------------------------------------------------*
       0003-A-END.            EXIT.
      *----------------------------------------------------------------------------------*

      *----------------------------------------------------------------------------------*
      *    CARREGA A LISTA DE PRECOS DO FORNECEDOR (LISTAPRECO-NNNNNN.TXT)
      *    AGENDANDO UMA ALTERACAO PARA CADA PRODUTO CUJO PRECO MUDA;
      *    RESULTADO LINHA A LINHA EM CARGAPRECO.TXT
      *----------------------------------------------------------------------------------*
       0004-CARREGAR-LISTA     SECTION.
      *----------------------------------------------------------------------------------*

           DISPLAY 'CODIGO DO FORNECEDOR: '
           ACCEPT WRK-FORNECEDOR

           OPEN INPUT FD-FORNECEDOR
           IF WRK-FS-FORNECEDOR NOT = '00'
               DISPLAY 'CADASTRO DE FORNECEDORES AINDA NAO EXISTE'
               MOVE ZEROS TO WRK-FORNECEDOR
           ELSE
               MOVE WRK-FORNECEDOR TO FORN-CODIGO
               READ FD-FORNECEDOR
                   INVALID KEY
                       DISPLAY 'FORNECEDOR NAO CADASTRADO'
                       MOVE ZEROS TO WRK-FORNECEDOR
                   NOT INVALID KEY
                       MOVE FORN-RAZAO-SOCIAL TO WRK-RAZAO-FORNECEDOR
                       DISPLAY 'FORNECEDOR: ' FORN-RAZAO-SOCIAL
               END-READ
               CLOSE FD-FORNECEDOR
           END-IF

           IF WRK-FORNECEDOR > ZEROS
               MOVE SPACES TO WRK-NOME-LISTA
               STRING 'LISTAPRECO-' WRK-FORNECEDOR '.TXT'
                   DELIMITED BY SIZE INTO WRK-NOME-LISTA

               DISPLAY 'VIGENCIA DAS LINHAS SEM DATA (AAAAMMDD): '
               ACCEPT WRK-DATA-VIGENCIA
               PERFORM 0008-VALIDA-DATA-VIGENCIA
               MOVE WRK-DATA-VIGENCIA TO WRK-DATA-VIG-PADRAO

               IF WRK-DATA-VALIDA = 'N'
                   DISPLAY 'DATA DE VIGENCIA INVALIDA OU NAO '
                           'POSTERIOR A HOJE'
               ELSE
                   OPEN INPUT FD-LISTAPRECO
                   IF WRK-FS-LISTAPRECO NOT = '00'
                       DISPLAY 'LISTA ' WRK-NOME-LISTA
                               ' NAO ENCONTRADA'
                   ELSE
                       CLOSE FD-LISTAPRECO
                       PERFORM 0004-A-CARREGA-PRODUTOS
                       PERFORM 0004-B-PROCESSA-LISTA
                   END-IF
               END-IF
           END-IF
           .
      *----------------------------------------------------------------------------------*
       0004-END.              EXIT.
      *----------------------------------------------------------------------------------*

      *----------------------------------------------------------------------------------*
      *    CARREGA OS PRODUTOS ATIVOS DO FORNECEDOR (CODIGO, EAN E PRECO
      *    ATUAL) PARA IDENTIFICAR AS LINHAS DA LISTA
      *----------------------------------------------------------------------------------*
       0004-A-CARREGA-PRODUTOS SECTION.
      *----------------------------------------------------------------------------------*

           MOVE ZEROS TO WRK-QTD-PRODUTOS
           MOVE ZEROS TO WRK-QTD-PRODUTOS-FORA
           MOVE 'N'   TO WRK-FIM-ARQUIVO

           OPEN INPUT FD-PRODUTOS
           IF WRK-FS-PRODUTOS = '00'
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
                           IF PROD-COD-FORNECEDOR = WRK-FORNECEDOR
                              AND PROD-ATIVO
                               IF WRK-QTD-PRODUTOS < WRK-MAX-PRODUTOS
                                   ADD 1 TO WRK-QTD-PRODUTOS
                                   MOVE PROD-CODIGO
                                    TO WRK-PRD-CODIGO(WRK-QTD-PRODUTOS)
                                   MOVE PROD-EAN
                                    TO WRK-PRD-EAN(WRK-QTD-PRODUTOS)
                                   MOVE PROD-PRECO
                                    TO WRK-PRD-PRECO(WRK-QTD-PRODUTOS)
                               ELSE
                                   ADD 1 TO WRK-QTD-PRODUTOS-FORA
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE FD-PRODUTOS
           END-IF

           DISPLAY 'PRODUTOS ATIVOS DO FORNECEDOR: ' WRK-QTD-PRODUTOS
           .
      *----------------------------------------------------------------------------------*
       0004-A-END.            EXIT.
      *----------------------------------------------------------------------------------*

      *----------------------------------------------------------------------------------*
      *    LE A LISTA, IDENTIFICA O PRODUTO DE CADA LINHA E AGENDA A
      *    ALTERACAO QUANDO O PRECO DIFERE DO ATUAL
      *----------------------------------------------------------------------------------*
       0004-B-PROCESSA-LISTA   SECTION.
      *----------------------------------------------------------------------------------*

           MOVE ZEROS TO WRK-QTD-LINHAS
           MOVE ZEROS TO WRK-QTD-AGENDADOS
           MOVE ZEROS TO WRK-QTD-SUBSTITUIDOS
           MOVE ZEROS TO WRK-QTD-SEM-ALTERACAO
           MOVE ZEROS TO WRK-QTD-RECUSADOS
           MOVE 'N'   TO WRK-FIM-ARQUIVO

           OPEN I-O FD-PRECOPROG
           IF WRK-FS-PRECOPROG NOT = '00'
               OPEN OUTPUT FD-PRECOPROG
               CLOSE FD-PRECOPROG
               OPEN I-O FD-PRECOPROG
           END-IF

           OPEN INPUT FD-LISTAPRECO
           OPEN OUTPUT FD-RELATORIO

           MOVE '========================================'
               TO REG-RELATORIO
           WRITE REG-RELATORIO
           MOVE SPACES TO REG-RELATORIO
           STRING 'CARGA DA LISTA DE PRECOS ' WRK-NOME-LISTA
                  ' EM ' WRK-DHS-DATA
               DELIMITED BY SIZE INTO REG-RELATORIO
           WRITE REG-RELATORIO
           MOVE SPACES TO REG-RELATORIO
           STRING 'FORNECEDOR ' WRK-FORNECEDOR ' - '
                  WRK-RAZAO-FORNECEDOR
               DELIMITED BY SIZE INTO REG-RELATORIO
           WRITE REG-RELATORIO
           MOVE '========================================'
               TO REG-RELATORIO
           WRITE REG-RELATORIO
           MOVE SPACES TO REG-RELATORIO
           STRING 'EAN           PRODUTO PRECO ATUAL NOVO PRECO '
                  'VIGENCIA SITUACAO'
               DELIMITED BY SIZE INTO REG-RELATORIO
           WRITE REG-RELATORIO

           PERFORM UNTIL WRK-FIM-ARQUIVO = 'S'
               READ FD-LISTAPRECO
                   AT END
                       MOVE 'S' TO WRK-FIM-ARQUIVO
                   NOT AT END
                       ADD 1 TO WRK-QTD-LINHAS
                       PERFORM 0004-C-TRATA-LINHA
               END-READ
           END-PERFORM

           MOVE '----------------------------------------'
               TO REG-RELATORIO
           WRITE REG-RELATORIO
           MOVE SPACES TO REG-RELATORIO
           STRING 'LINHAS LIDAS: ' WRK-QTD-LINHAS
                  ' AGENDADAS: ' WRK-QTD-AGENDADOS
                  ' SUBSTITUIDAS: ' WRK-QTD-SUBSTITUIDOS
               DELIMITED BY SIZE INTO REG-RELATORIO
           WRITE REG-RELATORIO
           MOVE SPACES TO REG-RELATORIO
           STRING 'SEM ALTERACAO DE PRECO: ' WRK-QTD-SEM-ALTERACAO
                  ' RECUSADAS: ' WRK-QTD-RECUSADOS
               DELIMITED BY SIZE INTO REG-RELATORIO
           WRITE REG-RELATORIO
           IF WRK-QTD-PRODUTOS-FORA > ZEROS
               MOVE SPACES TO REG-RELATORIO
               STRING 'PRODUTOS DO FORNECEDOR NAO CARREGADOS '
                      '(TABELA CHEIA): ' WRK-QTD-PRODUTOS-FORA
                   DELIMITED BY SIZE INTO REG-RELATORIO
               WRITE REG-RELATORIO
           END-IF

           CLOSE FD-RELATORIO
           CLOSE FD-LISTAPRECO
           CLOSE FD-PRECOPROG

           DISPLAY 'LINHAS LIDAS..........: ' WRK-QTD-LINHAS
           DISPLAY 'ALTERACOES AGENDADAS..: ' WRK-QTD-AGENDADOS
           DISPLAY 'AGENDAMENTOS SUBSTIT..: ' WRK-QTD-SUBSTITUIDOS
           DISPLAY 'SEM ALTERACAO DE PRECO: ' WRK-QTD-SEM-ALTERACAO
           DISPLAY 'LINHAS RECUSADAS......: ' WRK-QTD-RECUSADOS
           DISPLAY 'RESULTADO GRAVADO EM CARGAPRECO.TXT'
           .
      *----------------------------------------------------------------------------------*
       0004-B-END.            EXIT.
      *----------------------------------------------------------------------------------*

      *----------------------------------------------------------------------------------*
      *    TRATA UMA LINHA DA LISTA DE PRECOS DO FORNECEDOR
      *----------------------------------------------------------------------------------*
       0004-C-TRATA-LINHA      SECTION.
      *----------------------------------------------------------------------------------*

           MOVE 'N' TO WRK-ACHOU

           IF LPR-CODPROD NUMERIC AND LPR-CODPROD > ZEROS
               PERFORM VARYING WRK-IDX-PRD FROM 1 BY 1
                       UNTIL WRK-IDX-PRD > WRK-QTD-PRODUTOS
                          OR WRK-ACHOU = 'S'
                   IF WRK-PRD-CODIGO(WRK-IDX-PRD) = LPR-CODPROD
                       MOVE 'S' TO WRK-ACHOU
                   END-IF
               END-PERFORM
           ELSE
               IF LPR-EAN NUMERIC AND LPR-EAN > ZEROS
                   PERFORM VARYING WRK-IDX-PRD FROM 1 BY 1
                           UNTIL WRK-IDX-PRD > WRK-QTD-PRODUTOS
                              OR WRK-ACHOU = 'S'
                       IF WRK-PRD-EAN(WRK-IDX-PRD) = LPR-EAN
                           MOVE 'S' TO WRK-ACHOU
                       END-IF
                   END-PERFORM
               END-IF
           END-IF

           IF WRK-ACHOU = 'S'
               SUBTRACT 1 FROM WRK-IDX-PRD
           END-IF

           IF LPR-DATA-VIGENCIA NUMERIC
              AND LPR-DATA-VIGENCIA > ZEROS
               MOVE LPR-DATA-VIGENCIA TO WRK-DATA-VIGENCIA
               PERFORM 0008-VALIDA-DATA-VIGENCIA
           ELSE
               MOVE WRK-DATA-VIG-PADRAO TO WRK-DATA-VIGENCIA
               MOVE 'S' TO WRK-DATA-VALIDA
           END-IF

           EVALUATE TRUE
               WHEN WRK-ACHOU = 'N'
                   MOVE 'PRODUTO NAO ENCONTRADO' TO WRK-SITUACAO-LINHA
                   ADD 1 TO WRK-QTD-RECUSADOS
               WHEN LPR-PRECO-VENDA NOT NUMERIC
                 OR LPR-PRECO-VENDA = ZEROS
                   MOVE 'PRECO INVALIDO' TO WRK-SITUACAO-LINHA
                   ADD 1 TO WRK-QTD-RECUSADOS
               WHEN WRK-DATA-VALIDA = 'N'
                   MOVE 'VIGENCIA INVALIDA' TO WRK-SITUACAO-LINHA
                   ADD 1 TO WRK-QTD-RECUSADOS
               WHEN LPR-PRECO-VENDA = WRK-PRD-PRECO(WRK-IDX-PRD)
                   MOVE 'SEM ALTERACAO' TO WRK-SITUACAO-LINHA
                   ADD 1 TO WRK-QTD-SEM-ALTERACAO
               WHEN OTHER
                   MOVE WRK-PRD-CODIGO(WRK-IDX-PRD) TO WRK-CODPROD
                   MOVE LPR-PRECO-VENDA  TO WRK-PRECO-NOVO
                   MOVE 'L'              TO PPG-ORIGEM
                   MOVE WRK-FORNECEDOR   TO PPG-COD-FORNECEDOR
                   PERFORM 0009-GRAVA-AGENDAMENTO
                   EVALUATE WRK-RESULTADO-AGENDA
                       WHEN 'N'
                           MOVE 'AGENDADO' TO WRK-SITUACAO-LINHA
                           ADD 1 TO WRK-QTD-AGENDADOS
                       WHEN 'S'
                           MOVE 'AGENDAMENTO SUBSTITUIDO'
                               TO WRK-SITUACAO-LINHA
                           ADD 1 TO WRK-QTD-SUBSTITUIDOS
                       WHEN 'E'
                           MOVE SPACES TO WRK-SITUACAO-LINHA
                           STRING 'ERRO NA GRAVACAO ' WRK-FS-PRECOPROG
                               DELIMITED BY SIZE
                               INTO WRK-SITUACAO-LINHA
                           ADD 1 TO WRK-QTD-RECUSADOS
                       WHEN OTHER
                           MOVE 'JA APLICADO NESTA DATA'
                               TO WRK-SITUACAO-LINHA
                           ADD 1 TO WRK-QTD-RECUSADOS
                   END-EVALUATE
           END-EVALUATE

           MOVE SPACES TO REG-RELATORIO
           IF WRK-ACHOU = 'S'
               STRING LPR-EAN ' ' WRK-PRD-CODIGO(WRK-IDX-PRD) ' '
                      WRK-PRD-PRECO(WRK-IDX-PRD) '     '
                      LPR-PRECO-VENDA '    ' WRK-DATA-VIGENCIA ' '
                      WRK-SITUACAO-LINHA
                   DELIMITED BY SIZE INTO REG-RELATORIO
           ELSE
               STRING LPR-EAN ' ' LPR-CODPROD ' '
                      '           '
                      LPR-PRECO-VENDA '    ' WRK-DATA-VIGENCIA ' '
                      WRK-SITUACAO-LINHA
                   DELIMITED BY SIZE INTO REG-RELATORIO
           END-IF
           WRITE REG-RELATORIO
           .
      *----------------------------------------------------------------------------------*
       0004-C-END.            EXIT.
      *----------------------------------------------------------------------------------*

      *----------------------------------------------------------------------------------*
      *    CANCELA UM AGENDAMENTO AINDA PENDENTE
      *----------------------------------------------------------------------------------*
       0005-CANCELAR-AGENDAMENTO SECTION.
      *----------------------------------------------------------------------------------*

           DISPLAY 'CODIGO DO PRODUTO: '
           ACCEPT WRK-CODPROD
           DISPLAY 'DATA DE VIGENCIA (AAAAMMDD): '
           ACCEPT WRK-DATA-VIGENCIA

           OPEN I-O FD-PRECOPROG
           IF WRK-FS-PRECOPROG NOT = '00'
               DISPLAY 'NENHUMA ALTERACAO DE PRECO AGENDADA'
           ELSE
               MOVE WRK-CODPROD       TO PPG-CODPROD
               MOVE WRK-DATA-VIGENCIA TO PPG-DATA-VIGENCIA
               READ FD-PRECOPROG
                   INVALID KEY
                       DISPLAY 'AGENDAMENTO NAO ENCONTRADO'
                   NOT INVALID KEY
                       IF PPG-PENDENTE
                           MOVE 'C' TO PPG-STATUS
                           REWRITE REG-PRECOPROG
                           DISPLAY 'AGENDAMENTO CANCELADO'
                       ELSE
                           DISPLAY 'AGENDAMENTO NAO ESTA PENDENTE - '
                                   'STATUS ' PPG-STATUS
                       END-IF
               END-READ
               CLOSE FD-PRECOPROG
           END-IF
           .
      *----------------------------------------------------------------------------------*
       0005-END.              EXIT.
      *----------------------------------------------------------------------------------*

      *----------------------------------------------------------------------------------*
      *    LISTA OS AGENDAMENTOS DE UM PRODUTO (PENDENTES E ANTERIORES)
      *----------------------------------------------------------------------------------*
       0006-CONSULTAR-AGENDAMENTOS SECTION.
      *----------------------------------------------------------------------------------*

           DISPLAY 'CODIGO DO PRODUTO: '
           ACCEPT WRK-CODPROD

           MOVE 'N' TO WRK-FIM-ARQUIVO

           OPEN INPUT FD-PRECOPROG
           IF WRK-FS-PRECOPROG NOT = '00'
               DISPLAY 'NENHUMA ALTERACAO DE PRECO AGENDADA'
           ELSE
               DISPLAY '-----------------------------------------'
               DISPLAY 'VIGENCIA NOVO PRECO SITUACAO   ORIGEM'
               MOVE WRK-CODPROD TO PPG-CODPROD
               MOVE ZEROS       TO PPG-DATA-VIGENCIA
               START FD-PRECOPROG KEY NOT < PPG-CHAVE
                   INVALID KEY
                       MOVE 'S' TO WRK-FIM-ARQUIVO
               END-START

               PERFORM UNTIL WRK-FIM-ARQUIVO = 'S'
                   READ FD-PRECOPROG NEXT
                       AT END
                           MOVE 'S' TO WRK-FIM-ARQUIVO
                       NOT AT END
                           IF PPG-CODPROD NOT = WRK-CODPROD
                               MOVE 'S' TO WRK-FIM-ARQUIVO
                           ELSE
                               EVALUATE TRUE
                                   WHEN PPG-PENDENTE
                                       MOVE 'PENDENTE  '
                                           TO WRK-DESC-STATUS
                                   WHEN PPG-APLICADA
                                       MOVE 'APLICADA  '
                                           TO WRK-DESC-STATUS
                                   WHEN PPG-CANCELADA
                                       MOVE 'CANCELADA '
                                           TO WRK-DESC-STATUS
                                   WHEN OTHER
                                       MOVE 'REJEITADA '
                                           TO WRK-DESC-STATUS
                               END-EVALUATE
                               DISPLAY PPG-DATA-VIGENCIA ' '
                                       PPG-PRECO-NOVO '    '
                                       WRK-DESC-STATUS ' '
                                       PPG-ORIGEM ' ' PPG-OPERADOR
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE FD-PRECOPROG
               DISPLAY '-----------------------------------------'
           END-IF
           .
      *----------------------------------------------------------------------------------*
       0006-END.              EXIT.
      *----------------------------------------------------------------------------------*

      *----------------------------------------------------------------------------------*
      *    LISTA O HISTORICO DE PRECOS DE UM PRODUTO E INFORMA O PRECO
      *    QUE VALIA EM UMA DATA
      *----------------------------------------------------------------------------------*
       0007-HISTORICO-PRECOS   SECTION.
      *----------------------------------------------------------------------------------*

           DISPLAY 'CODIGO DO PRODUTO: '
           ACCEPT WRK-CODPROD
           DISPLAY 'PRECO VIGENTE EM (AAAAMMDD, ZERO = NAO CONSULTAR): '
           ACCEPT WRK-DATA-CONSULTA

           MOVE 'N'   TO WRK-FIM-ARQUIVO
           MOVE 'N'   TO WRK-ACHOU-ANTES
           MOVE 'N'   TO WRK-ACHOU-DEPOIS
           MOVE ZEROS TO WRK-QTD-HISTORICO
           MOVE ZEROS TO WRK-PRECO-NA-DATA

           OPEN INPUT FD-HISTPRECO
           IF WRK-FS-HISTPRECO NOT = '00'
               DISPLAY 'HISTORICO DE PRECOS AINDA NAO EXISTE'
           ELSE
               DISPLAY '-----------------------------------------'
               DISPLAY 'DATA     HORA   ANTERIOR NOVO     ORIGEM    '
                       'OPERADOR'
               PERFORM UNTIL WRK-FIM-ARQUIVO = 'S'
                   READ FD-HISTPRECO
                       AT END
                           MOVE 'S' TO WRK-FIM-ARQUIVO
                       NOT AT END
                           IF HPR-CODPROD = WRK-CODPROD
                               PERFORM 0007-A-TRATA-HISTORICO
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE FD-HISTPRECO
               DISPLAY '-----------------------------------------'
               DISPLAY 'ALTERACOES ENCONTRADAS: ' WRK-QTD-HISTORICO

               IF WRK-DATA-CONSULTA > ZEROS
                   EVALUATE TRUE
                       WHEN WRK-ACHOU-ANTES = 'S'
                           DISPLAY 'PRECO VIGENTE EM ' WRK-DATA-CONSULTA
                                   ': ' WRK-PRECO-NA-DATA
                       WHEN WRK-ACHOU-DEPOIS = 'S'
                           DISPLAY 'PRECO VIGENTE EM ' WRK-DATA-CONSULTA
                                   ': ' WRK-PRECO-DEPOIS
                                   ' (ANTERIOR A 1A. ALTERACAO '
                                   'REGISTRADA)'
                       WHEN OTHER
                           DISPLAY 'SEM ALTERACOES REGISTRADAS - '
                                   'VALE O PRECO ATUAL DO CADASTRO'
                   END-EVALUATE
               END-IF
           END-IF
           .
      *----------------------------------------------------------------------------------*
       0007-END.              EXIT.
      *----------------------------------------------------------------------------------*

      *----------------------------------------------------------------------------------*
      *    EXIBE UMA ALTERACAO DO HISTORICO E APURA O PRECO NA DATA
      *    CONSULTADA (ULTIMA ALTERACAO ATE A DATA OU, SE NAO HOUVER, O
      *    PRECO ANTERIOR DA PRIMEIRA ALTERACAO POSTERIOR)
      *----------------------------------------------------------------------------------*
       0007-A-TRATA-HISTORICO  SECTION.
      *----------------------------------------------------------------------------------*

           ADD 1 TO WRK-QTD-HISTORICO

           EVALUATE TRUE
               WHEN HPR-ORIGEM-INCLUSAO
                   MOVE 'INCLUSAO ' TO WRK-DESC-ORIGEM
               WHEN HPR-ORIGEM-CADASTRO
                   MOVE 'CADASTRO ' TO WRK-DESC-ORIGEM
               WHEN OTHER
                   MOVE 'AGENDADA ' TO WRK-DESC-ORIGEM
           END-EVALUATE

           DISPLAY HPR-DATA ' ' HPR-HORA ' ' HPR-PRECO-ANTERIOR ' '
                   HPR-PRECO-NOVO ' ' WRK-DESC-ORIGEM ' '
                   HPR-OPERADOR

           IF WRK-DATA-CONSULTA > ZEROS
               IF HPR-DATA NOT > WRK-DATA-CONSULTA
                   MOVE 'S'            TO WRK-ACHOU-ANTES
                   MOVE HPR-PRECO-NOVO TO WRK-PRECO-NA-DATA
               ELSE
                   IF WRK-ACHOU-DEPOIS = 'N'
                      AND NOT HPR-ORIGEM-INCLUSAO
                       MOVE 'S'                TO WRK-ACHOU-DEPOIS
                       MOVE HPR-PRECO-ANTERIOR TO WRK-PRECO-DEPOIS
                   END-IF
               END-IF
           END-IF
           .
      *----------------------------------------------------------------------------------*
       0007-A-END.            EXIT.
      *----------------------------------------------------------------------------------*

      *----------------------------------------------------------------------------------*
      *    VALIDA A DATA DE VIGENCIA (DATA COERENTE E POSTERIOR A HOJE)
      *----------------------------------------------------------------------------------*
       0008-VALIDA-DATA-VIGENCIA SECTION.
      *----------------------------------------------------------------------------------*

           MOVE 'S' TO WRK-DATA-VALIDA

           IF WRK-DATA-VIGENCIA NOT > WRK-DHS-DATA
              OR WRK-VIG-MES < 1 OR WRK-VIG-MES > 12
              OR WRK-VIG-DIA < 1 OR WRK-VIG-DIA > 31
               MOVE 'N' TO WRK-DATA-VALIDA
           END-IF
           .
      *----------------------------------------------------------------------------------*
       0008-END.              EXIT.
      *----------------------------------------------------------------------------------*

      *----------------------------------------------------------------------------------*
      *    GRAVA O AGENDAMENTO (PRODUTO, VIGENCIA E PRECO EM WRK-; ORIGEM
      *    E FORNECEDOR JA NO REGISTRO). UM AGENDAMENTO DO MESMO DIA AINDA
      *    NAO APLICADO E SUBSTITUIDO. PRECOPROG.DAT JA ABERTO EM I-O
      *----------------------------------------------------------------------------------*
       0009-GRAVA-AGENDAMENTO  SECTION.
      *----------------------------------------------------------------------------------*

           MOVE WRK-CODPROD       TO PPG-CODPROD
           MOVE WRK-DATA-VIGENCIA TO PPG-DATA-VIGENCIA
           MOVE WRK-PRECO-NOVO    TO PPG-PRECO-NOVO
           MOVE 'P'               TO PPG-STATUS
           MOVE WRK-OPERADOR-ID   TO PPG-OPERADOR
           MOVE WRK-DHS-DATA      TO PPG-DATA-CADASTRO
           MOVE WRK-DHS-HORA      TO PPG-HORA-CADASTRO
           MOVE ZEROS             TO PPG-PRECO-ANTERIOR
           MOVE ZEROS             TO PPG-DATA-APLICACAO
           MOVE REG-PRECOPROG     TO WRK-PPG-NOVO

           MOVE 'N' TO WRK-RESULTADO-AGENDA
           WRITE REG-PRECOPROG
               INVALID KEY
                   READ FD-PRECOPROG
                       INVALID KEY
                           MOVE 'X' TO WRK-RESULTADO-AGENDA
                       NOT INVALID KEY
                           IF PPG-APLICADA
                               MOVE 'X' TO WRK-RESULTADO-AGENDA
                           ELSE
                               MOVE WRK-PPG-NOVO TO REG-PRECOPROG
                               REWRITE REG-PRECOPROG
                               MOVE 'S' TO WRK-RESULTADO-AGENDA
                           END-IF
                   END-READ
           END-WRITE

           IF WRK-RESULTADO-AGENDA NOT = 'X'
              AND WRK-FS-PRECOPROG NOT = '00'
               MOVE 'E' TO WRK-RESULTADO-AGENDA
           END-IF
           .
      *----------------------------------------------------------------------------------*
       0009-END.              EXIT.
      *----------------------------------------------------------------------------------*
