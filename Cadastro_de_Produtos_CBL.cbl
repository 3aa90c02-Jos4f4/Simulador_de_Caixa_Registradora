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

       DATA DIVISION.
       FILE SECTION.

       FD  FD-PRODUTOS.
       COPY WPROD.

       FD  FD-FORNECEDOR.
       COPY WFORN.

       FD  FD-OPERADOR.
       COPY WOPER.

       FD  FD-HISTPRECO.
       COPY WHISTPRC.

       WORKING-STORAGE SECTION.

       01  WRK-OPCAO                    PIC 9(01) VALUE ZEROS.
       01  WRK-COD-EAN-DONO             PIC 9(06) VALUE ZEROS.
       01  WRK-FIM-ARQUIVO              PIC X(01) VALUE 'N'.

      *--------------------------------------------------------------*
      *    FORNECEDOR PRINCIPAL DO PRODUTO (FORNEC.DAT)
      *--------------------------------------------------------------*
       01  WRK-FS-FORNECEDOR            PIC X(02) VALUE '00'.
       01  WRK-FORNECEDOR-LIDO          PIC 9(06) VALUE ZEROS.
       01  WRK-FORNECEDOR-VALIDO        PIC X(01) VALUE 'N'.

      *--------------------------------------------------------------*
      *    OPERADOR RESPONSAVEL PELAS ALTERACOES DE PRECO (SIGN-ON COM
      *    SENHA NA PRIMEIRA INCLUSAO/ALTERACAO) E HISTORICO DE PRECOS
      *--------------------------------------------------------------*
       01  WRK-FS-OPERADOR              PIC X(02) VALUE '00'.
       01  WRK-OPERADOR-ID              PIC X(10) VALUE SPACES.
       01  WRK-SENHA-DIGITADA           PIC X(08) VALUE SPACES.
       01  WRK-OPERADOR-VALIDO          PIC X(01) VALUE 'N'.
       01  WRK-FS-HISTPRECO             PIC X(02) VALUE '00'.
       01  WRK-ORIGEM-PRECO             PIC X(01) VALUE SPACES.

       01  WRK-DATA-HORA-SISTEMA.
           05  WRK-DHS-DATA             PIC 9(08).
           05  WRK-DHS-HORA             PIC 9(06).
           05  FILLER                   PIC X(07).

      *==================================================================================*
       PROCEDURE DIVISION.
      *==================================================================================*
           PERFORM UNTIL WRK-CONTINUA = 'N'
               PERFORM 0001-EXIBE-MENU
               EVALUATE WRK-OPCAO
                   WHEN 1 PERFORM 0010-EXIGE-OPERADOR
                          IF WRK-OPERADOR-VALIDO = 'S'
                              PERFORM 0002-INCLUIR-PRODUTO
                          END-IF
                   WHEN 2 PERFORM 0010-EXIGE-OPERADOR
                          IF WRK-OPERADOR-VALIDO = 'S'
                              PERFORM 0003-ALTERAR-PRODUTO
                          END-IF
                   WHEN 3 PERFORM 0004-INATIVAR-PRODUTO
                   WHEN 4 PERFORM 0005-CONSULTAR-PRODUTO
                   WHEN 5 PERFORM 0006-ALTERAR-EAN
                       ACCEPT PROD-CAT-TRIB
                       DISPLAY 'ALIQUOTA DE IMPOSTO (PERCENTUAL): '
                       ACCEPT PROD-ALIQUOTA
                       MOVE 'N' TO WRK-FORNECEDOR-VALIDO
                       PERFORM UNTIL WRK-FORNECEDOR-VALIDO = 'S'
                           DISPLAY 'FORNECEDOR PRINCIPAL (ZERO SE NAO '
                                   'HOUVER): '
                           ACCEPT WRK-FORNECEDOR-LIDO
                           PERFORM 0008-VALIDA-FORNECEDOR
                       END-PERFORM
                       MOVE WRK-FORNECEDOR-LIDO
                           TO PROD-COD-FORNECEDOR
                       MOVE 'A'          TO PROD-STATUS
                       MOVE ZEROS        TO PROD-QTD-ESTOQUE
                       MOVE ZEROS        TO PROD-CUSTO
                       MOVE WRK-EAN-LIDO TO PROD-EAN
                       MOVE SPACES       TO PROD-RESERVA
                       WRITE REG-PRODUTO
                       MOVE ZEROS TO WRK-PRECO-ANTERIOR
                       MOVE 'I'   TO WRK-ORIGEM-PRECO
                       PERFORM 0011-GRAVA-HISTORICO-PRECO
                       DISPLAY 'PRODUTO INCLUIDO COM SUCESSO'
                   NOT INVALID KEY
                       DISPLAY 'PRODUTO JA CADASTRADO COM ESTE CODIGO'
                           MOVE WRK-ALIQUOTA-ANTERIOR
                               TO PROD-ALIQUOTA
                       END-IF
                       DISPLAY 'FORNECEDOR ATUAL: ' PROD-COD-FORNECEDOR
                       MOVE 'N' TO WRK-FORNECEDOR-VALIDO
                       PERFORM UNTIL WRK-FORNECEDOR-VALIDO = 'S'
                           DISPLAY 'NOVO FORNECEDOR (ZERO P/ MANTER): '
                           ACCEPT WRK-FORNECEDOR-LIDO
                           PERFORM 0008-VALIDA-FORNECEDOR
                       END-PERFORM
                       IF WRK-FORNECEDOR-LIDO NOT = ZEROS
                           MOVE WRK-FORNECEDOR-LIDO
                               TO PROD-COD-FORNECEDOR
                       END-IF
                       REWRITE REG-PRODUTO
                       IF PROD-PRECO NOT = WRK-PRECO-ANTERIOR
                           MOVE 'C' TO WRK-ORIGEM-PRECO
                           PERFORM 0011-GRAVA-HISTORICO-PRECO
                       END-IF
                       DISPLAY 'PRODUTO ALTERADO COM SUCESSO'
               END-READ
               CLOSE FD-PRODUTOS
                       DISPLAY 'ALIQUOTA..: ' PROD-ALIQUOTA
                       DISPLAY 'EAN.......: ' PROD-EAN
                       DISPLAY 'CUSTO.....: ' PROD-CUSTO
                       DISPLAY 'FORNECEDOR: ' PROD-COD-FORNECEDOR
                       IF PROD-ATIVO
                           DISPLAY 'STATUS....: ATIVO'
                       ELSE
      *----------------------------------------------------------------------------------*
       0007-END.              EXIT.
      *----------------------------------------------------------------------------------*

      *----------------------------------------------------------------------------------*
      *    VALIDA O FORNECEDOR INFORMADO NO CADASTRO DE FORNECEDORES
      *    (ZERO E ACEITO: PRODUTO SEM FORNECEDOR OU MANTER O ATUAL)
      *----------------------------------------------------------------------------------*
       0008-VALIDA-FORNECEDOR  SECTION.
      *----------------------------------------------------------------------------------*

           MOVE 'N' TO WRK-FORNECEDOR-VALIDO

           IF WRK-FORNECEDOR-LIDO = ZEROS
               MOVE 'S' TO WRK-FORNECEDOR-VALIDO
           ELSE
               OPEN INPUT FD-FORNECEDOR
               IF WRK-FS-FORNECEDOR NOT = '00'
                   DISPLAY 'CADASTRO DE FORNECEDORES AINDA NAO '
                           'EXISTE - UTILIZE O CADFORN PARA INCLUIR '
                           'FORNECEDORES'
               ELSE
                   MOVE WRK-FORNECEDOR-LIDO TO FORN-CODIGO
                   READ FD-FORNECEDOR
                       INVALID KEY
                           DISPLAY 'FORNECEDOR NAO CADASTRADO'
                       NOT INVALID KEY
                           IF FORN-ATIVO
                               MOVE 'S' TO WRK-FORNECEDOR-VALIDO
                               DISPLAY 'FORNECEDOR: ' FORN-RAZAO-SOCIAL
                           ELSE
                               DISPLAY 'FORNECEDOR INATIVO'
                           END-IF
                   END-READ
                   CLOSE FD-FORNECEDOR
               END-IF
           END-IF
           .
      *----------------------------------------------------------------------------------*
       0008-END.              EXIT.
      *----------------------------------------------------------------------------------*

      *----------------------------------------------------------------------------------*
      *    IDENTIFICA E VALIDA O OPERADOR RESPONSAVEL PELAS ALTERACOES
      *----------------------------------------------------------------------------------*
       0009-IDENTIFICA-OPERADOR SECTION.
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
       0009-END.              EXIT.
      *----------------------------------------------------------------------------------*

      *----------------------------------------------------------------------------------*
      *    EXIGE O OPERADOR IDENTIFICADO ANTES DE INCLUIR OU ALTERAR
      *    (SIGN-ON PEDIDO UMA UNICA VEZ POR EXECUCAO)
      *----------------------------------------------------------------------------------*
       0010-EXIGE-OPERADOR     SECTION.
      *----------------------------------------------------------------------------------*

           IF WRK-OPERADOR-VALIDO = 'N'
               PERFORM 0009-IDENTIFICA-OPERADOR
           END-IF

           IF WRK-OPERADOR-VALIDO = 'N'
               DISPLAY 'OPERADOR NAO IDENTIFICADO - OPERACAO NAO '
                       'REALIZADA'
           END-IF
           .
      *----------------------------------------------------------------------------------*
       0010-END.              EXIT.
      *----------------------------------------------------------------------------------*

      *----------------------------------------------------------------------------------*
      *    GRAVA NO HISTORICO DE PRECOS A ALTERACAO FEITA NO CADASTRO
      *    (VALE DE IMEDIATO; ETIQUETA DE GONDOLA FICA PENDENTE PARA O
      *    APLPRECO)
      *----------------------------------------------------------------------------------*
       0011-GRAVA-HISTORICO-PRECO SECTION.
      *----------------------------------------------------------------------------------*

           MOVE FUNCTION CURRENT-DATE TO WRK-DATA-HORA-SISTEMA

           OPEN EXTEND FD-HISTPRECO
           IF WRK-FS-HISTPRECO = '35'
               OPEN OUTPUT FD-HISTPRECO
           END-IF

           IF WRK-FS-HISTPRECO NOT = '00'
               DISPLAY 'HISTORICO DE PRECOS INDISPONIVEL - STATUS '
                       WRK-FS-HISTPRECO
               DISPLAY 'PRECO ALTERADO SEM HISTORICO/ETIQUETA'
           ELSE
               PERFORM 0011-A-GRAVA-ALTERACAO
               CLOSE FD-HISTPRECO
           END-IF
           .
      *----------------------------------------------------------------------------------*
       0011-END.              EXIT.
      *----------------------------------------------------------------------------------*

      *----------------------------------------------------------------------------------*
      *    GRAVA O REGISTRO DA ALTERACAO COM A ETIQUETA PENDENTE
      *----------------------------------------------------------------------------------*
       0011-A-GRAVA-ALTERACAO  SECTION.
      *----------------------------------------------------------------------------------*

           MOVE SPACES             TO REG-HISTPRECO
           MOVE PROD-CODIGO        TO HPR-CODPROD
           MOVE WRK-DHS-DATA       TO HPR-DATA
           MOVE WRK-DHS-HORA       TO HPR-HORA
           MOVE WRK-PRECO-ANTERIOR TO HPR-PRECO-ANTERIOR
           MOVE PROD-PRECO         TO HPR-PRECO-NOVO
           MOVE WRK-OPERADOR-ID    TO HPR-OPERADOR
           MOVE WRK-ORIGEM-PRECO   TO HPR-ORIGEM
           MOVE 'P'                TO HPR-ETIQUETA
           MOVE WRK-DHS-DATA       TO HPR-DATA-VIGENCIA
           WRITE REG-HISTPRECO

           IF WRK-FS-HISTPRECO NOT = '00'
               DISPLAY 'ERRO AO GRAVAR O HISTORICO DE PRECOS - STATUS '
                       WRK-FS-HISTPRECO
               DISPLAY 'PRECO ALTERADO SEM HISTORICO/ETIQUETA'
           END-IF
           .
      *----------------------------------------------------------------------------------*
       0011-A-END.            EXIT.
      *----------------------------------------------------------------------------------*
