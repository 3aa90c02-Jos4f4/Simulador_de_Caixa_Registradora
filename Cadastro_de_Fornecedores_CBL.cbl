      ************************************************************************************
      * Author.: JOSAFA SOARES FERNANDES
      * Date...:  15/10/2026
      * Purpose: MANUTENCAO DO CADASTRO DE FORNECEDORES (INCLUSAO/ALTERACAO/INATIVACAO)
      * NOME...: CADFORN
      ************************************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CADFORN.
      *==================================================================================*
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
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

       DATA DIVISION.
       FILE SECTION.

       FD  FD-FORNECEDOR.
       COPY WFORN.

       FD  FD-PRODUTOS.
       COPY WPROD.

       WORKING-STORAGE SECTION.

       01  WRK-OPCAO                    PIC 9(01) VALUE ZEROS.
       01  WRK-CONTINUA                 PIC X(01) VALUE 'S'.
       01  WRK-FS-FORNECEDOR            PIC X(02) VALUE '00'.
       01  WRK-FS-PRODUTOS              PIC X(02) VALUE '00'.
       01  WRK-FIM-ARQUIVO              PIC X(01) VALUE 'N'.
       01  WRK-CODIGO-LIDO              PIC 9(06) VALUE ZEROS.
       01  WRK-QTD-PRODUTOS             PIC 9(05) VALUE ZEROS.

      *--------------------------------------------------------------*
      *    VALORES ANTERIORES (BRANCO/ZERO NA ALTERACAO = MANTER)
      *--------------------------------------------------------------*
       01  WRK-RAZAO-ANTERIOR           PIC X(40) VALUE SPACES.
       01  WRK-CNPJ-ANTERIOR            PIC X(14) VALUE SPACES.
       01  WRK-TELEFONE-ANTERIOR        PIC X(15) VALUE SPACES.
       01  WRK-CONTATO-ANTERIOR         PIC X(20) VALUE SPACES.
       01  WRK-PRAZO-ANTERIOR           PIC 9(03) VALUE ZEROS.

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
                   WHEN 1 PERFORM 0002-INCLUIR-FORNECEDOR
                   WHEN 2 PERFORM 0003-ALTERAR-FORNECEDOR
                   WHEN 3 PERFORM 0004-INATIVAR-FORNECEDOR
                   WHEN 4 PERFORM 0005-CONSULTAR-FORNECEDOR
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
           DISPLAY ' MANUTENCAO DO CADASTRO DE FORNECEDORES'
           DISPLAY ' 1 - INCLUIR FORNECEDOR'
           DISPLAY ' 2 - ALTERAR FORNECEDOR'
           DISPLAY ' 3 - INATIVAR FORNECEDOR'
           DISPLAY ' 4 - CONSULTAR FORNECEDOR'
           DISPLAY ' 9 - SAIR'
           DISPLAY '========================================='
           DISPLAY 'OPCAO: '
           ACCEPT WRK-OPCAO
           .
      *----------------------------------------------------------------------------------*
       0001-END.              EXIT.
      *----------------------------------------------------------------------------------*

      *----------------------------------------------------------------------------------*
      *    INCLUI UM NOVO FORNECEDOR NO CADASTRO
      *----------------------------------------------------------------------------------*
       0002-INCLUIR-FORNECEDOR SECTION.
      *----------------------------------------------------------------------------------*

           DISPLAY 'CODIGO DO FORNECEDOR: '
           ACCEPT WRK-CODIGO-LIDO

           IF WRK-CODIGO-LIDO = ZEROS
               DISPLAY 'CODIGO INVALIDO - ZERO INDICA PRODUTO SEM '
                       'FORNECEDOR'
           ELSE
               OPEN I-O FD-FORNECEDOR
               IF WRK-FS-FORNECEDOR NOT = '00'
                   OPEN OUTPUT FD-FORNECEDOR
                   CLOSE FD-FORNECEDOR
                   OPEN I-O FD-FORNECEDOR
               END-IF

               MOVE WRK-CODIGO-LIDO TO FORN-CODIGO
               READ FD-FORNECEDOR
                   INVALID KEY
                       DISPLAY 'RAZAO SOCIAL: '
                       ACCEPT FORN-RAZAO-SOCIAL
                       DISPLAY 'CNPJ (SOMENTE NUMEROS): '
                       ACCEPT FORN-CNPJ
                       DISPLAY 'TELEFONE: '
                       ACCEPT FORN-TELEFONE
                       DISPLAY 'CONTATO: '
                       ACCEPT FORN-CONTATO
                       DISPLAY 'PRAZO DE ENTREGA (DIAS): '
                       ACCEPT FORN-PRAZO-ENTREGA
                       MOVE 'A' TO FORN-STATUS
                       WRITE REG-FORNECEDOR
                       DISPLAY 'FORNECEDOR INCLUIDO COM SUCESSO'
                   NOT INVALID KEY
                       DISPLAY 'FORNECEDOR JA CADASTRADO COM ESTE '
                               'CODIGO'
               END-READ

               CLOSE FD-FORNECEDOR
           END-IF
           .
      *----------------------------------------------------------------------------------*
       0002-END.              EXIT.
      *----------------------------------------------------------------------------------*

      *----------------------------------------------------------------------------------*
      *    ALTERA OS DADOS DE UM FORNECEDOR EXISTENTE
      *----------------------------------------------------------------------------------*
       0003-ALTERAR-FORNECEDOR SECTION.
      *----------------------------------------------------------------------------------*

           DISPLAY 'CODIGO DO FORNECEDOR: '
           ACCEPT FORN-CODIGO

           OPEN I-O FD-FORNECEDOR

           IF WRK-FS-FORNECEDOR NOT = '00'
               DISPLAY 'CADASTRO DE FORNECEDORES AINDA NAO EXISTE'
           ELSE
               READ FD-FORNECEDOR
                   INVALID KEY
                       DISPLAY 'FORNECEDOR NAO ENCONTRADO'
                   NOT INVALID KEY
                       MOVE FORN-RAZAO-SOCIAL TO WRK-RAZAO-ANTERIOR
                       DISPLAY 'RAZAO SOCIAL ATUAL: ' FORN-RAZAO-SOCIAL
                       DISPLAY 'NOVA RAZAO SOCIAL (BRANCO P/ MANTER): '
                       ACCEPT FORN-RAZAO-SOCIAL
                       IF FORN-RAZAO-SOCIAL = SPACES
                           MOVE WRK-RAZAO-ANTERIOR
                               TO FORN-RAZAO-SOCIAL
                       END-IF
                       MOVE FORN-CNPJ TO WRK-CNPJ-ANTERIOR
                       DISPLAY 'CNPJ ATUAL: ' FORN-CNPJ
                       DISPLAY 'NOVO CNPJ (BRANCO P/ MANTER): '
                       ACCEPT FORN-CNPJ
                       IF FORN-CNPJ = SPACES
                           MOVE WRK-CNPJ-ANTERIOR TO FORN-CNPJ
                       END-IF
                       MOVE FORN-TELEFONE TO WRK-TELEFONE-ANTERIOR
                       DISPLAY 'TELEFONE ATUAL: ' FORN-TELEFONE
                       DISPLAY 'NOVO TELEFONE (BRANCO P/ MANTER): '
                       ACCEPT FORN-TELEFONE
                       IF FORN-TELEFONE = SPACES
                           MOVE WRK-TELEFONE-ANTERIOR
                               TO FORN-TELEFONE
                       END-IF
                       MOVE FORN-CONTATO TO WRK-CONTATO-ANTERIOR
                       DISPLAY 'CONTATO ATUAL: ' FORN-CONTATO
                       DISPLAY 'NOVO CONTATO (BRANCO P/ MANTER): '
                       ACCEPT FORN-CONTATO
                       IF FORN-CONTATO = SPACES
                           MOVE WRK-CONTATO-ANTERIOR TO FORN-CONTATO
                       END-IF
                       MOVE FORN-PRAZO-ENTREGA TO WRK-PRAZO-ANTERIOR
                       DISPLAY 'PRAZO DE ENTREGA ATUAL: '
                               FORN-PRAZO-ENTREGA
                       DISPLAY 'NOVO PRAZO (ZERO P/ MANTER): '
                       ACCEPT FORN-PRAZO-ENTREGA
                       IF FORN-PRAZO-ENTREGA = ZEROS
                           MOVE WRK-PRAZO-ANTERIOR
                               TO FORN-PRAZO-ENTREGA
                       END-IF
                       REWRITE REG-FORNECEDOR
                       DISPLAY 'FORNECEDOR ALTERADO COM SUCESSO'
               END-READ
               CLOSE FD-FORNECEDOR
           END-IF
           .
      *----------------------------------------------------------------------------------*
       0003-END.              EXIT.
      *----------------------------------------------------------------------------------*

      *----------------------------------------------------------------------------------*
      *    INATIVA UM FORNECEDOR (NAO EXCLUI FISICAMENTE O REGISTRO)
      *----------------------------------------------------------------------------------*
       0004-INATIVAR-FORNECEDOR SECTION.
      *----------------------------------------------------------------------------------*

           DISPLAY 'CODIGO DO FORNECEDOR: '
           ACCEPT FORN-CODIGO

           OPEN I-O FD-FORNECEDOR

           IF WRK-FS-FORNECEDOR NOT = '00'
               DISPLAY 'CADASTRO DE FORNECEDORES AINDA NAO EXISTE'
           ELSE
               READ FD-FORNECEDOR
                   INVALID KEY
                       DISPLAY 'FORNECEDOR NAO ENCONTRADO'
                   NOT INVALID KEY
                       MOVE 'I' TO FORN-STATUS
                       REWRITE REG-FORNECEDOR
                       DISPLAY 'FORNECEDOR INATIVADO COM SUCESSO'
                       MOVE FORN-CODIGO TO WRK-CODIGO-LIDO
                       PERFORM 0006-CONTA-PRODUTOS
                       IF WRK-QTD-PRODUTOS > ZEROS
                           DISPLAY 'ATENCAO: ' WRK-QTD-PRODUTOS
                                   ' PRODUTO(S) TEM ESTE FORNECEDOR '
                                   'COMO PRINCIPAL - NAO ENTRARAO '
                                   'NOS PEDIDOS SUGERIDOS'
                       END-IF
               END-READ
               CLOSE FD-FORNECEDOR
           END-IF
           .
      *----------------------------------------------------------------------------------*
       0004-END.              EXIT.
      *----------------------------------------------------------------------------------*

      *----------------------------------------------------------------------------------*
      *    CONSULTA OS DADOS DE UM FORNECEDOR
      *----------------------------------------------------------------------------------*
       0005-CONSULTAR-FORNECEDOR SECTION.
      *----------------------------------------------------------------------------------*

           DISPLAY 'CODIGO DO FORNECEDOR: '
           ACCEPT FORN-CODIGO

           OPEN INPUT FD-FORNECEDOR

           IF WRK-FS-FORNECEDOR NOT = '00'
               DISPLAY 'CADASTRO DE FORNECEDORES AINDA NAO EXISTE'
           ELSE
               READ FD-FORNECEDOR
                   INVALID KEY
                       DISPLAY 'FORNECEDOR NAO ENCONTRADO'
                   NOT INVALID KEY
                       DISPLAY 'CODIGO......: ' FORN-CODIGO
                       DISPLAY 'RAZAO SOCIAL: ' FORN-RAZAO-SOCIAL
                       DISPLAY 'CNPJ........: ' FORN-CNPJ
                       DISPLAY 'TELEFONE....: ' FORN-TELEFONE
                       DISPLAY 'CONTATO.....: ' FORN-CONTATO
                       DISPLAY 'PRAZO (DIAS): ' FORN-PRAZO-ENTREGA
                       IF FORN-ATIVO
                           DISPLAY 'STATUS......: ATIVO'
                       ELSE
                           DISPLAY 'STATUS......: INATIVO'
                       END-IF
                       MOVE FORN-CODIGO TO WRK-CODIGO-LIDO
                       PERFORM 0006-CONTA-PRODUTOS
                       DISPLAY 'PRODUTOS....: ' WRK-QTD-PRODUTOS
               END-READ
               CLOSE FD-FORNECEDOR
           END-IF
           .
      *----------------------------------------------------------------------------------*
       0005-END.              EXIT.
      *----------------------------------------------------------------------------------*

      *----------------------------------------------------------------------------------*
      *    CONTA OS PRODUTOS QUE TEM O FORNECEDOR COMO PRINCIPAL
      *----------------------------------------------------------------------------------*
       0006-CONTA-PRODUTOS     SECTION.
      *----------------------------------------------------------------------------------*

           MOVE ZEROS TO WRK-QTD-PRODUTOS
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
                           IF PROD-COD-FORNECEDOR = WRK-CODIGO-LIDO
                              AND PROD-ATIVO
                               ADD 1 TO WRK-QTD-PRODUTOS
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE FD-PRODUTOS
           END-IF
           .
      *----------------------------------------------------------------------------------*
       0006-END.              EXIT.
      *----------------------------------------------------------------------------------*
