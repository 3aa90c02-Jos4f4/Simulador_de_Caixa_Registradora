      ************************************************************************************
      * Author.: JOSAFA SOARES FERNANDES
      * Date...:  22/08/2026
      * Purpose: ENTRADA DE MERCADORIA (RECEBIMENTO AVULSO OU CONTRA PEDIDO DE COMPRA)
      *          E RELATORIO DE RUPTURA DE ESTOQUE
      * NOME...: ENTMERC
      ************************************************************************************
       IDENTIFICATION DIVISION.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-RUPTURA.

           SELECT FD-OPERADOR ASSIGN TO "OPERADOR.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OPER-CODIGO
               FILE STATUS IS WRK-FS-OPERADOR.

           SELECT FD-KARDEX ASSIGN TO "MOVESTQ.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WRK-FS-KARDEX.

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

           SELECT FD-RECEBIMENTO ASSIGN TO "RECEBIMENTO.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-RECEBIMENTO.

       DATA DIVISION.
       FILE SECTION.

       FD  FD-RUPTURA.
       01  REG-RUPTURA                  PIC X(100).

       FD  FD-OPERADOR.
       COPY WOPER.

       FD  FD-KARDEX.
       COPY WKARDEX.

       FD  FD-PEDIDO.
       COPY WPEDIDO.

       FD  FD-FORNECEDOR.
       COPY WFORN.

       FD  FD-RECEBIMENTO.
       01  REG-RECEBIMENTO              PIC X(100).

       WORKING-STORAGE SECTION.

       01  WRK-OPCAO                    PIC 9(01) VALUE ZEROS.
       01  WRK-CODPROD-LIDO             PIC 9(06) VALUE ZEROS.
       01  WRK-CUSTO-RECEBIDO           PIC 9(05)V99 VALUE ZEROS.

      *--------------------------------------------------------------*
      *    OPERADOR RESPONSAVEL PELO RECEBIMENTO (SIGN-ON COM SENHA)
      *--------------------------------------------------------------*
       01  WRK-FS-OPERADOR              PIC X(02) VALUE '00'.
       01  WRK-OPERADOR-ID              PIC X(10) VALUE SPACES.
       01  WRK-SENHA-DIGITADA           PIC X(08) VALUE SPACES.
       01  WRK-OPERADOR-VALIDO          PIC X(01) VALUE 'N'.

      *--------------------------------------------------------------*
      *    MOVIMENTO DE ESTOQUE (KARDEX) DA ENTRADA
      *--------------------------------------------------------------*
       01  WRK-FS-KARDEX                PIC X(02) VALUE '00'.
       01  WRK-SALDO-ANTERIOR           PIC 9(06) VALUE ZEROS.
       01  WRK-DOCUMENTO-KDX            PIC X(10) VALUE SPACES.
       01  WRK-CUSTO-ANTERIOR           PIC 9(05)V99 VALUE ZEROS.
       01  WRK-ENTRADA-OK               PIC X(01) VALUE 'N'.

      *--------------------------------------------------------------*
      *    RECEBIMENTO CONTRA PEDIDO DE COMPRA (PEDCOMPRA.DAT)
      *--------------------------------------------------------------*
       01  WRK-FS-PEDIDO                PIC X(02) VALUE '00'.
       01  WRK-FS-FORNECEDOR            PIC X(02) VALUE '00'.
       01  WRK-FS-RECEBIMENTO           PIC X(02) VALUE '00'.
       01  WRK-NUM-PEDIDO               PIC 9(06) VALUE ZEROS.
       01  WRK-PEDIDO-VALIDO            PIC X(01) VALUE 'N'.
       01  WRK-PED-FORNECEDOR           PIC 9(06) VALUE ZEROS.
       01  WRK-PED-RAZAO-SOCIAL         PIC X(40) VALUE SPACES.
       01  WRK-FIM-RECEBIMENTO          PIC X(01) VALUE 'N'.
       01  WRK-ITEM-ACHADO              PIC X(01) VALUE 'N'.
       01  WRK-MAIOR-SEQ                PIC 9(03) VALUE ZEROS.
       01  WRK-RESP-ENCERRA             PIC X(01) VALUE 'N'.
       01  WRK-DIF-QTD                  PIC 9(06) VALUE ZEROS.
       01  WRK-SITUACAO-ITEM            PIC X(12) VALUE SPACES.
       01  WRK-REC-QTD-OK               PIC 9(03) VALUE ZEROS.
       01  WRK-REC-QTD-FALTA            PIC 9(03) VALUE ZEROS.
       01  WRK-REC-QTD-EXCESSO          PIC 9(03) VALUE ZEROS.
       01  WRK-REC-QTD-NAO-PEDIDO       PIC 9(03) VALUE ZEROS.
       01  WRK-REC-QTD-RECEBIDOS        PIC 9(03) VALUE ZEROS.

       01  WRK-DATA-HORA-SISTEMA.
           05  WRK-DHS-DATA             PIC 9(08).
           05  WRK-DHS-HORA             PIC 9(06).
           05  FILLER                   PIC X(07).

      *==================================================================================*
       PROCEDURE DIVISION.
      *==================================================================================*
               EVALUATE WRK-OPCAO
                   WHEN 1 PERFORM 0002-REGISTRAR-ENTRADA
                   WHEN 2 PERFORM 0003-RELATORIO-RUPTURA
                   WHEN 3 PERFORM 0005-RECEBER-PEDIDO
                   WHEN 9 MOVE 'N' TO WRK-CONTINUA
                   WHEN OTHER
                       DISPLAY 'OPCAO INVALIDA'

           DISPLAY '========================================='
           DISPLAY ' ENTRADA DE MERCADORIA'
           DISPLAY ' 1 - REGISTRAR ENTRADA AVULSA (SEM PEDIDO)'
           DISPLAY ' 2 - RELATORIO DE RUPTURA/ESTOQUE BAIXO'
           DISPLAY ' 3 - RECEBIMENTO DE PEDIDO DE COMPRA'
           DISPLAY ' 9 - SAIR'
           DISPLAY '========================================='
           DISPLAY 'OPCAO: '
       0002-REGISTRAR-ENTRADA  SECTION.
      *----------------------------------------------------------------------------------*

           IF WRK-OPERADOR-VALIDO = 'N'
               PERFORM 0004-IDENTIFICA-OPERADOR
           END-IF

           IF WRK-OPERADOR-VALIDO = 'N'
               DISPLAY 'OPERADOR NAO IDENTIFICADO - ENTRADA NAO '
                       'REGISTRADA'
           ELSE
               PERFORM 0002-A-LER-ENTRADA
           END-IF
           .
      *----------------------------------------------------------------------------------*
       0002-END.              EXIT.
      *----------------------------------------------------------------------------------*

      *----------------------------------------------------------------------------------*
      *    LE O PRODUTO E A QUANTIDADE RECEBIDA E ATUALIZA O ESTOQUE
      *----------------------------------------------------------------------------------*
       0002-A-LER-ENTRADA      SECTION.
      *----------------------------------------------------------------------------------*

           MOVE SPACES TO WRK-DOCUMENTO-KDX

           DISPLAY 'CODIGO DO PRODUTO OU EAN: '
           ACCEPT WRK-CODIGO-EAN-LIDO

                           DISPLAY 'CUSTO UNITARIO PAGO (ZERO P/ '
                                   'MANTER): '
                           ACCEPT WRK-CUSTO-RECEBIDO
                           PERFORM 0002-D-REGISTRA-ENTRADA
                           IF WRK-ENTRADA-OK = 'S'
                               DISPLAY 'ENTRADA REGISTRADA - NOVO '
                                       'ESTOQUE: ' PROD-QTD-ESTOQUE
                                       ' CUSTO: ' PROD-CUSTO
                           END-IF
                       ELSE
                           DISPLAY 'QUANTIDADE INVALIDA - ENTRADA '
                                   'NAO REGISTRADA'
           END-IF
           .
      *----------------------------------------------------------------------------------*
       0002-A-END.            EXIT.
      *----------------------------------------------------------------------------------*

      *----------------------------------------------------------------------------------*
       0002-B-END.            EXIT.
      *----------------------------------------------------------------------------------*

      *----------------------------------------------------------------------------------*
      *    REGISTRA NO KARDEX A ENTRADA DA MERCADORIA RECEBIDA. SEM O
      *    MOVIMENTO A ATUALIZACAO DO PRODUTO E DESFEITA
      *----------------------------------------------------------------------------------*
       0002-C-GRAVA-KARDEX     SECTION.
      *----------------------------------------------------------------------------------*

           MOVE FUNCTION CURRENT-DATE TO WRK-DATA-HORA-SISTEMA

           MOVE WRK-DHS-DATA         TO KDX-DATA
           MOVE WRK-DHS-HORA         TO KDX-HORA
           MOVE PROD-CODIGO          TO KDX-CODPROD
           MOVE 'R'                  TO KDX-TIPO
           MOVE WRK-QTD-RECEBIDA     TO KDX-QUANTIDADE
           MOVE WRK-SALDO-ANTERIOR   TO KDX-SALDO-ANTERIOR
           MOVE PROD-QTD-ESTOQUE     TO KDX-SALDO-POSTERIOR
           MOVE ZEROS                TO KDX-TERMINAL
           MOVE ZEROS                TO KDX-NUM-TRANSACAO
           MOVE WRK-OPERADOR-ID      TO KDX-OPERADOR
           MOVE WRK-DOCUMENTO-KDX    TO KDX-DOCUMENTO
           MOVE 'N'                  TO KDX-SALDO-ZERADO
           WRITE REG-KARDEX

           IF WRK-FS-KARDEX NOT = '00'
               DISPLAY 'ERRO AO GRAVAR O KARDEX - STATUS '
                       WRK-FS-KARDEX ' - ENTRADA NAO REGISTRADA'
               MOVE WRK-SALDO-ANTERIOR TO PROD-QTD-ESTOQUE
               MOVE WRK-CUSTO-ANTERIOR TO PROD-CUSTO
               REWRITE REG-PRODUTO
           ELSE
               MOVE 'S' TO WRK-ENTRADA-OK
           END-IF
           .
      *----------------------------------------------------------------------------------*
       0002-C-END.            EXIT.
      *----------------------------------------------------------------------------------*

      *----------------------------------------------------------------------------------*
      *    SOMA A QUANTIDADE RECEBIDA AO ESTOQUE DO PRODUTO LIDO (E O
      *    CUSTO PAGO, SE INFORMADO) E GRAVA O MOVIMENTO NO KARDEX.
      *    COM O KARDEX INDISPONIVEL O PRODUTO NAO E ALTERADO;
      *    WRK-ENTRADA-OK = 'S' SOMENTE COM AS DUAS GRAVACOES FEITAS
      *----------------------------------------------------------------------------------*
       0002-D-REGISTRA-ENTRADA SECTION.
      *----------------------------------------------------------------------------------*

           MOVE 'N' TO WRK-ENTRADA-OK

           OPEN EXTEND FD-KARDEX
           IF WRK-FS-KARDEX = '35'
               OPEN OUTPUT FD-KARDEX
           END-IF

           IF WRK-FS-KARDEX NOT = '00'
               DISPLAY 'KARDEX INDISPONIVEL - STATUS ' WRK-FS-KARDEX
                       ' - ENTRADA NAO REGISTRADA'
           ELSE
               MOVE PROD-QTD-ESTOQUE TO WRK-SALDO-ANTERIOR
               MOVE PROD-CUSTO       TO WRK-CUSTO-ANTERIOR
               IF WRK-CUSTO-RECEBIDO > ZEROS
                   MOVE WRK-CUSTO-RECEBIDO TO PROD-CUSTO
               END-IF
               ADD WRK-QTD-RECEBIDA TO PROD-QTD-ESTOQUE
               REWRITE REG-PRODUTO
               IF WRK-FS-PRODUTOS NOT = '00'
                   DISPLAY 'ERRO AO ATUALIZAR O PRODUTO - STATUS '
                           WRK-FS-PRODUTOS ' - ENTRADA NAO REGISTRADA'
                   MOVE WRK-SALDO-ANTERIOR TO PROD-QTD-ESTOQUE
                   MOVE WRK-CUSTO-ANTERIOR TO PROD-CUSTO
               ELSE
                   PERFORM 0002-C-GRAVA-KARDEX
               END-IF
               CLOSE FD-KARDEX
           END-IF
           .
      *----------------------------------------------------------------------------------*
       0002-D-END.            EXIT.
      *----------------------------------------------------------------------------------*

      *----------------------------------------------------------------------------------*
      *    LISTA OS PRODUTOS ATIVOS EM RUPTURA (ESTOQUE ZERO) OU COM
      *    ESTOQUE ABAIXO DO MINIMO DE REPOSICAO
      *----------------------------------------------------------------------------------*
       0003-A-END.            EXIT.
      *----------------------------------------------------------------------------------*

      *----------------------------------------------------------------------------------*
      *    IDENTIFICA E VALIDA O OPERADOR RESPONSAVEL PELO RECEBIMENTO
      *----------------------------------------------------------------------------------*
       0004-IDENTIFICA-OPERADOR SECTION.
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
       0004-END.              EXIT.
      *----------------------------------------------------------------------------------*

      *----------------------------------------------------------------------------------*
      *    RECEBE A MERCADORIA DE UM PEDIDO DE COMPRA ABERTO: ATUALIZA O
      *    ESTOQUE, A QUANTIDADE RECEBIDA DE CADA ITEM E EMITE O
      *    RELATORIO DE FALTAS, EXCESSOS E ITENS NAO PEDIDOS
      *----------------------------------------------------------------------------------*
       0005-RECEBER-PEDIDO     SECTION.
      *----------------------------------------------------------------------------------*

           IF WRK-OPERADOR-VALIDO = 'N'
               PERFORM 0004-IDENTIFICA-OPERADOR
           END-IF

           IF WRK-OPERADOR-VALIDO = 'N'
               DISPLAY 'OPERADOR NAO IDENTIFICADO - RECEBIMENTO NAO '
                       'REGISTRADO'
           ELSE
               PERFORM 0005-A-SELECIONA-PEDIDO
               IF WRK-PEDIDO-VALIDO = 'S'
                   MOVE SPACES TO WRK-DOCUMENTO-KDX
                   STRING 'PED' WRK-NUM-PEDIDO
                       DELIMITED BY SIZE INTO WRK-DOCUMENTO-KDX

                   MOVE 'N' TO WRK-FIM-RECEBIMENTO
                   PERFORM UNTIL WRK-FIM-RECEBIMENTO = 'S'
                       DISPLAY 'CODIGO DO PRODUTO OU EAN (ZERO P/ '
                               'ENCERRAR): '
                       ACCEPT WRK-CODIGO-EAN-LIDO
                       IF WRK-CODIGO-EAN-LIDO = ZEROS
                           MOVE 'S' TO WRK-FIM-RECEBIMENTO
                       ELSE
                           PERFORM 0002-B-RESOLVE-CODIGO
                           IF WRK-CODPROD-LIDO NOT = ZEROS
                               PERFORM 0005-B-RECEBE-ITEM
                           END-IF
                       END-IF
                   END-PERFORM

                   PERFORM 0005-D-ENCERRA-RECEBIMENTO
               END-IF
           END-IF
           .
      *----------------------------------------------------------------------------------*
       0005-END.              EXIT.
      *----------------------------------------------------------------------------------*

      *----------------------------------------------------------------------------------*
      *    SOLICITA O NUMERO DO PEDIDO E VERIFICA SE ESTA ABERTO OU
      *    PARCIALMENTE RECEBIDO
      *----------------------------------------------------------------------------------*
       0005-A-SELECIONA-PEDIDO SECTION.
      *----------------------------------------------------------------------------------*

           MOVE 'N'    TO WRK-PEDIDO-VALIDO
           MOVE SPACES TO WRK-PED-RAZAO-SOCIAL

           DISPLAY 'NUMERO DO PEDIDO DE COMPRA: '
           ACCEPT WRK-NUM-PEDIDO

           OPEN INPUT FD-PEDIDO
           IF WRK-FS-PEDIDO NOT = '00'
               DISPLAY 'NENHUM PEDIDO DE COMPRA GRAVADO - UTILIZE O '
                       'PEDCOMP OU A ENTRADA AVULSA'
           ELSE
               MOVE WRK-NUM-PEDIDO TO PED-NUMERO
               MOVE ZEROS          TO PED-SEQ
               READ FD-PEDIDO
                   INVALID KEY
                       DISPLAY 'PEDIDO NAO ENCONTRADO'
                   NOT INVALID KEY
                       IF PED-ABERTO OR PED-PARCIAL
                           MOVE 'S' TO WRK-PEDIDO-VALIDO
                           MOVE PED-C-FORNECEDOR TO WRK-PED-FORNECEDOR
                       ELSE
                           DISPLAY 'PEDIDO JA RECEBIDO OU CANCELADO'
                       END-IF
               END-READ
               CLOSE FD-PEDIDO
           END-IF

           IF WRK-PEDIDO-VALIDO = 'S'
               OPEN INPUT FD-FORNECEDOR
               IF WRK-FS-FORNECEDOR = '00'
                   MOVE WRK-PED-FORNECEDOR TO FORN-CODIGO
                   READ FD-FORNECEDOR
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           MOVE FORN-RAZAO-SOCIAL
                               TO WRK-PED-RAZAO-SOCIAL
                   END-READ
                   CLOSE FD-FORNECEDOR
               END-IF
               DISPLAY 'PEDIDO ' WRK-NUM-PEDIDO ' - FORNECEDOR '
                       WRK-PED-FORNECEDOR ' ' WRK-PED-RAZAO-SOCIAL
           END-IF
           .
      *----------------------------------------------------------------------------------*
       0005-A-END.            EXIT.
      *----------------------------------------------------------------------------------*

      *----------------------------------------------------------------------------------*
      *    RECEBE UM PRODUTO DO PEDIDO: SOMA AO ESTOQUE, GRAVA O KARDEX
      *    E ACUMULA A QUANTIDADE RECEBIDA NO ITEM (PRODUTO NAO PEDIDO
      *    E INCLUIDO NO PEDIDO COM QUANTIDADE PEDIDA ZERO)
      *----------------------------------------------------------------------------------*
       0005-B-RECEBE-ITEM      SECTION.
      *----------------------------------------------------------------------------------*

           OPEN I-O FD-PRODUTOS
           IF WRK-FS-PRODUTOS NOT = '00'
               DISPLAY 'CADASTRO DE PRODUTOS AINDA NAO EXISTE'
           ELSE
               OPEN I-O FD-PEDIDO
               IF WRK-FS-PEDIDO NOT = '00'
                   DISPLAY 'PEDIDOS DE COMPRA INDISPONIVEIS - STATUS '
                           WRK-FS-PEDIDO ' - ENTRADA NAO REGISTRADA'
               ELSE
                   MOVE WRK-CODPROD-LIDO TO PROD-CODIGO
                   READ FD-PRODUTOS
                       INVALID KEY
                           DISPLAY 'PRODUTO NAO ENCONTRADO'
                       NOT INVALID KEY
                           PERFORM 0005-C-LOCALIZA-ITEM
                           DISPLAY 'DESCRICAO.....: ' PROD-DESCRICAO
                           DISPLAY 'ESTOQUE ATUAL.: ' PROD-QTD-ESTOQUE
                           IF WRK-ITEM-ACHADO = 'S'
                               DISPLAY 'QTD PEDIDA....: '
                                       PED-I-QTD-PEDIDA
                                       '  JA RECEBIDA: '
                                       PED-I-QTD-RECEBIDA
                           ELSE
                               DISPLAY 'PRODUTO NAO CONSTA DO PEDIDO - '
                                       'SERA REGISTRADO COMO NAO PEDIDO'
                           END-IF
                           DISPLAY 'QUANTIDADE RECEBIDA: '
                           ACCEPT WRK-QTD-RECEBIDA
                           IF WRK-QTD-RECEBIDA > ZEROS
                               IF WRK-ITEM-ACHADO = 'S'
                                   DISPLAY 'CUSTO UNITARIO DO PEDIDO: '
                                           PED-I-CUSTO
                               ELSE
                                   DISPLAY 'CUSTO UNITARIO ATUAL: '
                                           PROD-CUSTO
                               END-IF
                               DISPLAY 'CUSTO UNITARIO PAGO (ZERO P/ '
                                       'MANTER O ATUAL DO PRODUTO): '
                               ACCEPT WRK-CUSTO-RECEBIDO
                               PERFORM 0002-D-REGISTRA-ENTRADA
                               IF WRK-ENTRADA-OK = 'S'
                                   DISPLAY 'ENTRADA REGISTRADA - NOVO '
                                           'ESTOQUE: ' PROD-QTD-ESTOQUE
                                           ' CUSTO: ' PROD-CUSTO
                                   PERFORM 0005-G-ATUALIZA-PEDIDO
                               END-IF
                           ELSE
                               DISPLAY 'QUANTIDADE INVALIDA - ENTRADA '
                                       'NAO REGISTRADA'
                           END-IF
                   END-READ
                   CLOSE FD-PEDIDO
               END-IF
               CLOSE FD-PRODUTOS
           END-IF
           .
      *----------------------------------------------------------------------------------*
       0005-B-END.            EXIT.
      *----------------------------------------------------------------------------------*

      *----------------------------------------------------------------------------------*
      *    ACUMULA A QUANTIDADE RECEBIDA NO ITEM DO PEDIDO; PRODUTO NAO
      *    PEDIDO E INCLUIDO COMO NOVO ITEM E CONTADO NO CABECALHO
      *----------------------------------------------------------------------------------*
       0005-G-ATUALIZA-PEDIDO  SECTION.
      *----------------------------------------------------------------------------------*

           IF WRK-ITEM-ACHADO = 'S'
               ADD WRK-QTD-RECEBIDA TO PED-I-QTD-RECEBIDA
               REWRITE REG-PEDIDO
           ELSE
               ADD 1 TO WRK-MAIOR-SEQ
               MOVE WRK-NUM-PEDIDO   TO PED-NUMERO
               MOVE WRK-MAIOR-SEQ    TO PED-SEQ
               MOVE 'I'              TO PED-TIPO
               MOVE SPACES           TO PED-DADOS-I
               MOVE PROD-CODIGO      TO PED-I-CODPROD
               MOVE ZEROS            TO PED-I-QTD-PEDIDA
               MOVE WRK-QTD-RECEBIDA TO PED-I-QTD-RECEBIDA
               MOVE PROD-CUSTO       TO PED-I-CUSTO
               MOVE 'S'              TO PED-I-NAO-PEDIDO
               WRITE REG-PEDIDO

               IF WRK-FS-PEDIDO = '00'
                   MOVE WRK-NUM-PEDIDO TO PED-NUMERO
                   MOVE ZEROS          TO PED-SEQ
                   READ FD-PEDIDO
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           ADD 1 TO PED-C-QTD-ITENS
                           REWRITE REG-PEDIDO
                   END-READ
               END-IF
           END-IF

           IF WRK-FS-PEDIDO NOT = '00'
               DISPLAY 'ERRO AO ATUALIZAR O PEDIDO ' WRK-NUM-PEDIDO
                       ' - STATUS ' WRK-FS-PEDIDO
               DISPLAY 'ESTOQUE E KARDEX JA ATUALIZADOS - CONFERIR O '
                       'ITEM NO PEDCOMP'
           END-IF
           .
      *----------------------------------------------------------------------------------*
       0005-G-END.            EXIT.
      *----------------------------------------------------------------------------------*

      *----------------------------------------------------------------------------------*
      *    PROCURA O PRODUTO ENTRE OS ITENS DO PEDIDO (DEIXA O ITEM NA
      *    AREA DO REGISTRO) E GUARDA A MAIOR SEQUENCIA UTILIZADA
      *----------------------------------------------------------------------------------*
       0005-C-LOCALIZA-ITEM    SECTION.
      *----------------------------------------------------------------------------------*

           MOVE 'N'   TO WRK-ITEM-ACHADO
           MOVE 'N'   TO WRK-FIM-ARQUIVO
           MOVE ZEROS TO WRK-MAIOR-SEQ

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
                           MOVE PED-SEQ TO WRK-MAIOR-SEQ
                           IF PED-I-CODPROD = WRK-CODPROD-LIDO
                               MOVE 'S' TO WRK-ITEM-ACHADO
                               MOVE 'S' TO WRK-FIM-ARQUIVO
                           END-IF
                       END-IF
               END-READ
           END-PERFORM

           IF WRK-ITEM-ACHADO = 'N'
               MOVE 'N' TO WRK-FIM-ARQUIVO
               PERFORM UNTIL WRK-FIM-ARQUIVO = 'S'
                   READ FD-PEDIDO NEXT
                       AT END
                           MOVE 'S' TO WRK-FIM-ARQUIVO
                       NOT AT END
                           IF PED-NUMERO NOT = WRK-NUM-PEDIDO
                               MOVE 'S' TO WRK-FIM-ARQUIVO
                           ELSE
                               MOVE PED-SEQ TO WRK-MAIOR-SEQ
                           END-IF
                   END-READ
               END-PERFORM
           END-IF
           .
      *----------------------------------------------------------------------------------*
       0005-C-END.            EXIT.
      *----------------------------------------------------------------------------------*

      *----------------------------------------------------------------------------------*
      *    ENCERRA O RECEBIMENTO: CONFRONTA PEDIDO X RECEBIDO ITEM A ITEM
      *    NO RELATORIO RECEBIMENTO.TXT E ATUALIZA A SITUACAO DO PEDIDO
      *    (RECEBIDO OU PARCIAL - COM FALTA O OPERADOR PODE ENCERRAR)
      *----------------------------------------------------------------------------------*
       0005-D-ENCERRA-RECEBIMENTO SECTION.
      *----------------------------------------------------------------------------------*

           MOVE FUNCTION CURRENT-DATE TO WRK-DATA-HORA-SISTEMA
           MOVE ZEROS TO WRK-REC-QTD-OK
           MOVE ZEROS TO WRK-REC-QTD-FALTA
           MOVE ZEROS TO WRK-REC-QTD-EXCESSO
           MOVE ZEROS TO WRK-REC-QTD-NAO-PEDIDO
           MOVE ZEROS TO WRK-REC-QTD-RECEBIDOS
           MOVE 'N'   TO WRK-FIM-ARQUIVO

           OPEN I-O FD-PEDIDO
           IF WRK-FS-PEDIDO NOT = '00'
               DISPLAY 'PEDIDOS DE COMPRA INDISPONIVEIS - STATUS '
                       WRK-FS-PEDIDO ' - PEDIDO NAO ENCERRADO'
           ELSE
               OPEN INPUT FD-PRODUTOS
               IF WRK-FS-PRODUTOS NOT = '00'
                   DISPLAY 'CADASTRO DE PRODUTOS INDISPONIVEL - '
                           'PEDIDO NAO ENCERRADO'
               ELSE
                   OPEN OUTPUT FD-RECEBIMENTO
                   IF WRK-FS-RECEBIMENTO NOT = '00'
                       DISPLAY 'ERRO AO CRIAR O RECEBIMENTO.TXT - '
                               'STATUS ' WRK-FS-RECEBIMENTO
                               ' - PEDIDO NAO ENCERRADO'
                   ELSE
                       PERFORM 0005-F-GRAVA-CONFRONTO
                       CLOSE FD-RECEBIMENTO

                       DISPLAY 'OK: ' WRK-REC-QTD-OK
                               ' FALTA: ' WRK-REC-QTD-FALTA
                               ' EXCESSO: ' WRK-REC-QTD-EXCESSO
                               ' NAO PEDIDO: ' WRK-REC-QTD-NAO-PEDIDO
                       DISPLAY 'RELATORIO GRAVADO EM RECEBIMENTO.TXT'
                   END-IF
                   CLOSE FD-PRODUTOS
               END-IF
               CLOSE FD-PEDIDO
           END-IF
           .
      *----------------------------------------------------------------------------------*
       0005-D-END.            EXIT.
      *----------------------------------------------------------------------------------*

      *----------------------------------------------------------------------------------*
      *    CLASSIFICA UM ITEM DO PEDIDO (OK, FALTA, EXCESSO OU NAO
      *    PEDIDO) E GRAVA A LINHA NO RELATORIO DE RECEBIMENTO
      *----------------------------------------------------------------------------------*
       0005-E-CONFRONTA-ITEM   SECTION.
      *----------------------------------------------------------------------------------*

           MOVE ZEROS TO WRK-DIF-QTD

           IF PED-I-QTD-RECEBIDA > ZEROS
               ADD 1 TO WRK-REC-QTD-RECEBIDOS
           END-IF

           EVALUATE TRUE
               WHEN PED-ITEM-NAO-PEDIDO
                   MOVE 'NAO PEDIDO' TO WRK-SITUACAO-ITEM
                   MOVE PED-I-QTD-RECEBIDA TO WRK-DIF-QTD
                   ADD 1 TO WRK-REC-QTD-NAO-PEDIDO
               WHEN PED-I-QTD-RECEBIDA < PED-I-QTD-PEDIDA
                   MOVE 'FALTA'      TO WRK-SITUACAO-ITEM
                   COMPUTE WRK-DIF-QTD =
                           PED-I-QTD-PEDIDA - PED-I-QTD-RECEBIDA
                   ADD 1 TO WRK-REC-QTD-FALTA
               WHEN PED-I-QTD-RECEBIDA > PED-I-QTD-PEDIDA
                   MOVE 'EXCESSO'    TO WRK-SITUACAO-ITEM
                   COMPUTE WRK-DIF-QTD =
                           PED-I-QTD-RECEBIDA - PED-I-QTD-PEDIDA
                   ADD 1 TO WRK-REC-QTD-EXCESSO
               WHEN OTHER
                   MOVE 'OK'         TO WRK-SITUACAO-ITEM
                   ADD 1 TO WRK-REC-QTD-OK
           END-EVALUATE

           MOVE PED-I-CODPROD TO PROD-CODIGO
           READ FD-PRODUTOS
               INVALID KEY
                   MOVE SPACES TO PROD-DESCRICAO
           END-READ

           MOVE SPACES TO REG-RECEBIMENTO
           STRING PED-I-CODPROD ' ' PROD-DESCRICAO ' '
                  PED-I-QTD-PEDIDA ' ' PED-I-QTD-RECEBIDA '  '
                  WRK-DIF-QTD ' ' WRK-SITUACAO-ITEM
               DELIMITED BY SIZE INTO REG-RECEBIMENTO
           WRITE REG-RECEBIMENTO
           .
      *----------------------------------------------------------------------------------*
       0005-E-END.            EXIT.
      *----------------------------------------------------------------------------------*

      *----------------------------------------------------------------------------------*
      *    GRAVA O CONFRONTO PEDIDO X RECEBIDO NO RECEBIMENTO.TXT E
      *    ATUALIZA A SITUACAO DO PEDIDO (ARQUIVOS JA ABERTOS)
      *----------------------------------------------------------------------------------*
       0005-F-GRAVA-CONFRONTO  SECTION.
      *----------------------------------------------------------------------------------*

           MOVE '========================================'
               TO REG-RECEBIMENTO
           WRITE REG-RECEBIMENTO
           MOVE SPACES TO REG-RECEBIMENTO
           STRING 'RECEBIMENTO DO PEDIDO ' WRK-NUM-PEDIDO
                  ' - FORNECEDOR ' WRK-PED-FORNECEDOR ' '
                  WRK-PED-RAZAO-SOCIAL
               DELIMITED BY SIZE INTO REG-RECEBIMENTO
           WRITE REG-RECEBIMENTO
           MOVE SPACES TO REG-RECEBIMENTO
           STRING 'DATA: ' WRK-DHS-DATA ' OPERADOR: ' WRK-OPERADOR-ID
               DELIMITED BY SIZE INTO REG-RECEBIMENTO
           WRITE REG-RECEBIMENTO
           MOVE '========================================'
               TO REG-RECEBIMENTO
           WRITE REG-RECEBIMENTO
           MOVE SPACES TO REG-RECEBIMENTO
           STRING 'CODIGO DESCRICAO                       PEDIDO '
                  'RECEBIDO  DIFER. SITUACAO'
               DELIMITED BY SIZE INTO REG-RECEBIMENTO
           WRITE REG-RECEBIMENTO

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
                           PERFORM 0005-E-CONFRONTA-ITEM
                       END-IF
               END-READ
           END-PERFORM

           MOVE '----------------------------------------'
               TO REG-RECEBIMENTO
           WRITE REG-RECEBIMENTO
           MOVE SPACES TO REG-RECEBIMENTO
           STRING 'ITENS CONFERIDOS (OK).....: ' WRK-REC-QTD-OK
               DELIMITED BY SIZE INTO REG-RECEBIMENTO
           WRITE REG-RECEBIMENTO
           MOVE SPACES TO REG-RECEBIMENTO
           STRING 'ITENS COM FALTA...........: ' WRK-REC-QTD-FALTA
               DELIMITED BY SIZE INTO REG-RECEBIMENTO
           WRITE REG-RECEBIMENTO
           MOVE SPACES TO REG-RECEBIMENTO
           STRING 'ITENS COM EXCESSO.........: ' WRK-REC-QTD-EXCESSO
               DELIMITED BY SIZE INTO REG-RECEBIMENTO
           WRITE REG-RECEBIMENTO
           MOVE SPACES TO REG-RECEBIMENTO
           STRING 'ITENS NAO PEDIDOS.........: '
                  WRK-REC-QTD-NAO-PEDIDO
               DELIMITED BY SIZE INTO REG-RECEBIMENTO
           WRITE REG-RECEBIMENTO

           MOVE 'N' TO WRK-RESP-ENCERRA
           IF WRK-REC-QTD-FALTA > ZEROS
               DISPLAY WRK-REC-QTD-FALTA ' ITEM(NS) COM FALTA - '
                       'ENCERRAR O PEDIDO ASSIM MESMO? (S/N): '
               ACCEPT WRK-RESP-ENCERRA
           END-IF

           MOVE WRK-NUM-PEDIDO TO PED-NUMERO
           MOVE ZEROS          TO PED-SEQ
           READ FD-PEDIDO
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   EVALUATE TRUE
                       WHEN WRK-REC-QTD-FALTA = ZEROS
                        OR  WRK-RESP-ENCERRA = 'S'
                           MOVE 'F' TO PED-C-STATUS
                       WHEN WRK-REC-QTD-RECEBIDOS > ZEROS
                           MOVE 'P' TO PED-C-STATUS
                       WHEN OTHER
                           CONTINUE
                   END-EVALUATE
                   MOVE WRK-DHS-DATA    TO PED-C-DATA-RECEBIMENTO
                   MOVE WRK-OPERADOR-ID TO PED-C-OPERADOR
                   REWRITE REG-PEDIDO
           END-READ

           MOVE SPACES TO REG-RECEBIMENTO
           EVALUATE TRUE
               WHEN PED-FECHADO
                   STRING 'SITUACAO DO PEDIDO........: RECEBIDO '
                          '(ENCERRADO)'
                       DELIMITED BY SIZE INTO REG-RECEBIMENTO
               WHEN PED-PARCIAL
                   STRING 'SITUACAO DO PEDIDO........: PARCIAL '
                          '(AGUARDANDO O RESTANTE)'
                       DELIMITED BY SIZE INTO REG-RECEBIMENTO
               WHEN OTHER
                   STRING 'SITUACAO DO PEDIDO........: ABERTO '
                          '(NADA RECEBIDO)'
                       DELIMITED BY SIZE INTO REG-RECEBIMENTO
           END-EVALUATE
           WRITE REG-RECEBIMENTO
           MOVE '========================================'
               TO REG-RECEBIMENTO
           WRITE REG-RECEBIMENTO
           .
      *----------------------------------------------------------------------------------*
       0005-F-END.            EXIT.
      *----------------------------------------------------------------------------------*
