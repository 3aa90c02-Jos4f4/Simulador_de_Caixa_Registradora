      ************************************************************************************
      * Author.: JOSAFA SOARES FERNANDES
      * Date...:  15/10/2026
      * Purpose: BACKUP DIARIO DOS ARQUIVOS MESTRES (COPIA DATADA DE CADA MESTRE E
      *          REGISTRO DE CONTROLE COM QUANTIDADE DE REGISTROS E TOTAIS DE HASH)
      * NOME...: BKPMEST
      ************************************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. BKPMEST.
      *==================================================================================*
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FD-PRODUTOS ASSIGN TO "PRODUTOS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PROD-CODIGO
               FILE STATUS IS WRK-FS-MESTRE.

           SELECT FD-CLIENTES ASSIGN TO "CLIENTES.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CLI-CPF
               FILE STATUS IS WRK-FS-MESTRE.

           SELECT FD-OPERADOR ASSIGN TO "OPERADOR.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OPER-CODIGO
               FILE STATUS IS WRK-FS-MESTRE.

           SELECT FD-PROMOCOES ASSIGN TO "PROMOCOES.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PRM-CODPROD
               FILE STATUS IS WRK-FS-MESTRE.

           SELECT FD-CONTROLE ASSIGN TO "CTLVENDA.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CTL-CHAVE
               FILE STATUS IS WRK-FS-MESTRE.

           SELECT FD-ESPERA ASSIGN TO "ESPERA.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ESP-CHAVE
               FILE STATUS IS WRK-FS-MESTRE.

           SELECT FD-FORNECEDOR ASSIGN TO "FORNEC.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FORN-CODIGO
               FILE STATUS IS WRK-FS-MESTRE.

           SELECT FD-PEDIDO ASSIGN TO "PEDCOMPRA.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PED-CHAVE
               FILE STATUS IS WRK-FS-MESTRE.

           SELECT FD-PRECOPROG ASSIGN TO "PRECOPROG.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PPG-CHAVE
               FILE STATUS IS WRK-FS-MESTRE.

           SELECT FD-CONVREC ASSIGN TO "CONVREC.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WRK-FS-MESTRE.

           SELECT FD-BACKUP ASSIGN TO DYNAMIC WRK-NOME-BACKUP
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WRK-FS-BACKUP.

           SELECT FD-CTLBKP ASSIGN TO DYNAMIC WRK-NOME-CTLBKP
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WRK-FS-CTLBKP.

       DATA DIVISION.
       FILE SECTION.

       FD  FD-PRODUTOS.
       COPY WPROD.

       FD  FD-CLIENTES.
       COPY WCLI.

       FD  FD-OPERADOR.
       COPY WOPER.

       FD  FD-PROMOCOES.
       COPY WPROMO.

       FD  FD-CONTROLE.
       COPY WCONTROLE.

       FD  FD-ESPERA.
       COPY WESPERA.

       FD  FD-FORNECEDOR.
       COPY WFORN.

       FD  FD-PEDIDO.
       COPY WPEDIDO.

       FD  FD-PRECOPROG.
       COPY WPRECOPG.

       FD  FD-CONVREC.
       COPY WCONVREC.

       FD  FD-BACKUP
           RECORD VARYING IN SIZE FROM 1 TO 300 CHARACTERS
           DEPENDING ON WRK-TAM-REGISTRO.
       01  REG-BACKUP                   PIC X(300).

       FD  FD-CTLBKP.
       COPY WCTLBKP.

       WORKING-STORAGE SECTION.

       01  WRK-FS-MESTRE                PIC X(02) VALUE '00'.
       01  WRK-FS-BACKUP                PIC X(02) VALUE '00'.
       01  WRK-FS-CTLBKP                PIC X(02) VALUE '00'.
       01  WRK-FIM-MESTRE               PIC X(01) VALUE 'N'.
       01  WRK-NOME-BACKUP              PIC X(30) VALUE SPACES.
       01  WRK-NOME-CTLBKP              PIC X(30) VALUE SPACES.
       01  WRK-TAM-REGISTRO             PIC 9(04) VALUE ZEROS.

       01  WRK-DATA-HORA-SISTEMA.
           05  WRK-DHS-DATA             PIC 9(08).
           05  WRK-DHS-HORA             PIC 9(06).
           05  FILLER                   PIC X(07).

       01  WRK-DATA-BACKUP              PIC 9(08) VALUE ZEROS.

      *--------------------------------------------------------------*
      *    ARQUIVOS MESTRES COPIADOS (NOME DO ARQUIVO SEM .DAT)
      *--------------------------------------------------------------*
       01  WRK-NOMES-MESTRES-LIT.
           05  FILLER                   PIC X(10) VALUE 'PRODUTOS'.
           05  FILLER                   PIC X(10) VALUE 'CLIENTES'.
           05  FILLER                   PIC X(10) VALUE 'OPERADOR'.
           05  FILLER                   PIC X(10) VALUE 'PROMOCOES'.
           05  FILLER                   PIC X(10) VALUE 'CTLVENDA'.
           05  FILLER                   PIC X(10) VALUE 'ESPERA'.
           05  FILLER                   PIC X(10) VALUE 'FORNEC'.
           05  FILLER                   PIC X(10) VALUE 'PEDCOMPRA'.
           05  FILLER                   PIC X(10) VALUE 'PRECOPROG'.
           05  FILLER                   PIC X(10) VALUE 'CONVREC'.
       01  WRK-NOMES-MESTRES REDEFINES WRK-NOMES-MESTRES-LIT.
           05  WRK-NOME-MESTRE OCCURS 10 TIMES
                                        PIC X(10).
       01  WRK-QTD-MESTRES              PIC 9(02) VALUE 10.
       01  WRK-IDX-MESTRE               PIC 9(02) VALUE ZEROS.

      *--------------------------------------------------------------*
      *    TOTAIS DE CONTROLE DO MESTRE EM COPIA
      *--------------------------------------------------------------*
       01  WRK-QTD-REGISTROS            PIC 9(09) VALUE ZEROS.
       01  WRK-HASH-1                   PIC 9(13)V99 VALUE ZEROS.
       01  WRK-HASH-2                   PIC 9(13)V99 VALUE ZEROS.
       01  WRK-QTD-COPIADOS             PIC 9(02) VALUE ZEROS.
       01  WRK-QTD-AUSENTES             PIC 9(02) VALUE ZEROS.
       01  WRK-QTD-FALHAS               PIC 9(02) VALUE ZEROS.
       01  WRK-FALHA-BACKUP             PIC X(01) VALUE 'N'.

      *==================================================================================*
       PROCEDURE DIVISION.
      *==================================================================================*

      *----------------------------------------------------------------------------------*
      *    PROCESSAMENTO PRINCIPAL
      *----------------------------------------------------------------------------------*
       0000-PROCESSAR                SECTION.
      *----------------------------------------------------------------------------------*

           DISPLAY '========================================='
           DISPLAY ' BACKUP DOS ARQUIVOS MESTRES'
           DISPLAY '========================================='

           PERFORM 0001-SOLICITA-DATA

           OPEN OUTPUT FD-CTLBKP
           IF WRK-FS-CTLBKP NOT = '00'
               DISPLAY 'ERRO AO CRIAR ' WRK-NOME-CTLBKP
                       ' - STATUS ' WRK-FS-CTLBKP
           ELSE
               PERFORM VARYING WRK-IDX-MESTRE FROM 1 BY 1
                       UNTIL WRK-IDX-MESTRE > WRK-QTD-MESTRES
                   PERFORM 0002-COPIA-MESTRE
               END-PERFORM
               CLOSE FD-CTLBKP

               DISPLAY '-----------------------------------------'
               DISPLAY 'MESTRES COPIADOS.: ' WRK-QTD-COPIADOS
               DISPLAY 'MESTRES AUSENTES.: ' WRK-QTD-AUSENTES
               DISPLAY 'FALHAS NA COPIA..: ' WRK-QTD-FALHAS
               DISPLAY 'CONTROLE GRAVADO EM ' WRK-NOME-CTLBKP
           END-IF

           STOP RUN
           .
      *----------------------------------------------------------------------------------*
       0000-END.              EXIT.
      *----------------------------------------------------------------------------------*

      *----------------------------------------------------------------------------------*
      *    SOLICITA A DATA DO BACKUP (ZERO = HOJE)
      *----------------------------------------------------------------------------------*
       0001-SOLICITA-DATA      SECTION.
      *----------------------------------------------------------------------------------*

           MOVE FUNCTION CURRENT-DATE TO WRK-DATA-HORA-SISTEMA

           DISPLAY 'DATA DO BACKUP (AAAAMMDD, ZERO = HOJE): '
           ACCEPT WRK-DATA-BACKUP
           IF WRK-DATA-BACKUP = ZEROS
               MOVE WRK-DHS-DATA TO WRK-DATA-BACKUP
           END-IF

           MOVE SPACES TO WRK-NOME-CTLBKP
           STRING 'CTLBKP-' WRK-DATA-BACKUP '.DAT'
               DELIMITED BY SIZE INTO WRK-NOME-CTLBKP
           .
      *----------------------------------------------------------------------------------*
       0001-END.              EXIT.
      *----------------------------------------------------------------------------------*

      *----------------------------------------------------------------------------------*
      *    COPIA UM MESTRE PARA NNNNNNNN-AAAAMMDD.BKP E GRAVA O SEU
      *    REGISTRO DE CONTROLE
      *----------------------------------------------------------------------------------*
       0002-COPIA-MESTRE       SECTION.
      *----------------------------------------------------------------------------------*

           MOVE ZEROS TO WRK-QTD-REGISTROS
           MOVE ZEROS TO WRK-HASH-1
           MOVE ZEROS TO WRK-HASH-2
           MOVE ZEROS TO WRK-TAM-REGISTRO
           MOVE 'N'   TO WRK-FIM-MESTRE

           MOVE SPACES TO WRK-NOME-BACKUP
           STRING WRK-NOME-MESTRE(WRK-IDX-MESTRE) DELIMITED BY SPACE
                  '-' WRK-DATA-BACKUP '.BKP' DELIMITED BY SIZE
               INTO WRK-NOME-BACKUP

           MOVE SPACES TO REG-CTLBKP
           MOVE WRK-NOME-MESTRE(WRK-IDX-MESTRE) TO CBK-ARQUIVO
           MOVE WRK-DATA-BACKUP TO CBK-DATA-BACKUP
           MOVE WRK-DHS-HORA    TO CBK-HORA-BACKUP

           PERFORM 0003-ABRE-MESTRE

           IF WRK-FS-MESTRE NOT = '00'
               MOVE 'A' TO CBK-SITUACAO
               ADD 1 TO WRK-QTD-AUSENTES
               DISPLAY WRK-NOME-MESTRE(WRK-IDX-MESTRE)
                       ' NAO ENCONTRADO - STATUS ' WRK-FS-MESTRE
           ELSE
               MOVE 'N' TO WRK-FALHA-BACKUP
               OPEN OUTPUT FD-BACKUP
               IF WRK-FS-BACKUP NOT = '00'
                   MOVE 'S' TO WRK-FALHA-BACKUP
                   DISPLAY 'ERRO AO CRIAR ' WRK-NOME-BACKUP
                           ' - STATUS ' WRK-FS-BACKUP
               ELSE
                   PERFORM UNTIL WRK-FIM-MESTRE = 'S'
                       PERFORM 0004-LE-MESTRE
                       IF WRK-FIM-MESTRE = 'N'
                           PERFORM 0005-COPIA-REGISTRO
                       END-IF
                   END-PERFORM
                   CLOSE FD-BACKUP
               END-IF
               PERFORM 0006-FECHA-MESTRE

               IF WRK-FALHA-BACKUP = 'S'
                   MOVE 'F' TO CBK-SITUACAO
                   ADD 1 TO WRK-QTD-FALHAS
                   DISPLAY WRK-NOME-MESTRE(WRK-IDX-MESTRE)
                           ' FALHA NA COPIA - NAO PODERA SER '
                           'RESTAURADO DESTE BACKUP'
               ELSE
                   MOVE 'C' TO CBK-SITUACAO
                   ADD 1 TO WRK-QTD-COPIADOS
                   DISPLAY WRK-NOME-MESTRE(WRK-IDX-MESTRE) ' '
                           WRK-QTD-REGISTROS ' REGISTROS -> '
                           WRK-NOME-BACKUP
               END-IF
           END-IF

           MOVE WRK-QTD-REGISTROS TO CBK-QTD-REGISTROS
           MOVE WRK-HASH-1        TO CBK-HASH-1
           MOVE WRK-HASH-2        TO CBK-HASH-2
           MOVE WRK-TAM-REGISTRO  TO CBK-TAM-REGISTRO
           WRITE REG-CTLBKP
           .
      *----------------------------------------------------------------------------------*
       0002-END.              EXIT.
      *----------------------------------------------------------------------------------*

      *----------------------------------------------------------------------------------*
      *    ABRE PARA LEITURA O MESTRE CORRENTE
      *----------------------------------------------------------------------------------*
       0003-ABRE-MESTRE        SECTION.
      *----------------------------------------------------------------------------------*

           EVALUATE WRK-IDX-MESTRE
               WHEN 1  OPEN INPUT FD-PRODUTOS
               WHEN 2  OPEN INPUT FD-CLIENTES
               WHEN 3  OPEN INPUT FD-OPERADOR
               WHEN 4  OPEN INPUT FD-PROMOCOES
               WHEN 5  OPEN INPUT FD-CONTROLE
               WHEN 6  OPEN INPUT FD-ESPERA
               WHEN 7  OPEN INPUT FD-FORNECEDOR
               WHEN 8  OPEN INPUT FD-PEDIDO
               WHEN 9  OPEN INPUT FD-PRECOPROG
               WHEN 10 OPEN INPUT FD-CONVREC
           END-EVALUATE
           .
      *----------------------------------------------------------------------------------*
       0003-END.              EXIT.
      *----------------------------------------------------------------------------------*

      *----------------------------------------------------------------------------------*
      *    LE O PROXIMO REGISTRO DO MESTRE CORRENTE (ORDEM DA CHAVE).
      *    ERRO DE LEITURA ENCERRA A COPIA DO MESTRE COMO FALHA
      *----------------------------------------------------------------------------------*
       0004-LE-MESTRE          SECTION.
      *----------------------------------------------------------------------------------*

           EVALUATE WRK-IDX-MESTRE
               WHEN 1
                   READ FD-PRODUTOS NEXT
                       AT END MOVE 'S' TO WRK-FIM-MESTRE
                   END-READ
               WHEN 2
                   READ FD-CLIENTES NEXT
                       AT END MOVE 'S' TO WRK-FIM-MESTRE
                   END-READ
               WHEN 3
                   READ FD-OPERADOR NEXT
                       AT END MOVE 'S' TO WRK-FIM-MESTRE
                   END-READ
               WHEN 4
                   READ FD-PROMOCOES NEXT
                       AT END MOVE 'S' TO WRK-FIM-MESTRE
                   END-READ
               WHEN 5
                   READ FD-CONTROLE NEXT
                       AT END MOVE 'S' TO WRK-FIM-MESTRE
                   END-READ
               WHEN 6
                   READ FD-ESPERA NEXT
                       AT END MOVE 'S' TO WRK-FIM-MESTRE
                   END-READ
               WHEN 7
                   READ FD-FORNECEDOR NEXT
                       AT END MOVE 'S' TO WRK-FIM-MESTRE
                   END-READ
               WHEN 8
                   READ FD-PEDIDO NEXT
                       AT END MOVE 'S' TO WRK-FIM-MESTRE
                   END-READ
               WHEN 9
                   READ FD-PRECOPROG NEXT
                       AT END MOVE 'S' TO WRK-FIM-MESTRE
                   END-READ
               WHEN 10
                   READ FD-CONVREC
                       AT END MOVE 'S' TO WRK-FIM-MESTRE
                   END-READ
           END-EVALUATE

           IF WRK-FIM-MESTRE = 'N'
              AND WRK-FS-MESTRE NOT = '00'
              AND WRK-FS-MESTRE NOT = '02'
               MOVE 'S' TO WRK-FIM-MESTRE
               MOVE 'S' TO WRK-FALHA-BACKUP
               DISPLAY 'ERRO NA LEITURA DE '
                       WRK-NOME-MESTRE(WRK-IDX-MESTRE)
                       ' - STATUS ' WRK-FS-MESTRE
           END-IF
           .
      *----------------------------------------------------------------------------------*
       0004-END.              EXIT.
      *----------------------------------------------------------------------------------*

      *----------------------------------------------------------------------------------*
      *    GRAVA O REGISTRO LIDO NA COPIA E ACUMULA OS TOTAIS DE CONTROLE
      *    (ERRO NA GRAVACAO INTERROMPE A COPIA DO MESTRE)
      *----------------------------------------------------------------------------------*
       0005-COPIA-REGISTRO     SECTION.
      *----------------------------------------------------------------------------------*

           EVALUATE WRK-IDX-MESTRE
               WHEN 1
                   MOVE LENGTH OF REG-PRODUTO   TO WRK-TAM-REGISTRO
                   MOVE REG-PRODUTO             TO REG-BACKUP
               WHEN 2
                   MOVE LENGTH OF REG-CLIENTE   TO WRK-TAM-REGISTRO
                   MOVE REG-CLIENTE             TO REG-BACKUP
               WHEN 3
                   MOVE LENGTH OF REG-OPERADOR  TO WRK-TAM-REGISTRO
                   MOVE REG-OPERADOR            TO REG-BACKUP
               WHEN 4
                   MOVE LENGTH OF REG-PROMOCAO  TO WRK-TAM-REGISTRO
                   MOVE REG-PROMOCAO            TO REG-BACKUP
               WHEN 5
                   MOVE LENGTH OF REG-CONTROLE  TO WRK-TAM-REGISTRO
                   MOVE REG-CONTROLE            TO REG-BACKUP
               WHEN 6
                   MOVE LENGTH OF REG-ESPERA    TO WRK-TAM-REGISTRO
                   MOVE REG-ESPERA              TO REG-BACKUP
               WHEN 7
                   MOVE LENGTH OF REG-FORNECEDOR
                                                TO WRK-TAM-REGISTRO
                   MOVE REG-FORNECEDOR          TO REG-BACKUP
               WHEN 8
                   MOVE LENGTH OF REG-PEDIDO    TO WRK-TAM-REGISTRO
                   MOVE REG-PEDIDO              TO REG-BACKUP
               WHEN 9
                   MOVE LENGTH OF REG-PRECOPROG TO WRK-TAM-REGISTRO
                   MOVE REG-PRECOPROG           TO REG-BACKUP
               WHEN 10
                   MOVE LENGTH OF REG-CONVREC   TO WRK-TAM-REGISTRO
                   MOVE REG-CONVREC             TO REG-BACKUP
           END-EVALUATE

           WRITE REG-BACKUP
           IF WRK-FS-BACKUP NOT = '00'
               MOVE 'S' TO WRK-FALHA-BACKUP
               MOVE 'S' TO WRK-FIM-MESTRE
               DISPLAY 'ERRO AO GRAVAR ' WRK-NOME-BACKUP
                       ' - STATUS ' WRK-FS-BACKUP
           ELSE
               ADD 1 TO WRK-QTD-REGISTROS
               PERFORM 0007-ACUMULA-HASH
           END-IF
           .
      *----------------------------------------------------------------------------------*
       0005-END.              EXIT.
      *----------------------------------------------------------------------------------*

      *----------------------------------------------------------------------------------*
      *    FECHA O MESTRE CORRENTE
      *----------------------------------------------------------------------------------*
       0006-FECHA-MESTRE       SECTION.
      *----------------------------------------------------------------------------------*

           EVALUATE WRK-IDX-MESTRE
               WHEN 1  CLOSE FD-PRODUTOS
               WHEN 2  CLOSE FD-CLIENTES
               WHEN 3  CLOSE FD-OPERADOR
               WHEN 4  CLOSE FD-PROMOCOES
               WHEN 5  CLOSE FD-CONTROLE
               WHEN 6  CLOSE FD-ESPERA
               WHEN 7  CLOSE FD-FORNECEDOR
               WHEN 8  CLOSE FD-PEDIDO
               WHEN 9  CLOSE FD-PRECOPROG
               WHEN 10 CLOSE FD-CONVREC
           END-EVALUATE
           .
      *----------------------------------------------------------------------------------*
       0006-END.              EXIT.
      *----------------------------------------------------------------------------------*

      *----------------------------------------------------------------------------------*
      *    ACUMULA OS TOTAIS DE HASH DO REGISTRO (REGRAS DESCRITAS NO
      *    WCTLBKP; AS MESMAS APLICADAS PELO RESTMEST NA CONFERENCIA)
      *----------------------------------------------------------------------------------*
       0007-ACUMULA-HASH       SECTION.
      *----------------------------------------------------------------------------------*

           EVALUATE WRK-IDX-MESTRE
               WHEN 1
                   IF PROD-QTD-ESTOQUE NUMERIC
                       ADD PROD-QTD-ESTOQUE TO WRK-HASH-1
                   END-IF
                   IF PROD-CODIGO NUMERIC
                       ADD PROD-CODIGO TO WRK-HASH-2
                   END-IF
               WHEN 2
                   IF CLI-PONTOS NUMERIC
                       ADD CLI-PONTOS TO WRK-HASH-1
                   END-IF
                   IF CLI-CONV-SALDO NUMERIC
                       ADD CLI-CONV-SALDO TO WRK-HASH-2
                   END-IF
               WHEN 3
                   IF OPER-ATIVO
                       ADD 1 TO WRK-HASH-1
                   END-IF
                   IF OPER-PERFIL-SUPERVISOR
                       ADD 1 TO WRK-HASH-2
                   END-IF
               WHEN 4
                   IF PRM-CODPROD NUMERIC
                       ADD PRM-CODPROD TO WRK-HASH-1
                   END-IF
                   IF PRM-PRECO-PROMO NUMERIC
                       ADD PRM-PRECO-PROMO TO WRK-HASH-2
                   END-IF
               WHEN 5
                   IF CTL-PROX-NUM NUMERIC
                       ADD CTL-PROX-NUM TO WRK-HASH-1
                   END-IF
                   IF CTL-DATA-ULT-FECHA NUMERIC
                       ADD CTL-DATA-ULT-FECHA TO WRK-HASH-2
                   END-IF
               WHEN 6
                   IF ESP-ITEM AND ESP-I-QUANTIDADE NUMERIC
                       ADD ESP-I-QUANTIDADE TO WRK-HASH-1
                   END-IF
                   IF ESP-CABECALHO
                       ADD 1 TO WRK-HASH-2
                   END-IF
               WHEN 7
                   IF FORN-CODIGO NUMERIC
                       ADD FORN-CODIGO TO WRK-HASH-1
                   END-IF
                   IF FORN-PRAZO-ENTREGA NUMERIC
                       ADD FORN-PRAZO-ENTREGA TO WRK-HASH-2
                   END-IF
               WHEN 8
                   IF PED-CABECALHO AND PED-NUMERO NUMERIC
                       ADD PED-NUMERO TO WRK-HASH-1
                   END-IF
                   IF PED-ITEM AND PED-I-QTD-PEDIDA NUMERIC
                       ADD PED-I-QTD-PEDIDA TO WRK-HASH-2
                   END-IF
               WHEN 9
                   IF PPG-CODPROD NUMERIC
                       ADD PPG-CODPROD TO WRK-HASH-1
                   END-IF
                   IF PPG-PRECO-NOVO NUMERIC
                       ADD PPG-PRECO-NOVO TO WRK-HASH-2
                   END-IF
               WHEN 10
                   IF CRC-VALOR NUMERIC
                       ADD CRC-VALOR TO WRK-HASH-1
                   END-IF
                   IF CRC-NUM-TRANSACAO NUMERIC
                       ADD CRC-NUM-TRANSACAO TO WRK-HASH-2
                   END-IF
           END-EVALUATE
           .
      *----------------------------------------------------------------------------------*
       0007-END.              EXIT.
      *----------------------------------------------------------------------------------*
