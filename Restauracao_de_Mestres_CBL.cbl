      ************************************************************************************
      * Author.: JOSAFA SOARES FERNANDES
      * Date...:  15/10/2026
      * Purpose: RESTAURACAO DE ARQUIVO MESTRE A PARTIR DO BACKUP DATADO, CONFERINDO
      *          A COPIA CONTRA O REGISTRO DE CONTROLE ANTES DE SUBSTITUIR O ARQUIVO
      * NOME...: RESTMEST
      ************************************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RESTMEST.
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
       01  WRK-FIM-ARQUIVO              PIC X(01) VALUE 'N'.
       01  WRK-NOME-BACKUP              PIC X(30) VALUE SPACES.
       01  WRK-NOME-CTLBKP              PIC X(30) VALUE SPACES.
       01  WRK-TAM-REGISTRO             PIC 9(04) VALUE ZEROS.
       01  WRK-TAM-LAYOUT               PIC 9(04) VALUE ZEROS.

       01  WRK-DATA-HORA-SISTEMA.
           05  WRK-DHS-DATA             PIC 9(08).
           05  WRK-DHS-HORA             PIC 9(06).
           05  FILLER                   PIC X(07).

       01  WRK-DATA-BACKUP              PIC 9(08) VALUE ZEROS.
       01  WRK-OPCAO                    PIC 9(02) VALUE ZEROS.
       01  WRK-CONTINUA                 PIC X(01) VALUE 'S'.
       01  WRK-CONFIRMA                 PIC X(01) VALUE SPACES.
       01  WRK-BACKUP-OK                PIC X(01) VALUE 'N'.
       01  WRK-SUPERVISOR-OK            PIC X(01) VALUE 'N'.
       01  WRK-OPERADOR-ID              PIC X(10) VALUE SPACES.
       01  WRK-SENHA-DIGITADA           PIC X(08) VALUE SPACES.

      *--------------------------------------------------------------*
      *    ARQUIVOS MESTRES CONHECIDOS (MESMA ORDEM DO BKPMEST)
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
       01  WRK-IDX-BUSCA                PIC 9(02) VALUE ZEROS.

      *--------------------------------------------------------------*
      *    REGISTROS DE CONTROLE DO BACKUP ESCOLHIDO
      *--------------------------------------------------------------*
       01  WRK-TABELA-CONTROLE.
           05  WRK-CTL-ENTRADA OCCURS 20 TIMES.
               10  WRK-CTL-ARQUIVO      PIC X(10).
               10  WRK-CTL-SITUACAO     PIC X(01).
               10  WRK-CTL-QTD          PIC 9(09).
               10  WRK-CTL-HASH-1       PIC 9(13)V99.
               10  WRK-CTL-HASH-2       PIC 9(13)V99.
               10  WRK-CTL-TAM          PIC 9(04).
       01  WRK-QTD-CONTROLE             PIC 9(02) VALUE ZEROS.
       01  WRK-IDX-CONTROLE             PIC 9(02) VALUE ZEROS.

      *--------------------------------------------------------------*
      *    TOTAIS APURADOS NA CONFERENCIA E NA REGRAVACAO
      *--------------------------------------------------------------*
       01  WRK-QTD-REGISTROS            PIC 9(09) VALUE ZEROS.
       01  WRK-HASH-1                   PIC 9(13)V99 VALUE ZEROS.
       01  WRK-HASH-2                   PIC 9(13)V99 VALUE ZEROS.
       01  WRK-QTD-TAM-INVALIDO         PIC 9(09) VALUE ZEROS.
       01  WRK-QTD-GRAVADOS             PIC 9(09) VALUE ZEROS.
       01  WRK-QTD-REJEITADOS           PIC 9(09) VALUE ZEROS.

       01  WRK-HASH-EDIT                PIC Z.ZZZ.ZZZ.ZZZ.ZZ9,99.

      *==================================================================================*
       PROCEDURE DIVISION.
      *==================================================================================*

      *----------------------------------------------------------------------------------*
      *    PROCESSAMENTO PRINCIPAL
      *----------------------------------------------------------------------------------*
       0000-PROCESSAR                SECTION.
      *----------------------------------------------------------------------------------*

           DISPLAY '========================================='
           DISPLAY ' RESTAURACAO DE ARQUIVOS MESTRES'
           DISPLAY '========================================='

           PERFORM 0001-SOLICITA-DATA
           PERFORM 0002-CARREGA-CONTROLE

           IF WRK-QTD-CONTROLE > ZEROS
               PERFORM UNTIL WRK-CONTINUA = 'N'
                   PERFORM 0003-EXIBE-MENU
                   EVALUATE TRUE
                       WHEN WRK-OPCAO = ZEROS
                           MOVE 'N' TO WRK-CONTINUA
                       WHEN WRK-OPCAO > WRK-QTD-CONTROLE
                           DISPLAY 'OPCAO INVALIDA'
                       WHEN OTHER
                           MOVE WRK-OPCAO TO WRK-IDX-CONTROLE
                           PERFORM 0004-RESTAURA-MESTRE
                   END-EVALUATE
               END-PERFORM
           END-IF

           STOP RUN
           .
      *----------------------------------------------------------------------------------*
       0000-END.              EXIT.
      *----------------------------------------------------------------------------------*

      *----------------------------------------------------------------------------------*
      *    SOLICITA A DATA DO BACKUP A RESTAURAR (ZERO = HOJE)
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
      *    CARREGA OS REGISTROS DE CONTROLE GRAVADOS PELO BKPMEST
      *----------------------------------------------------------------------------------*
       0002-CARREGA-CONTROLE   SECTION.
      *----------------------------------------------------------------------------------*

           MOVE ZEROS TO WRK-QTD-CONTROLE

           OPEN INPUT FD-CTLBKP
           IF WRK-FS-CTLBKP NOT = '00'
               DISPLAY 'CONTROLE DE BACKUP ' WRK-NOME-CTLBKP
                       ' NAO ENCONTRADO - STATUS ' WRK-FS-CTLBKP
           ELSE
               MOVE 'N' TO WRK-FIM-ARQUIVO
               PERFORM UNTIL WRK-FIM-ARQUIVO = 'S'
                   READ FD-CTLBKP
                       AT END
                           MOVE 'S' TO WRK-FIM-ARQUIVO
                       NOT AT END
                           IF WRK-QTD-CONTROLE < 20
                               ADD 1 TO WRK-QTD-CONTROLE
                               MOVE CBK-ARQUIVO
                                 TO WRK-CTL-ARQUIVO(WRK-QTD-CONTROLE)
                               MOVE CBK-SITUACAO
                                 TO WRK-CTL-SITUACAO(WRK-QTD-CONTROLE)
                               MOVE CBK-QTD-REGISTROS
                                 TO WRK-CTL-QTD(WRK-QTD-CONTROLE)
                               MOVE CBK-HASH-1
                                 TO WRK-CTL-HASH-1(WRK-QTD-CONTROLE)
                               MOVE CBK-HASH-2
                                 TO WRK-CTL-HASH-2(WRK-QTD-CONTROLE)
                               MOVE CBK-TAM-REGISTRO
                                 TO WRK-CTL-TAM(WRK-QTD-CONTROLE)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE FD-CTLBKP

               IF WRK-QTD-CONTROLE = ZEROS
                   DISPLAY 'CONTROLE DE BACKUP ' WRK-NOME-CTLBKP
                           ' ESTA VAZIO'
               END-IF
           END-IF
           .
      *----------------------------------------------------------------------------------*
       0002-END.              EXIT.
      *----------------------------------------------------------------------------------*

      *----------------------------------------------------------------------------------*
      *    EXIBE OS MESTRES DO BACKUP PARA ESCOLHA
      *----------------------------------------------------------------------------------*
       0003-EXIBE-MENU         SECTION.
      *----------------------------------------------------------------------------------*

           DISPLAY '========================================='
           DISPLAY ' BACKUP DE ' WRK-DATA-BACKUP
           PERFORM VARYING WRK-IDX-CONTROLE FROM 1 BY 1
                   UNTIL WRK-IDX-CONTROLE > WRK-QTD-CONTROLE
               EVALUATE WRK-CTL-SITUACAO(WRK-IDX-CONTROLE)
                   WHEN 'C'
                       DISPLAY ' ' WRK-IDX-CONTROLE ' - '
                               WRK-CTL-ARQUIVO(WRK-IDX-CONTROLE) ' '
                               WRK-CTL-QTD(WRK-IDX-CONTROLE)
                               ' REGISTROS'
                   WHEN 'F'
                       DISPLAY ' ' WRK-IDX-CONTROLE ' - '
                               WRK-CTL-ARQUIVO(WRK-IDX-CONTROLE)
                               ' (FALHA NA COPIA)'
                   WHEN OTHER
                       DISPLAY ' ' WRK-IDX-CONTROLE ' - '
                               WRK-CTL-ARQUIVO(WRK-IDX-CONTROLE)
                               ' (NAO COPIADO)'
               END-EVALUATE
           END-PERFORM
           DISPLAY ' 00 - SAIR'
           DISPLAY '========================================='
           DISPLAY 'MESTRE A RESTAURAR: '
           ACCEPT WRK-OPCAO
           .
      *----------------------------------------------------------------------------------*
       0003-END.              EXIT.
      *----------------------------------------------------------------------------------*

      *----------------------------------------------------------------------------------*
      *    CONFERE, AUTORIZA E RESTAURA O MESTRE ESCOLHIDO
      *----------------------------------------------------------------------------------*
       0004-RESTAURA-MESTRE    SECTION.
      *----------------------------------------------------------------------------------*

           MOVE ZEROS TO WRK-IDX-MESTRE
           PERFORM VARYING WRK-IDX-BUSCA FROM 1 BY 1
                   UNTIL WRK-IDX-BUSCA > WRK-QTD-MESTRES
               IF WRK-NOME-MESTRE(WRK-IDX-BUSCA)
                  = WRK-CTL-ARQUIVO(WRK-IDX-CONTROLE)
                   MOVE WRK-IDX-BUSCA TO WRK-IDX-MESTRE
               END-IF
           END-PERFORM

           EVALUATE TRUE
               WHEN WRK-IDX-MESTRE = ZEROS
                   DISPLAY 'ARQUIVO ' WRK-CTL-ARQUIVO(WRK-IDX-CONTROLE)
                           ' NAO E RESTAURADO POR ESTE PROGRAMA'
               WHEN WRK-CTL-SITUACAO(WRK-IDX-CONTROLE) NOT = 'C'
                   DISPLAY 'ARQUIVO ' WRK-CTL-ARQUIVO(WRK-IDX-CONTROLE)
                           ' NAO FOI COPIADO NESTE BACKUP'
               WHEN OTHER
                   MOVE SPACES TO WRK-NOME-BACKUP
                   STRING WRK-NOME-MESTRE(WRK-IDX-MESTRE)
                              DELIMITED BY SPACE
                          '-' WRK-DATA-BACKUP '.BKP'
                              DELIMITED BY SIZE
                       INTO WRK-NOME-BACKUP

                   PERFORM 0005-CONFERE-BACKUP

                   IF WRK-BACKUP-OK = 'S'
                       PERFORM 0008-AUTORIZA-SUPERVISOR
                   END-IF

                   IF WRK-BACKUP-OK = 'S'
                      AND WRK-SUPERVISOR-OK = 'S'
                       DISPLAY 'O ARQUIVO '
                               WRK-NOME-MESTRE(WRK-IDX-MESTRE)
                               '.DAT ATUAL SERA SUBSTITUIDO'
                       DISPLAY 'CONFIRMA A RESTAURACAO (S/N)? '
                       ACCEPT WRK-CONFIRMA
                       IF WRK-CONFIRMA = 'S' OR WRK-CONFIRMA = 's'
                           PERFORM 0009-REGRAVA-MESTRE
                       ELSE
                           DISPLAY 'RESTAURACAO CANCELADA'
                       END-IF
                   END-IF
           END-EVALUATE
           .
      *----------------------------------------------------------------------------------*
       0004-END.              EXIT.
      *----------------------------------------------------------------------------------*

      *----------------------------------------------------------------------------------*
      *    RELE A COPIA E CONFERE QUANTIDADE, TOTAIS DE HASH E TAMANHO DO
      *    REGISTRO CONTRA O REGISTRO DE CONTROLE E O LAYOUT ATUAL
      *----------------------------------------------------------------------------------*
       0005-CONFERE-BACKUP     SECTION.
      *----------------------------------------------------------------------------------*

           MOVE 'N'   TO WRK-BACKUP-OK
           MOVE ZEROS TO WRK-QTD-REGISTROS
           MOVE ZEROS TO WRK-HASH-1
           MOVE ZEROS TO WRK-HASH-2
           MOVE ZEROS TO WRK-QTD-TAM-INVALIDO

           PERFORM 0006-TAMANHO-LAYOUT

           OPEN INPUT FD-BACKUP
           IF WRK-FS-BACKUP NOT = '00'
               DISPLAY 'COPIA ' WRK-NOME-BACKUP
                       ' NAO ENCONTRADA - STATUS ' WRK-FS-BACKUP
           ELSE
               MOVE 'N' TO WRK-FIM-ARQUIVO
               PERFORM UNTIL WRK-FIM-ARQUIVO = 'S'
                   READ FD-BACKUP
                       AT END
                           MOVE 'S' TO WRK-FIM-ARQUIVO
                       NOT AT END
                           IF WRK-TAM-REGISTRO NOT = WRK-TAM-LAYOUT
                               ADD 1 TO WRK-QTD-TAM-INVALIDO
                           END-IF
                           ADD 1 TO WRK-QTD-REGISTROS
                           PERFORM 0007-CARREGA-REGISTRO
                           PERFORM 0013-ACUMULA-HASH
                   END-READ
               END-PERFORM
               CLOSE FD-BACKUP

               DISPLAY '-----------------------------------------'
               DISPLAY 'CONFERENCIA DE ' WRK-NOME-BACKUP
               DISPLAY '               CONTROLE / COPIA'
               DISPLAY 'REGISTROS....: '
                       WRK-CTL-QTD(WRK-IDX-CONTROLE) ' / '
                       WRK-QTD-REGISTROS
               MOVE WRK-CTL-HASH-1(WRK-IDX-CONTROLE) TO WRK-HASH-EDIT
               DISPLAY 'HASH 1.......: ' WRK-HASH-EDIT
               MOVE WRK-HASH-1 TO WRK-HASH-EDIT
               DISPLAY '               ' WRK-HASH-EDIT
               MOVE WRK-CTL-HASH-2(WRK-IDX-CONTROLE) TO WRK-HASH-EDIT
               DISPLAY 'HASH 2.......: ' WRK-HASH-EDIT
               MOVE WRK-HASH-2 TO WRK-HASH-EDIT
               DISPLAY '               ' WRK-HASH-EDIT
               DISPLAY 'TAM. REGISTRO: '
                       WRK-CTL-TAM(WRK-IDX-CONTROLE) ' / '
                       WRK-TAM-LAYOUT ' (LAYOUT ATUAL)'

               EVALUATE TRUE
                   WHEN WRK-QTD-REGISTROS
                        NOT = WRK-CTL-QTD(WRK-IDX-CONTROLE)
                       DISPLAY 'QUANTIDADE DE REGISTROS DIFERE DO '
                               'CONTROLE - COPIA INCOMPLETA'
                   WHEN WRK-HASH-1
                        NOT = WRK-CTL-HASH-1(WRK-IDX-CONTROLE)
                     OR WRK-HASH-2
                        NOT = WRK-CTL-HASH-2(WRK-IDX-CONTROLE)
                       DISPLAY 'TOTAIS DE HASH DIFEREM DO CONTROLE - '
                               'COPIA ALTERADA OU DANIFICADA'
                   WHEN WRK-QTD-REGISTROS > ZEROS
                    AND WRK-CTL-TAM(WRK-IDX-CONTROLE)
                        NOT = WRK-TAM-LAYOUT
                       DISPLAY 'LAYOUT DO REGISTRO MUDOU DESDE O '
                               'BACKUP - RESTAURACAO NAO PERMITIDA'
                   WHEN WRK-QTD-TAM-INVALIDO > ZEROS
                       DISPLAY WRK-QTD-TAM-INVALIDO
                               ' REGISTROS COM TAMANHO DIFERENTE DO '
                               'LAYOUT ATUAL'
                   WHEN OTHER
                       MOVE 'S' TO WRK-BACKUP-OK
                       DISPLAY 'COPIA CONFERE COM O CONTROLE'
               END-EVALUATE

               IF WRK-BACKUP-OK NOT = 'S'
                   DISPLAY 'RESTAURACAO CANCELADA - ARQUIVO ATUAL '
                           'MANTIDO'
               END-IF
           END-IF
           .
      *----------------------------------------------------------------------------------*
       0005-END.              EXIT.
      *----------------------------------------------------------------------------------*

      *----------------------------------------------------------------------------------*
      *    TAMANHO DO REGISTRO NO LAYOUT ATUAL DO MESTRE
      *----------------------------------------------------------------------------------*
       0006-TAMANHO-LAYOUT     SECTION.
      *----------------------------------------------------------------------------------*

           EVALUATE WRK-IDX-MESTRE
               WHEN 1  MOVE LENGTH OF REG-PRODUTO    TO WRK-TAM-LAYOUT
               WHEN 2  MOVE LENGTH OF REG-CLIENTE    TO WRK-TAM-LAYOUT
               WHEN 3  MOVE LENGTH OF REG-OPERADOR   TO WRK-TAM-LAYOUT
               WHEN 4  MOVE LENGTH OF REG-PROMOCAO   TO WRK-TAM-LAYOUT
               WHEN 5  MOVE LENGTH OF REG-CONTROLE   TO WRK-TAM-LAYOUT
               WHEN 6  MOVE LENGTH OF REG-ESPERA     TO WRK-TAM-LAYOUT
               WHEN 7  MOVE LENGTH OF REG-FORNECEDOR TO WRK-TAM-LAYOUT
               WHEN 8  MOVE LENGTH OF REG-PEDIDO     TO WRK-TAM-LAYOUT
               WHEN 9  MOVE LENGTH OF REG-PRECOPROG  TO WRK-TAM-LAYOUT
               WHEN 10 MOVE LENGTH OF REG-CONVREC    TO WRK-TAM-LAYOUT
           END-EVALUATE
           .
      *----------------------------------------------------------------------------------*
       0006-END.              EXIT.
      *----------------------------------------------------------------------------------*

      *----------------------------------------------------------------------------------*
      *    TRANSFERE O REGISTRO LIDO DA COPIA PARA O LAYOUT DO MESTRE
      *----------------------------------------------------------------------------------*
       0007-CARREGA-REGISTRO   SECTION.
      *----------------------------------------------------------------------------------*

           EVALUATE WRK-IDX-MESTRE
               WHEN 1  MOVE REG-BACKUP TO REG-PRODUTO
               WHEN 2  MOVE REG-BACKUP TO REG-CLIENTE
               WHEN 3  MOVE REG-BACKUP TO REG-OPERADOR
               WHEN 4  MOVE REG-BACKUP TO REG-PROMOCAO
               WHEN 5  MOVE REG-BACKUP TO REG-CONTROLE
               WHEN 6  MOVE REG-BACKUP TO REG-ESPERA
               WHEN 7  MOVE REG-BACKUP TO REG-FORNECEDOR
               WHEN 8  MOVE REG-BACKUP TO REG-PEDIDO
               WHEN 9  MOVE REG-BACKUP TO REG-PRECOPROG
               WHEN 10 MOVE REG-BACKUP TO REG-CONVREC
           END-EVALUATE
           .
      *----------------------------------------------------------------------------------*
       0007-END.              EXIT.
      *----------------------------------------------------------------------------------*

      *----------------------------------------------------------------------------------*
      *    EXIGE SUPERVISOR PARA A RESTAURACAO. NA RESTAURACAO DO PROPRIO
      *    CADASTRO DE OPERADORES A SENHA E VALIDADA NA COPIA CONFERIDA,
      *    POIS O ARQUIVO ATUAL PODE ESTAR DANIFICADO
      *----------------------------------------------------------------------------------*
       0008-AUTORIZA-SUPERVISOR SECTION.
      *----------------------------------------------------------------------------------*

           MOVE 'N' TO WRK-SUPERVISOR-OK

           DISPLAY 'RESTAURACAO EXIGE AUTORIZACAO DO SUPERVISOR'
           DISPLAY 'CODIGO DO SUPERVISOR: '
           ACCEPT WRK-OPERADOR-ID
           DISPLAY 'SENHA: '
           ACCEPT WRK-SENHA-DIGITADA

           IF WRK-IDX-MESTRE = 3
               OPEN INPUT FD-BACKUP
               MOVE 'N' TO WRK-FIM-ARQUIVO
               PERFORM UNTIL WRK-FIM-ARQUIVO = 'S'
                   READ FD-BACKUP
                       AT END
                           MOVE 'S' TO WRK-FIM-ARQUIVO
                       NOT AT END
                           MOVE REG-BACKUP TO REG-OPERADOR
                           IF OPER-CODIGO = WRK-OPERADOR-ID
                               MOVE 'S' TO WRK-FIM-ARQUIVO
                               IF OPER-ATIVO
                                  AND OPER-PERFIL-SUPERVISOR
                                  AND OPER-SENHA = WRK-SENHA-DIGITADA
                                   MOVE 'S' TO WRK-SUPERVISOR-OK
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE FD-BACKUP
           ELSE
               OPEN INPUT FD-OPERADOR
               IF WRK-FS-MESTRE = '00'
                   MOVE WRK-OPERADOR-ID TO OPER-CODIGO
                   READ FD-OPERADOR
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           IF OPER-ATIVO
                              AND OPER-PERFIL-SUPERVISOR
                              AND OPER-SENHA = WRK-SENHA-DIGITADA
                               MOVE 'S' TO WRK-SUPERVISOR-OK
                           END-IF
                   END-READ
                   CLOSE FD-OPERADOR
               END-IF
           END-IF

           IF WRK-SUPERVISOR-OK = 'S'
               DISPLAY 'SUPERVISOR: ' OPER-NOME
           ELSE
               DISPLAY 'SUPERVISOR INVALIDO, INATIVO OU SENHA '
                       'INCORRETA - RESTAURACAO CANCELADA'
           END-IF
           .
      *----------------------------------------------------------------------------------*
       0008-END.              EXIT.
      *----------------------------------------------------------------------------------*

      *----------------------------------------------------------------------------------*
      *    RECRIA O MESTRE ATUAL COM OS REGISTROS DA COPIA CONFERIDA
      *    (A COPIA E ABERTA ANTES: SEM ELA O MESTRE NAO E TRUNCADO)
      *----------------------------------------------------------------------------------*
       0009-REGRAVA-MESTRE     SECTION.
      *----------------------------------------------------------------------------------*

           MOVE ZEROS TO WRK-QTD-GRAVADOS
           MOVE ZEROS TO WRK-QTD-REJEITADOS

           OPEN INPUT FD-BACKUP
           IF WRK-FS-BACKUP NOT = '00'
               DISPLAY 'ERRO AO ABRIR A COPIA ' WRK-NOME-BACKUP
                       ' - STATUS ' WRK-FS-BACKUP
               DISPLAY WRK-NOME-MESTRE(WRK-IDX-MESTRE)
                       '.DAT NAO FOI ALTERADO'
           ELSE
               PERFORM 0010-ABRE-SAIDA
               IF WRK-FS-MESTRE NOT = '00'
                   DISPLAY 'ERRO AO RECRIAR '
                           WRK-NOME-MESTRE(WRK-IDX-MESTRE)
                           '.DAT - STATUS ' WRK-FS-MESTRE
                   CLOSE FD-BACKUP
               END-IF
           END-IF

           IF WRK-FS-BACKUP = '00'
              AND WRK-FS-MESTRE = '00'
               MOVE 'N' TO WRK-FIM-ARQUIVO
               PERFORM UNTIL WRK-FIM-ARQUIVO = 'S'
                   READ FD-BACKUP
                       AT END
                           MOVE 'S' TO WRK-FIM-ARQUIVO
                       NOT AT END
                           PERFORM 0007-CARREGA-REGISTRO
                           PERFORM 0011-GRAVA-REGISTRO
                   END-READ
               END-PERFORM
               CLOSE FD-BACKUP
               PERFORM 0012-FECHA-MESTRE

               DISPLAY '-----------------------------------------'
               DISPLAY WRK-NOME-MESTRE(WRK-IDX-MESTRE)
                       '.DAT RESTAURADO DO BACKUP DE '
                       WRK-DATA-BACKUP
               DISPLAY 'REGISTROS NO CONTROLE: '
                       WRK-CTL-QTD(WRK-IDX-CONTROLE)
               DISPLAY 'REGISTROS GRAVADOS...: ' WRK-QTD-GRAVADOS
               IF WRK-QTD-REJEITADOS > ZEROS
                   DISPLAY 'REGISTROS REJEITADOS.: '
                           WRK-QTD-REJEITADOS
               END-IF
               IF WRK-QTD-GRAVADOS NOT = WRK-CTL-QTD(WRK-IDX-CONTROLE)
                   DISPLAY 'ATENCAO: QUANTIDADE GRAVADA DIFERE DO '
                           'CONTROLE - VERIFIQUE O ARQUIVO'
               END-IF
           END-IF
           .
      *----------------------------------------------------------------------------------*
       0009-END.              EXIT.
      *----------------------------------------------------------------------------------*

      *----------------------------------------------------------------------------------*
      *    ABRE O MESTRE ATUAL PARA RECRIACAO (CONTEUDO ANTERIOR DESCARTADO)
      *----------------------------------------------------------------------------------*
       0010-ABRE-SAIDA         SECTION.
      *----------------------------------------------------------------------------------*

           EVALUATE WRK-IDX-MESTRE
               WHEN 1  OPEN OUTPUT FD-PRODUTOS
               WHEN 2  OPEN OUTPUT FD-CLIENTES
               WHEN 3  OPEN OUTPUT FD-OPERADOR
               WHEN 4  OPEN OUTPUT FD-PROMOCOES
               WHEN 5  OPEN OUTPUT FD-CONTROLE
               WHEN 6  OPEN OUTPUT FD-ESPERA
               WHEN 7  OPEN OUTPUT FD-FORNECEDOR
               WHEN 8  OPEN OUTPUT FD-PEDIDO
               WHEN 9  OPEN OUTPUT FD-PRECOPROG
               WHEN 10 OPEN OUTPUT FD-CONVREC
           END-EVALUATE
           .
      *----------------------------------------------------------------------------------*
       0010-END.              EXIT.
      *----------------------------------------------------------------------------------*

      *----------------------------------------------------------------------------------*
      *    GRAVA O REGISTRO NO MESTRE RECRIADO
      *----------------------------------------------------------------------------------*
       0011-GRAVA-REGISTRO     SECTION.
      *----------------------------------------------------------------------------------*

           ADD 1 TO WRK-QTD-GRAVADOS

           EVALUATE WRK-IDX-MESTRE
               WHEN 1
                   WRITE REG-PRODUTO
                       INVALID KEY PERFORM 0014-REJEITA-REGISTRO
                   END-WRITE
               WHEN 2
                   WRITE REG-CLIENTE
                       INVALID KEY PERFORM 0014-REJEITA-REGISTRO
                   END-WRITE
               WHEN 3
                   WRITE REG-OPERADOR
                       INVALID KEY PERFORM 0014-REJEITA-REGISTRO
                   END-WRITE
               WHEN 4
                   WRITE REG-PROMOCAO
                       INVALID KEY PERFORM 0014-REJEITA-REGISTRO
                   END-WRITE
               WHEN 5
                   WRITE REG-CONTROLE
                       INVALID KEY PERFORM 0014-REJEITA-REGISTRO
                   END-WRITE
               WHEN 6
                   WRITE REG-ESPERA
                       INVALID KEY PERFORM 0014-REJEITA-REGISTRO
                   END-WRITE
               WHEN 7
                   WRITE REG-FORNECEDOR
                       INVALID KEY PERFORM 0014-REJEITA-REGISTRO
                   END-WRITE
               WHEN 8
                   WRITE REG-PEDIDO
                       INVALID KEY PERFORM 0014-REJEITA-REGISTRO
                   END-WRITE
               WHEN 9
                   WRITE REG-PRECOPROG
                       INVALID KEY PERFORM 0014-REJEITA-REGISTRO
                   END-WRITE
               WHEN 10
                   WRITE REG-CONVREC
                   IF WRK-FS-MESTRE NOT = '00'
                       PERFORM 0014-REJEITA-REGISTRO
                   END-IF
           END-EVALUATE
           .
      *----------------------------------------------------------------------------------*
       0011-END.              EXIT.
      *----------------------------------------------------------------------------------*

      *----------------------------------------------------------------------------------*
      *    FECHA O MESTRE RECRIADO
      *----------------------------------------------------------------------------------*
       0012-FECHA-MESTRE       SECTION.
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
       0012-END.              EXIT.
      *----------------------------------------------------------------------------------*

      *----------------------------------------------------------------------------------*
      *    ACUMULA OS TOTAIS DE HASH DO REGISTRO (MESMAS REGRAS DO BKPMEST,
      *    DESCRITAS NO WCTLBKP)
      *----------------------------------------------------------------------------------*
       0013-ACUMULA-HASH       SECTION.
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
       0013-END.              EXIT.
      *----------------------------------------------------------------------------------*

      *----------------------------------------------------------------------------------*
      *    CONTA O REGISTRO RECUSADO NA REGRAVACAO
      *----------------------------------------------------------------------------------*
       0014-REJEITA-REGISTRO   SECTION.
      *----------------------------------------------------------------------------------*

           SUBTRACT 1 FROM WRK-QTD-GRAVADOS
           ADD 1 TO WRK-QTD-REJEITADOS
           DISPLAY 'REGISTRO RECUSADO - STATUS ' WRK-FS-MESTRE
           .
      *----------------------------------------------------------------------------------*
       0014-END.              EXIT.
      *----------------------------------------------------------------------------------*
