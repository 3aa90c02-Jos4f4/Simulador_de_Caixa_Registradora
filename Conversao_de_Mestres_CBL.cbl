      ************************************************************************************
      * Author.: JOSAFA SOARES FERNANDES
      * Date...:  15/10/2026
      * Purpose: CONVERSAO UNICA DOS MESTRES DE CLIENTES E PRODUTOS DO LAYOUT ANTERIOR
      *          (SEM CONTA CONVENIO / SEM FORNECEDOR) PARA O LAYOUT ATUAL
      * NOME...: CONVMEST
      ************************************************************************************
      *    PROCEDIMENTO (COM OS CAIXAS FECHADOS):
      *    1. RENOMEAR CLIENTES.DAT PARA CLIENTES.ANT E PRODUTOS.DAT PARA
      *       PRODUTOS.ANT (ARQUIVOS GRAVADOS PELA VERSAO ANTERIOR)
      *    2. EXECUTAR O CONVMEST: GERA CLIENTES.DAT E PRODUTOS.DAT NO
      *       LAYOUT ATUAL, COM OS CAMPOS NOVOS ZERADOS/EM BRANCO
      *    3. CONFERIR AS QUANTIDADES LIDAS X GRAVADAS E EXECUTAR O
      *       BKPMEST; GUARDAR OS .ANT ATE A CONFERENCIA DO DIA
      *    UM MESTRE JA EXISTENTE NO LAYOUT ATUAL NUNCA E SOBREPOSTO
      ************************************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CONVMEST.
      *==================================================================================*
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FD-CLIENTES-ANT ASSIGN TO "CLIENTES.ANT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS ANT-CLI-CPF
               FILE STATUS IS WRK-FS-ANTERIOR.

           SELECT FD-PRODUTOS-ANT ASSIGN TO "PRODUTOS.ANT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS ANT-PROD-CODIGO
               FILE STATUS IS WRK-FS-ANTERIOR.

           SELECT FD-CLIENTES ASSIGN TO "CLIENTES.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CLI-CPF
               FILE STATUS IS WRK-FS-ATUAL.

           SELECT FD-PRODUTOS ASSIGN TO "PRODUTOS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PROD-CODIGO
               FILE STATUS IS WRK-FS-ATUAL.

       DATA DIVISION.
       FILE SECTION.

      *--------------------------------------------------------------*
      *    CLIENTES NO LAYOUT ANTERIOR (49 POSICOES): CPF, NOME,
      *    STATUS E PONTOS - MESMAS POSICOES DO LAYOUT ATUAL
      *--------------------------------------------------------------*
       FD  FD-CLIENTES-ANT.
       01  REG-CLIENTE-ANT.
           05  ANT-CLI-CPF              PIC X(11).
           05  ANT-CLI-DADOS            PIC X(38).

      *--------------------------------------------------------------*
      *    PRODUTOS NO LAYOUT ANTERIOR (82 POSICOES): DO CODIGO AO
      *    CUSTO - MESMAS POSICOES DO LAYOUT ATUAL
      *--------------------------------------------------------------*
       FD  FD-PRODUTOS-ANT.
       01  REG-PRODUTO-ANT.
           05  ANT-PROD-CODIGO          PIC 9(06).
           05  ANT-PROD-DADOS           PIC X(76).

       FD  FD-CLIENTES.
       COPY WCLI.

       FD  FD-PRODUTOS.
       COPY WPROD.

       WORKING-STORAGE SECTION.

       01  WRK-FS-ANTERIOR              PIC X(02) VALUE '00'.
       01  WRK-FS-ATUAL                 PIC X(02) VALUE '00'.
       01  WRK-FIM-ANTERIOR             PIC X(01) VALUE 'N'.
       01  WRK-PODE-CONVERTER           PIC X(01) VALUE 'N'.
       01  WRK-NOME-MESTRE              PIC X(10) VALUE SPACES.

      *--------------------------------------------------------------*
      *    TOTAIS DO MESTRE EM CONVERSAO
      *--------------------------------------------------------------*
       01  WRK-QTD-LIDOS                PIC 9(07) VALUE ZEROS.
       01  WRK-QTD-GRAVADOS             PIC 9(07) VALUE ZEROS.
       01  WRK-QTD-REJEITADOS           PIC 9(07) VALUE ZEROS.
       01  WRK-QTD-CONVERTIDOS          PIC 9(01) VALUE ZEROS.

      *==================================================================================*
       PROCEDURE DIVISION.
      *==================================================================================*

      *----------------------------------------------------------------------------------*
      *    PROCESSAMENTO PRINCIPAL
      *----------------------------------------------------------------------------------*
       0000-PROCESSAR                SECTION.
      *----------------------------------------------------------------------------------*

           DISPLAY '========================================='
           DISPLAY ' CONVERSAO DE LAYOUT DOS MESTRES'
           DISPLAY '========================================='

           PERFORM 0001-CONVERTE-CLIENTES
           PERFORM 0002-CONVERTE-PRODUTOS

           DISPLAY '-----------------------------------------'
           DISPLAY 'MESTRES CONVERTIDOS: ' WRK-QTD-CONVERTIDOS

           STOP RUN
           .
      *----------------------------------------------------------------------------------*
       0000-END.              EXIT.
      *----------------------------------------------------------------------------------*

      *----------------------------------------------------------------------------------*
      *    CONVERTE CLIENTES.ANT -> CLIENTES.DAT (CONTA CONVENIO SEM
      *    CONTA, LIMITE/SALDO/VENCIMENTO ZERADOS)
      *----------------------------------------------------------------------------------*
       0001-CONVERTE-CLIENTES  SECTION.
      *----------------------------------------------------------------------------------*

           MOVE 'CLIENTES' TO WRK-NOME-MESTRE
           MOVE ZEROS TO WRK-QTD-LIDOS
           MOVE ZEROS TO WRK-QTD-GRAVADOS
           MOVE ZEROS TO WRK-QTD-REJEITADOS
           MOVE 'N'   TO WRK-FIM-ANTERIOR
           MOVE 'N'   TO WRK-PODE-CONVERTER

           OPEN INPUT FD-CLIENTES-ANT
           IF WRK-FS-ANTERIOR NOT = '00'
               DISPLAY 'CLIENTES.ANT NAO ENCONTRADO - STATUS '
                       WRK-FS-ANTERIOR ' - CLIENTES NAO CONVERTIDO'
           ELSE
               OPEN INPUT FD-CLIENTES
               IF WRK-FS-ATUAL NOT = '35'
                   IF WRK-FS-ATUAL = '00'
                       CLOSE FD-CLIENTES
                   END-IF
                   DISPLAY 'CLIENTES.DAT JA EXISTE - STATUS '
                           WRK-FS-ATUAL ' - CLIENTES NAO CONVERTIDO'
               ELSE
                   OPEN OUTPUT FD-CLIENTES
                   IF WRK-FS-ATUAL NOT = '00'
                       DISPLAY 'ERRO AO CRIAR CLIENTES.DAT - STATUS '
                               WRK-FS-ATUAL
                   ELSE
                       MOVE 'S' TO WRK-PODE-CONVERTER
                   END-IF
               END-IF

               IF WRK-PODE-CONVERTER = 'S'
                   PERFORM UNTIL WRK-FIM-ANTERIOR = 'S'
                       READ FD-CLIENTES-ANT NEXT
                           AT END
                               MOVE 'S' TO WRK-FIM-ANTERIOR
                           NOT AT END
                               PERFORM 0001-A-CONVERTE-CLIENTE
                       END-READ
                   END-PERFORM
                   CLOSE FD-CLIENTES
                   PERFORM 0003-EXIBE-TOTAIS
               END-IF

               CLOSE FD-CLIENTES-ANT
           END-IF
           .
      *----------------------------------------------------------------------------------*
       0001-END.              EXIT.
      *----------------------------------------------------------------------------------*

      *----------------------------------------------------------------------------------*
      *    MONTA E GRAVA UM CLIENTE NO LAYOUT ATUAL
      *----------------------------------------------------------------------------------*
       0001-A-CONVERTE-CLIENTE SECTION.
      *----------------------------------------------------------------------------------*

           ADD 1 TO WRK-QTD-LIDOS

           MOVE SPACES          TO REG-CLIENTE
           MOVE REG-CLIENTE-ANT TO REG-CLIENTE
           MOVE SPACE           TO CLI-CONV-STATUS
           MOVE SPACES          TO CLI-CONV-EMPRESA
           MOVE ZEROS           TO CLI-CONV-LIMITE
           MOVE ZEROS           TO CLI-CONV-SALDO
           MOVE ZEROS           TO CLI-CONV-DIA-VENCTO
           MOVE SPACES          TO CLI-RESERVA

           WRITE REG-CLIENTE
               INVALID KEY
                   ADD 1 TO WRK-QTD-REJEITADOS
                   DISPLAY 'CLIENTE ' CLI-CPF ' NAO GRAVADO - STATUS '
                           WRK-FS-ATUAL
               NOT INVALID KEY
                   ADD 1 TO WRK-QTD-GRAVADOS
           END-WRITE
           .
      *----------------------------------------------------------------------------------*
       0001-A-END.            EXIT.
      *----------------------------------------------------------------------------------*

      *----------------------------------------------------------------------------------*
      *    CONVERTE PRODUTOS.ANT -> PRODUTOS.DAT (SEM FORNECEDOR
      *    PRINCIPAL)
      *----------------------------------------------------------------------------------*
       0002-CONVERTE-PRODUTOS  SECTION.
      *----------------------------------------------------------------------------------*

           MOVE 'PRODUTOS' TO WRK-NOME-MESTRE
           MOVE ZEROS TO WRK-QTD-LIDOS
           MOVE ZEROS TO WRK-QTD-GRAVADOS
           MOVE ZEROS TO WRK-QTD-REJEITADOS
           MOVE 'N'   TO WRK-FIM-ANTERIOR
           MOVE 'N'   TO WRK-PODE-CONVERTER

           OPEN INPUT FD-PRODUTOS-ANT
           IF WRK-FS-ANTERIOR NOT = '00'
               DISPLAY 'PRODUTOS.ANT NAO ENCONTRADO - STATUS '
                       WRK-FS-ANTERIOR ' - PRODUTOS NAO CONVERTIDO'
           ELSE
               OPEN INPUT FD-PRODUTOS
               IF WRK-FS-ATUAL NOT = '35'
                   IF WRK-FS-ATUAL = '00'
                       CLOSE FD-PRODUTOS
                   END-IF
                   DISPLAY 'PRODUTOS.DAT JA EXISTE - STATUS '
                           WRK-FS-ATUAL ' - PRODUTOS NAO CONVERTIDO'
               ELSE
                   OPEN OUTPUT FD-PRODUTOS
                   IF WRK-FS-ATUAL NOT = '00'
                       DISPLAY 'ERRO AO CRIAR PRODUTOS.DAT - STATUS '
                               WRK-FS-ATUAL
                   ELSE
                       MOVE 'S' TO WRK-PODE-CONVERTER
                   END-IF
               END-IF

               IF WRK-PODE-CONVERTER = 'S'
                   PERFORM UNTIL WRK-FIM-ANTERIOR = 'S'
                       READ FD-PRODUTOS-ANT NEXT
                           AT END
                               MOVE 'S' TO WRK-FIM-ANTERIOR
                           NOT AT END
                               PERFORM 0002-A-CONVERTE-PRODUTO
                       END-READ
                   END-PERFORM
                   CLOSE FD-PRODUTOS
                   PERFORM 0003-EXIBE-TOTAIS
               END-IF

               CLOSE FD-PRODUTOS-ANT
           END-IF
           .
      *----------------------------------------------------------------------------------*
       0002-END.              EXIT.
      *----------------------------------------------------------------------------------*

      *----------------------------------------------------------------------------------*
      *    MONTA E GRAVA UM PRODUTO NO LAYOUT ATUAL
      *----------------------------------------------------------------------------------*
       0002-A-CONVERTE-PRODUTO SECTION.
      *----------------------------------------------------------------------------------*

           ADD 1 TO WRK-QTD-LIDOS

           MOVE SPACES          TO REG-PRODUTO
           MOVE REG-PRODUTO-ANT TO REG-PRODUTO
           MOVE ZEROS           TO PROD-COD-FORNECEDOR
           MOVE SPACES          TO PROD-RESERVA

           WRITE REG-PRODUTO
               INVALID KEY
                   ADD 1 TO WRK-QTD-REJEITADOS
                   DISPLAY 'PRODUTO ' PROD-CODIGO ' NAO GRAVADO - '
                           'STATUS ' WRK-FS-ATUAL
               NOT INVALID KEY
                   ADD 1 TO WRK-QTD-GRAVADOS
           END-WRITE
           .
      *----------------------------------------------------------------------------------*
       0002-A-END.            EXIT.
      *----------------------------------------------------------------------------------*

      *----------------------------------------------------------------------------------*
      *    EXIBE OS TOTAIS DE CONTROLE DO MESTRE CONVERTIDO
      *----------------------------------------------------------------------------------*
       0003-EXIBE-TOTAIS       SECTION.
      *----------------------------------------------------------------------------------*

           DISPLAY WRK-NOME-MESTRE ' LIDOS: ' WRK-QTD-LIDOS
                   '  GRAVADOS: ' WRK-QTD-GRAVADOS
                   '  REJEITADOS: ' WRK-QTD-REJEITADOS

           IF WRK-QTD-REJEITADOS = ZEROS
               ADD 1 TO WRK-QTD-CONVERTIDOS
           ELSE
               DISPLAY 'ATENCAO: ' WRK-NOME-MESTRE ' CONVERTIDO COM '
                       'REJEICOES - CONFERIR ANTES DE ABRIR OS CAIXAS'
           END-IF
           .
      *----------------------------------------------------------------------------------*
       0003-END.              EXIT.
      *----------------------------------------------------------------------------------*
