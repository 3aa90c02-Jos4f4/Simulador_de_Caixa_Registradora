      ************************************************************************************
      * Author.: JOSAFA SOARES FERNANDES
      * Date...:  15/10/2026
      * Purpose: CONTAS DE CONVENIO (VENDA A PRAZO) - RECEBIMENTO DE PAGAMENTOS NA
      *          CONTA, EXTRATO MENSAL POR CLIENTE E RELATORIO DE CONTAS EM ATRASO
      * NOME...: CONVENIO
      ************************************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CONVENIO.
      *==================================================================================*
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FD-CLIENTES ASSIGN TO "CLIENTES.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CLI-CPF
               FILE STATUS IS WRK-FS-CLIENTES.

           SELECT FD-CONVREC ASSIGN TO "CONVREC.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WRK-FS-CONVREC.

           SELECT FD-OPERADOR ASSIGN TO "OPERADOR.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OPER-CODIGO
               FILE STATUS IS WRK-FS-OPERADOR.

           SELECT FD-RELATORIO ASSIGN TO DYNAMIC WRK-NOME-RELATORIO
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-RELATORIO.

       DATA DIVISION.
       FILE SECTION.

       FD  FD-CLIENTES.
       COPY WCLI.

       FD  FD-CONVREC.
       COPY WCONVREC.

       FD  FD-OPERADOR.
       COPY WOPER.

       FD  FD-RELATORIO.
       01  REG-RELATORIO                PIC X(120).

       WORKING-STORAGE SECTION.

       01  WRK-OPCAO                    PIC 9(01) VALUE ZEROS.
       01  WRK-CONTINUA                 PIC X(01) VALUE 'S'.
       01  WRK-FS-CLIENTES              PIC X(02) VALUE '00'.
       01  WRK-CLIENTES-ABERTO          PIC X(01) VALUE 'N'.
       01  WRK-FS-CONVREC               PIC X(02) VALUE '00'.
       01  WRK-FS-OPERADOR              PIC X(02) VALUE '00'.
       01  WRK-FS-RELATORIO             PIC X(02) VALUE '00'.
       01  WRK-FIM-CONVREC              PIC X(01) VALUE 'N'.
       01  WRK-NOME-RELATORIO           PIC X(30) VALUE SPACES.

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
      *    RECEBIMENTO DE PAGAMENTO NA CONTA (TERMINAL/GAVETA E FORMA
      *    1-DINHEIRO 2-CREDITO 3-DEBITO 4-PIX)
      *--------------------------------------------------------------*
       01  WRK-CPF-CONSULTA             PIC X(11) VALUE SPACES.
       01  WRK-TERMINAL                 PIC 9(03) VALUE ZEROS.
       01  WRK-FORMA-PGTO               PIC 9(01) VALUE ZEROS.
       01  WRK-VALOR-PAGTO              PIC 9(06)V99 VALUE ZEROS.
       01  WRK-CONV-DISPONIVEL          PIC 9(07)V99 VALUE ZEROS.
       01  WRK-PAGTO-GRAVADO            PIC X(01) VALUE 'N'.
       01  WRK-NOMES-PGTO-LIT.
           05  FILLER                   PIC X(08) VALUE 'DINHEIRO'.
           05  FILLER                   PIC X(08) VALUE 'CREDITO '.
           05  FILLER                   PIC X(08) VALUE 'DEBITO  '.
           05  FILLER                   PIC X(08) VALUE 'PIX     '.
       01  WRK-NOMES-PGTO REDEFINES WRK-NOMES-PGTO-LIT.
           05  WRK-NOME-PGTO OCCURS 4 TIMES
                                        PIC X(08).

      *--------------------------------------------------------------*
      *    EXTRATO MENSAL (SALDO ANTERIOR + LANCAMENTOS DO MES)
      *--------------------------------------------------------------*
       01  WRK-EXT-PERIODO.
           05  WRK-EXT-ANOMES           PIC 9(06).
           05  WRK-EXT-DIA              PIC 9(02).
       01  WRK-EXT-DATA-INI REDEFINES WRK-EXT-PERIODO
                                        PIC 9(08).
       01  WRK-EXT-DATA-FIM             PIC 9(08) VALUE ZEROS.
       01  WRK-EXT-SALDO-ANTERIOR       PIC S9(08)V99 VALUE ZEROS.
       01  WRK-EXT-SALDO                PIC S9(08)V99 VALUE ZEROS.
       01  WRK-EXT-TOTAL-COMPRAS        PIC 9(08)V99 VALUE ZEROS.
       01  WRK-EXT-TOTAL-ESTORNOS       PIC 9(08)V99 VALUE ZEROS.
       01  WRK-EXT-TOTAL-PAGTOS         PIC 9(08)V99 VALUE ZEROS.
       01  WRK-EXT-QTD-LANCAMENTOS      PIC 9(05) VALUE ZEROS.
       01  WRK-DESC-TIPO                PIC X(10) VALUE SPACES.

      *--------------------------------------------------------------*
      *    CONTAS EM ATRASO - CREDITOS (PAGAMENTOS E ESTORNOS) DE CADA
      *    CONTA ABATEM AS COMPRAS MAIS ANTIGAS PRIMEIRO; A PARTE NAO
      *    COBERTA DAS COMPRAS COM VENCIMENTO ANTERIOR A HOJE ESTA EM
      *    ATRASO
      *--------------------------------------------------------------*
       01  WRK-MAX-CONTAS               PIC 9(04) VALUE 1000.
       01  WRK-QTD-CONTAS               PIC 9(04) VALUE ZEROS.
       01  WRK-QTD-CONTAS-FORA          PIC 9(05) VALUE ZEROS.
       01  WRK-TB-CONTAS.
           05  WRK-CTA-TAB OCCURS 1000 TIMES.
               10  WRK-CTA-CPF          PIC X(11).
               10  WRK-CTA-CREDITO      PIC 9(08)V99.
               10  WRK-CTA-ATRASO       PIC 9(08)V99.
               10  WRK-CTA-A-VENCER     PIC 9(08)V99.
               10  WRK-CTA-VENC-ANTIGO  PIC 9(08).
               10  WRK-CTA-QTD-ATRASO   PIC 9(04).
       01  WRK-IDX-CTA                  PIC 9(04) VALUE ZEROS.
       01  WRK-ACHOU                    PIC X(01) VALUE 'N'.
       01  WRK-VALOR-DESCOBERTO         PIC 9(06)V99 VALUE ZEROS.
       01  WRK-QTD-EM-ATRASO            PIC 9(05) VALUE ZEROS.
       01  WRK-TOTAL-ATRASO             PIC 9(09)V99 VALUE ZEROS.
       01  WRK-TOTAL-A-VENCER           PIC 9(09)V99 VALUE ZEROS.
       01  WRK-NOME-CLIENTE             PIC X(30) VALUE SPACES.
       01  WRK-EMPRESA-CLIENTE          PIC X(20) VALUE SPACES.
       01  WRK-SITUACAO-CONTA           PIC X(09) VALUE SPACES.

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
                   EVALUATE WRK-OPCAO
                       WHEN 1 PERFORM 0003-REGISTRA-PAGAMENTO
                       WHEN 2 PERFORM 0004-EMITE-EXTRATO
                       WHEN 3 PERFORM 0005-CONTAS-EM-ATRASO
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
                                   'INVALIDA'
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
           DISPLAY ' CONTAS DE CONVENIO'
           DISPLAY ' 1 - REGISTRAR PAGAMENTO NA CONTA'
           DISPLAY ' 2 - EXTRATO MENSAL DO CLIENTE'
           DISPLAY ' 3 - RELATORIO DE CONTAS EM ATRASO'
           DISPLAY ' 9 - SAIR'
           DISPLAY '========================================='
           DISPLAY 'OPCAO: '
           ACCEPT WRK-OPCAO
           .
      *----------------------------------------------------------------------------------*
       0002-END.              EXIT.
      *----------------------------------------------------------------------------------*

      *----------------------------------------------------------------------------------*
      *    REGISTRA UM PAGAMENTO RECEBIDO NA CONTA DO CLIENTE: ABATE O
      *    SALDO EM ABERTO E GRAVA O LANCAMENTO P EM CONVREC.DAT COM O
      *    TERMINAL E A FORMA RECEBIDA (ENTRA NO FECHAMENTO E NA
      *    CONFERENCIA DO CAIXA DO DIA)
      *----------------------------------------------------------------------------------*
       0003-REGISTRA-PAGAMENTO SECTION.
      *----------------------------------------------------------------------------------*

           DISPLAY 'CPF DO CLIENTE: '
           ACCEPT WRK-CPF-CONSULTA

           IF WRK-CPF-CONSULTA = SPACES
               DISPLAY 'CPF INVALIDO'
           ELSE
               OPEN I-O FD-CLIENTES
               IF WRK-FS-CLIENTES NOT = '00'
                   DISPLAY 'CADASTRO DE CLIENTES AINDA NAO EXISTE'
               ELSE
                   MOVE WRK-CPF-CONSULTA TO CLI-CPF
                   READ FD-CLIENTES
                       INVALID KEY
                           DISPLAY 'CLIENTE NAO ENCONTRADO'
                       NOT INVALID KEY
                           IF CLI-CONV-SEM-CONTA
                               DISPLAY 'CLIENTE SEM CONTA DE '
                                       'CONVENIO'
                           ELSE
                               IF CLI-CONV-SALDO = ZEROS
                                   DISPLAY 'CONTA SEM SALDO EM ABERTO'
                               ELSE
                                   PERFORM 0003-A-RECEBE-PAGAMENTO
                               END-IF
                           END-IF
                   END-READ
                   CLOSE FD-CLIENTES
               END-IF
           END-IF
           .
      *----------------------------------------------------------------------------------*
       0003-END.              EXIT.
      *----------------------------------------------------------------------------------*

      *----------------------------------------------------------------------------------*
      *    RECEBE TERMINAL, FORMA E VALOR, ATUALIZA O SALDO DO CLIENTE
      *    E GRAVA O LANCAMENTO DE PAGAMENTO
      *----------------------------------------------------------------------------------*
       0003-A-RECEBE-PAGAMENTO SECTION.
      *----------------------------------------------------------------------------------*

           DISPLAY 'CLIENTE.........: ' CLI-NOME
           DISPLAY 'EMPRESA.........: ' CLI-CONV-EMPRESA
           DISPLAY 'SALDO EM ABERTO.: ' CLI-CONV-SALDO

           MOVE ZEROS TO WRK-TERMINAL
           PERFORM UNTIL WRK-TERMINAL > ZEROS
               DISPLAY 'NUMERO DO TERMINAL (PDV) DO RECEBIMENTO: '
               ACCEPT WRK-TERMINAL
               IF WRK-TERMINAL = ZEROS
                   DISPLAY 'TERMINAL INVALIDO - TENTE NOVAMENTE'
               END-IF
           END-PERFORM

           MOVE ZEROS TO WRK-FORMA-PGTO
           PERFORM UNTIL WRK-FORMA-PGTO > ZEROS
                     AND WRK-FORMA-PGTO < 5
               DISPLAY 'FORMA: 1-DINHEIRO 2-CREDITO 3-DEBITO 4-PIX: '
               ACCEPT WRK-FORMA-PGTO
               IF WRK-FORMA-PGTO = ZEROS OR WRK-FORMA-PGTO > 4
                   DISPLAY 'FORMA INVALIDA - TENTE NOVAMENTE'
               END-IF
           END-PERFORM

           DISPLAY 'VALOR DO PAGAMENTO (ZERO P/ SALDO TOTAL): '
           ACCEPT WRK-VALOR-PAGTO
           IF WRK-VALOR-PAGTO = ZEROS
               MOVE CLI-CONV-SALDO TO WRK-VALOR-PAGTO
           END-IF

           MOVE 'N' TO WRK-PAGTO-GRAVADO
           IF WRK-VALOR-PAGTO > CLI-CONV-SALDO
               DISPLAY 'VALOR ACIMA DO SALDO EM ABERTO - PAGAMENTO '
                       'NAO REGISTRADO'
           ELSE
               MOVE FUNCTION CURRENT-DATE TO WRK-DATA-HORA-SISTEMA

      *        O LANCAMENTO 'P' E GRAVADO ANTES DE ABATER O SALDO; QUALQUER
      *        FALHA DEIXA O SALDO DO CLIENTE INALTERADO
               OPEN EXTEND FD-CONVREC
               IF WRK-FS-CONVREC = '35'
                   OPEN OUTPUT FD-CONVREC
               END-IF
               IF WRK-FS-CONVREC NOT = '00'
                   DISPLAY 'LANCAMENTOS DE CONVENIO INDISPONIVEIS - '
                           'STATUS ' WRK-FS-CONVREC
                           ' - PAGAMENTO NAO REGISTRADO'
               ELSE
                   PERFORM 0003-B-GRAVA-PAGAMENTO
                   CLOSE FD-CONVREC
               END-IF
           END-IF

           IF WRK-PAGTO-GRAVADO = 'S'
               IF CLI-CONV-SALDO < CLI-CONV-LIMITE
                   COMPUTE WRK-CONV-DISPONIVEL =
                           CLI-CONV-LIMITE - CLI-CONV-SALDO
               ELSE
                   MOVE ZEROS TO WRK-CONV-DISPONIVEL
               END-IF

               DISPLAY '-----------------------------------------'
               DISPLAY '   COMPROVANTE DE PAGAMENTO - CONVENIO'
               DISPLAY '-----------------------------------------'
               DISPLAY 'DATA/HORA.......: ' WRK-DHS-DATA ' '
                       WRK-DHS-HORA
               DISPLAY 'CPF.............: ' CLI-CPF
               DISPLAY 'CLIENTE.........: ' CLI-NOME
               DISPLAY 'VALOR PAGO......: ' WRK-VALOR-PAGTO ' ('
                       WRK-NOME-PGTO(WRK-FORMA-PGTO) ')'
               DISPLAY 'SALDO EM ABERTO.: ' CLI-CONV-SALDO
               DISPLAY 'DISPONIVEL......: ' WRK-CONV-DISPONIVEL
               DISPLAY 'TERMINAL........: ' WRK-TERMINAL
                       '  OPERADOR: ' WRK-OPERADOR-ID
               DISPLAY '-----------------------------------------'
               DISPLAY 'PAGAMENTO REGISTRADO COM SUCESSO'
           END-IF
           .
      *----------------------------------------------------------------------------------*
       0003-A-END.            EXIT.
      *----------------------------------------------------------------------------------*

      *----------------------------------------------------------------------------------*
      *    GRAVA O LANCAMENTO DE PAGAMENTO NO CONVREC.DAT E, GRAVADO,
      *    ABATE O VALOR DO SALDO EM ABERTO (CLIENTE JA LIDO PARA
      *    ATUALIZACAO). WRK-PAGTO-GRAVADO = 'S' SOMENTE COM AMBOS OK
      *----------------------------------------------------------------------------------*
       0003-B-GRAVA-PAGAMENTO  SECTION.
      *----------------------------------------------------------------------------------*

           MOVE SPACES           TO REG-CONVREC
           MOVE WRK-DHS-DATA     TO CRC-DATA
           MOVE WRK-DHS-HORA     TO CRC-HORA
           MOVE CLI-CPF          TO CRC-CPF
           MOVE 'P'              TO CRC-TIPO
           MOVE WRK-VALOR-PAGTO  TO CRC-VALOR
           MOVE ZEROS            TO CRC-VENCIMENTO
           MOVE WRK-TERMINAL     TO CRC-TERMINAL
           MOVE ZEROS            TO CRC-NUM-TRANSACAO
           MOVE WRK-OPERADOR-ID  TO CRC-OPERADOR
           MOVE WRK-FORMA-PGTO   TO CRC-FORMA-PGTO
           COMPUTE CRC-SALDO-POSTERIOR =
                   CLI-CONV-SALDO - WRK-VALOR-PAGTO
           WRITE REG-CONVREC
           IF WRK-FS-CONVREC NOT = '00'
               DISPLAY 'ERRO AO GRAVAR O LANCAMENTO DE CONVENIO - '
                       'STATUS ' WRK-FS-CONVREC
                       ' - PAGAMENTO NAO REGISTRADO'
           ELSE
               SUBTRACT WRK-VALOR-PAGTO FROM CLI-CONV-SALDO
               REWRITE REG-CLIENTE
               IF WRK-FS-CLIENTES = '00'
                   MOVE 'S' TO WRK-PAGTO-GRAVADO
               ELSE
                   ADD WRK-VALOR-PAGTO TO CLI-CONV-SALDO
                   DISPLAY 'ERRO AO ATUALIZAR O SALDO DO CLIENTE - '
                           'STATUS ' WRK-FS-CLIENTES
                   DISPLAY 'LANCAMENTO DE PAGAMENTO JA GRAVADO NO '
                           'CONVREC.DAT - SALDO DO CADASTRO INALTERADO'
               END-IF
           END-IF
           .
      *----------------------------------------------------------------------------------*
       0003-B-END.            EXIT.
      *----------------------------------------------------------------------------------*

      *----------------------------------------------------------------------------------*
      *    EMITE O EXTRATO MENSAL DA CONTA DE UM CLIENTE EM EXTCONV.TXT:
      *    SALDO ANTERIOR, LANCAMENTOS DO MES E SALDO FINAL
      *----------------------------------------------------------------------------------*
       0004-EMITE-EXTRATO      SECTION.
      *----------------------------------------------------------------------------------*

           DISPLAY 'CPF DO CLIENTE: '
           ACCEPT WRK-CPF-CONSULTA
           DISPLAY 'MES DO EXTRATO (AAAAMM): '
           ACCEPT WRK-EXT-ANOMES

           IF WRK-CPF-CONSULTA = SPACES
              OR WRK-EXT-ANOMES = ZEROS
               DISPLAY 'CPF OU MES INVALIDO'
           ELSE
               OPEN INPUT FD-CLIENTES
               IF WRK-FS-CLIENTES NOT = '00'
                   DISPLAY 'CADASTRO DE CLIENTES AINDA NAO EXISTE'
               ELSE
                   MOVE WRK-CPF-CONSULTA TO CLI-CPF
                   READ FD-CLIENTES
                       INVALID KEY
                           DISPLAY 'CLIENTE NAO ENCONTRADO'
                       NOT INVALID KEY
                           IF CLI-CONV-SEM-CONTA
                               DISPLAY 'CLIENTE SEM CONTA DE '
                                       'CONVENIO'
                           ELSE
                               PERFORM 0004-A-MONTA-EXTRATO
                           END-IF
                   END-READ
                   CLOSE FD-CLIENTES
               END-IF
           END-IF
           .
      *----------------------------------------------------------------------------------*
       0004-END.              EXIT.
      *----------------------------------------------------------------------------------*

      *----------------------------------------------------------------------------------*
      *    LE OS LANCAMENTOS DO CLIENTE: OS ANTERIORES AO MES COMPOEM O
      *    SALDO ANTERIOR E OS DO MES SAO LISTADOS
      *----------------------------------------------------------------------------------*
       0004-A-MONTA-EXTRATO    SECTION.
      *----------------------------------------------------------------------------------*

           MOVE 01    TO WRK-EXT-DIA
           COMPUTE WRK-EXT-DATA-FIM = WRK-EXT-ANOMES * 100 + 31
           MOVE ZEROS TO WRK-EXT-SALDO-ANTERIOR
           MOVE ZEROS TO WRK-EXT-TOTAL-COMPRAS
           MOVE ZEROS TO WRK-EXT-TOTAL-ESTORNOS
           MOVE ZEROS TO WRK-EXT-TOTAL-PAGTOS
           MOVE ZEROS TO WRK-EXT-QTD-LANCAMENTOS

           MOVE 'EXTCONV.TXT' TO WRK-NOME-RELATORIO
           OPEN OUTPUT FD-RELATORIO

           MOVE '========================================'
               TO REG-RELATORIO
           WRITE REG-RELATORIO
           MOVE SPACES TO REG-RELATORIO
           STRING 'EXTRATO DA CONTA DE CONVENIO - MES '
                  WRK-EXT-ANOMES
               DELIMITED BY SIZE INTO REG-RELATORIO
           WRITE REG-RELATORIO
           MOVE SPACES TO REG-RELATORIO
           STRING 'CLIENTE: ' CLI-CPF ' ' CLI-NOME
               DELIMITED BY SIZE INTO REG-RELATORIO
           WRITE REG-RELATORIO
           MOVE SPACES TO REG-RELATORIO
           STRING 'EMPRESA: ' CLI-CONV-EMPRESA
                  ' VENCIMENTO: DIA ' CLI-CONV-DIA-VENCTO
               DELIMITED BY SIZE INTO REG-RELATORIO
           WRITE REG-RELATORIO
           MOVE '========================================'
               TO REG-RELATORIO
           WRITE REG-RELATORIO

      *    PRIMEIRA LEITURA: SALDO ANTERIOR AO MES
           MOVE 'N' TO WRK-FIM-CONVREC
           OPEN INPUT FD-CONVREC
           IF WRK-FS-CONVREC = '00'
               PERFORM UNTIL WRK-FIM-CONVREC = 'S'
                   READ FD-CONVREC
                       AT END
                           MOVE 'S' TO WRK-FIM-CONVREC
                       NOT AT END
                           IF CRC-CPF = CLI-CPF
                              AND CRC-DATA < WRK-EXT-DATA-INI
                               EVALUATE TRUE
                                   WHEN CRC-COMPRA
                                       ADD CRC-VALOR
                                        TO WRK-EXT-SALDO-ANTERIOR
                                   WHEN CRC-ESTORNO
                                     OR CRC-PAGAMENTO
                                       SUBTRACT CRC-VALOR
                                        FROM WRK-EXT-SALDO-ANTERIOR
                               END-EVALUATE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE FD-CONVREC
           END-IF

           MOVE SPACES TO REG-RELATORIO
           STRING 'SALDO ANTERIOR: ' WRK-EXT-SALDO-ANTERIOR
               DELIMITED BY SIZE INTO REG-RELATORIO
           WRITE REG-RELATORIO
           MOVE SPACES TO REG-RELATORIO
           STRING 'DATA     HORA   LANCAMENTO TER CUPOM        VALOR '
                  'VENCIMENTO         SALDO'
               DELIMITED BY SIZE INTO REG-RELATORIO
           WRITE REG-RELATORIO

      *    SEGUNDA LEITURA: LANCAMENTOS DO MES
           MOVE WRK-EXT-SALDO-ANTERIOR TO WRK-EXT-SALDO
           MOVE 'N' TO WRK-FIM-CONVREC
           OPEN INPUT FD-CONVREC
           IF WRK-FS-CONVREC = '00'
               PERFORM UNTIL WRK-FIM-CONVREC = 'S'
                   READ FD-CONVREC
                       AT END
                           MOVE 'S' TO WRK-FIM-CONVREC
                       NOT AT END
                           IF CRC-CPF = CLI-CPF
                              AND CRC-DATA NOT < WRK-EXT-DATA-INI
                              AND CRC-DATA NOT > WRK-EXT-DATA-FIM
                               PERFORM 0004-B-LINHA-EXTRATO
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE FD-CONVREC
           END-IF

           IF WRK-EXT-QTD-LANCAMENTOS = ZEROS
               MOVE 'NENHUM LANCAMENTO NO MES' TO REG-RELATORIO
               WRITE REG-RELATORIO
           END-IF

           IF CLI-CONV-SALDO < CLI-CONV-LIMITE
               COMPUTE WRK-CONV-DISPONIVEL =
                       CLI-CONV-LIMITE - CLI-CONV-SALDO
           ELSE
               MOVE ZEROS TO WRK-CONV-DISPONIVEL
           END-IF

           MOVE '----------------------------------------'
               TO REG-RELATORIO
           WRITE REG-RELATORIO
           MOVE SPACES TO REG-RELATORIO
           STRING 'COMPRAS NO MES....: ' WRK-EXT-TOTAL-COMPRAS
               DELIMITED BY SIZE INTO REG-RELATORIO
           WRITE REG-RELATORIO
           MOVE SPACES TO REG-RELATORIO
           STRING 'ESTORNOS NO MES...: ' WRK-EXT-TOTAL-ESTORNOS
               DELIMITED BY SIZE INTO REG-RELATORIO
           WRITE REG-RELATORIO
           MOVE SPACES TO REG-RELATORIO
           STRING 'PAGAMENTOS NO MES.: ' WRK-EXT-TOTAL-PAGTOS
               DELIMITED BY SIZE INTO REG-RELATORIO
           WRITE REG-RELATORIO
           MOVE SPACES TO REG-RELATORIO
           STRING 'SALDO FINAL DO MES: ' WRK-EXT-SALDO
               DELIMITED BY SIZE INTO REG-RELATORIO
           WRITE REG-RELATORIO
           MOVE SPACES TO REG-RELATORIO
           STRING 'SALDO ATUAL: ' CLI-CONV-SALDO
                  ' LIMITE: ' CLI-CONV-LIMITE
                  ' DISPONIVEL: ' WRK-CONV-DISPONIVEL
               DELIMITED BY SIZE INTO REG-RELATORIO
           WRITE REG-RELATORIO
           IF CLI-CONV-BLOQUEADO
               MOVE 'CONTA BLOQUEADA PARA NOVAS COMPRAS'
                   TO REG-RELATORIO
               WRITE REG-RELATORIO
           END-IF

           CLOSE FD-RELATORIO

           DISPLAY 'SALDO ANTERIOR....: ' WRK-EXT-SALDO-ANTERIOR
           DISPLAY 'SALDO FINAL DO MES: ' WRK-EXT-SALDO
           DISPLAY 'EXTRATO GRAVADO EM EXTCONV.TXT'
           .
      *----------------------------------------------------------------------------------*
       0004-A-END.            EXIT.
      *----------------------------------------------------------------------------------*

      *----------------------------------------------------------------------------------*
      *    GRAVA UMA LINHA DO EXTRATO E ACUMULA O SALDO DO MES
      *----------------------------------------------------------------------------------*
       0004-B-LINHA-EXTRATO    SECTION.
      *----------------------------------------------------------------------------------*

           ADD 1 TO WRK-EXT-QTD-LANCAMENTOS

           EVALUATE TRUE
               WHEN CRC-COMPRA
                   MOVE 'COMPRA    ' TO WRK-DESC-TIPO
                   ADD CRC-VALOR TO WRK-EXT-SALDO
                   ADD CRC-VALOR TO WRK-EXT-TOTAL-COMPRAS
               WHEN CRC-ESTORNO
                   MOVE 'ESTORNO   ' TO WRK-DESC-TIPO
                   SUBTRACT CRC-VALOR FROM WRK-EXT-SALDO
                   ADD CRC-VALOR TO WRK-EXT-TOTAL-ESTORNOS
               WHEN CRC-PAGAMENTO
                   MOVE 'PAGAMENTO ' TO WRK-DESC-TIPO
                   SUBTRACT CRC-VALOR FROM WRK-EXT-SALDO
                   ADD CRC-VALOR TO WRK-EXT-TOTAL-PAGTOS
               WHEN OTHER
                   MOVE 'INVALIDO  ' TO WRK-DESC-TIPO
           END-EVALUATE

           MOVE SPACES TO REG-RELATORIO
           STRING CRC-DATA ' ' CRC-HORA ' ' WRK-DESC-TIPO ' '
                  CRC-TERMINAL ' ' CRC-NUM-TRANSACAO ' '
                  CRC-VALOR ' ' CRC-VENCIMENTO ' '
                  WRK-EXT-SALDO
               DELIMITED BY SIZE INTO REG-RELATORIO
           WRITE REG-RELATORIO
           .
      *----------------------------------------------------------------------------------*
       0004-B-END.            EXIT.
      *----------------------------------------------------------------------------------*

      *----------------------------------------------------------------------------------*
      *    RELATORIO DE CONTAS EM ATRASO (ATRASO.TXT): VALOR VENCIDO E
      *    NAO PAGO E VENCIMENTO MAIS ANTIGO EM ABERTO DE CADA CONTA
      *----------------------------------------------------------------------------------*
       0005-CONTAS-EM-ATRASO   SECTION.
      *----------------------------------------------------------------------------------*

           MOVE FUNCTION CURRENT-DATE TO WRK-DATA-HORA-SISTEMA
           MOVE ZEROS TO WRK-QTD-CONTAS
           MOVE ZEROS TO WRK-QTD-CONTAS-FORA
           MOVE ZEROS TO WRK-QTD-EM-ATRASO
           MOVE ZEROS TO WRK-TOTAL-ATRASO
           MOVE ZEROS TO WRK-TOTAL-A-VENCER

           OPEN INPUT FD-CONVREC
           IF WRK-FS-CONVREC NOT = '00'
               DISPLAY 'NENHUM LANCAMENTO DE CONVENIO REGISTRADO'
           ELSE
               CLOSE FD-CONVREC
               PERFORM 0005-A-SOMA-CREDITOS
               PERFORM 0005-B-APURA-ATRASO
               PERFORM 0005-C-EMITE-ATRASO

               DISPLAY 'CONTAS EM ATRASO..: ' WRK-QTD-EM-ATRASO
               DISPLAY 'TOTAL EM ATRASO...: ' WRK-TOTAL-ATRASO
               IF WRK-QTD-CONTAS-FORA > ZEROS
                   DISPLAY 'ATENCAO: ' WRK-QTD-CONTAS-FORA
                           ' LANCAMENTOS IGNORADOS (TABELA DE '
                           'CONTAS CHEIA)'
               END-IF
               DISPLAY 'RELATORIO GRAVADO EM ATRASO.TXT'
           END-IF
           .
      *----------------------------------------------------------------------------------*
       0005-END.              EXIT.
      *----------------------------------------------------------------------------------*

      *----------------------------------------------------------------------------------*
      *    PRIMEIRA LEITURA: TOTAL DE CREDITOS (PAGAMENTOS E ESTORNOS)
      *    DE CADA CONTA
      *----------------------------------------------------------------------------------*
       0005-A-SOMA-CREDITOS    SECTION.
      *----------------------------------------------------------------------------------*

           MOVE 'N' TO WRK-FIM-CONVREC
           OPEN INPUT FD-CONVREC

           PERFORM UNTIL WRK-FIM-CONVREC = 'S'
               READ FD-CONVREC
                   AT END
                       MOVE 'S' TO WRK-FIM-CONVREC
                   NOT AT END
                       PERFORM 0005-D-LOCALIZA-CONTA
                       IF WRK-ACHOU = 'S'
                          AND (CRC-ESTORNO OR CRC-PAGAMENTO)
                           ADD CRC-VALOR
                               TO WRK-CTA-CREDITO(WRK-IDX-CTA)
                       END-IF
               END-READ
           END-PERFORM

           CLOSE FD-CONVREC
           .
      *----------------------------------------------------------------------------------*
       0005-A-END.            EXIT.
      *----------------------------------------------------------------------------------*

      *----------------------------------------------------------------------------------*
      *    SEGUNDA LEITURA: AS COMPRAS, EM ORDEM DE LANCAMENTO, CONSOMEM
      *    OS CREDITOS DA CONTA; O QUE SOBRA DESCOBERTO ESTA EM ATRASO
      *    (VENCIMENTO ANTERIOR A HOJE) OU A VENCER
      *----------------------------------------------------------------------------------*
       0005-B-APURA-ATRASO     SECTION.
      *----------------------------------------------------------------------------------*

           MOVE 'N' TO WRK-FIM-CONVREC
           OPEN INPUT FD-CONVREC

           PERFORM UNTIL WRK-FIM-CONVREC = 'S'
               READ FD-CONVREC
                   AT END
                       MOVE 'S' TO WRK-FIM-CONVREC
                   NOT AT END
                       IF CRC-COMPRA
                           PERFORM 0005-D-LOCALIZA-CONTA
                           IF WRK-ACHOU = 'S'
                               PERFORM 0005-E-ABATE-COMPRA
                           END-IF
                       END-IF
               END-READ
           END-PERFORM

           CLOSE FD-CONVREC
           .
      *----------------------------------------------------------------------------------*
       0005-B-END.            EXIT.
      *----------------------------------------------------------------------------------*

      *----------------------------------------------------------------------------------*
      *    GRAVA O RELATORIO COM AS CONTAS QUE TEM VALOR EM ATRASO
      *----------------------------------------------------------------------------------*
       0005-C-EMITE-ATRASO     SECTION.
      *----------------------------------------------------------------------------------*

           MOVE 'ATRASO.TXT' TO WRK-NOME-RELATORIO
           OPEN OUTPUT FD-RELATORIO

           MOVE '========================================'
               TO REG-RELATORIO
           WRITE REG-RELATORIO
           MOVE SPACES TO REG-RELATORIO
           STRING 'CONTAS DE CONVENIO EM ATRASO - POSICAO EM '
                  WRK-DHS-DATA
               DELIMITED BY SIZE INTO REG-RELATORIO
           WRITE REG-RELATORIO
           MOVE '========================================'
               TO REG-RELATORIO
           WRITE REG-RELATORIO
           MOVE SPACES TO REG-RELATORIO
           STRING 'CPF         CLIENTE                        '
                  'EMPRESA              SITUACAO  VENCIDAS '
                  'EM ATRASO VENC.ANTIGO     A VENCER'
               DELIMITED BY SIZE INTO REG-RELATORIO
           WRITE REG-RELATORIO

           MOVE 'N' TO WRK-CLIENTES-ABERTO
           OPEN INPUT FD-CLIENTES
           IF WRK-FS-CLIENTES = '00'
               MOVE 'S' TO WRK-CLIENTES-ABERTO
           END-IF

           PERFORM VARYING WRK-IDX-CTA FROM 1 BY 1
                   UNTIL WRK-IDX-CTA > WRK-QTD-CONTAS
               ADD WRK-CTA-A-VENCER(WRK-IDX-CTA) TO WRK-TOTAL-A-VENCER
               IF WRK-CTA-ATRASO(WRK-IDX-CTA) > ZEROS
                   ADD 1 TO WRK-QTD-EM-ATRASO
                   ADD WRK-CTA-ATRASO(WRK-IDX-CTA) TO WRK-TOTAL-ATRASO
                   PERFORM 0005-F-DADOS-CLIENTE
                   MOVE SPACES TO REG-RELATORIO
                   STRING WRK-CTA-CPF(WRK-IDX-CTA) ' '
                          WRK-NOME-CLIENTE ' '
                          WRK-EMPRESA-CLIENTE ' '
                          WRK-SITUACAO-CONTA ' '
                          WRK-CTA-QTD-ATRASO(WRK-IDX-CTA) ' '
                          WRK-CTA-ATRASO(WRK-IDX-CTA) ' '
                          WRK-CTA-VENC-ANTIGO(WRK-IDX-CTA) ' '
                          WRK-CTA-A-VENCER(WRK-IDX-CTA)
                       DELIMITED BY SIZE INTO REG-RELATORIO
                   WRITE REG-RELATORIO
               END-IF
           END-PERFORM

           IF WRK-CLIENTES-ABERTO = 'S'
               CLOSE FD-CLIENTES
               MOVE 'N' TO WRK-CLIENTES-ABERTO
           END-IF

           IF WRK-QTD-EM-ATRASO = ZEROS
               MOVE 'NENHUMA CONTA EM ATRASO' TO REG-RELATORIO
               WRITE REG-RELATORIO
           END-IF

           MOVE '----------------------------------------'
               TO REG-RELATORIO
           WRITE REG-RELATORIO
           MOVE SPACES TO REG-RELATORIO
           STRING 'CONTAS EM ATRASO: ' WRK-QTD-EM-ATRASO
                  ' TOTAL EM ATRASO: ' WRK-TOTAL-ATRASO
               DELIMITED BY SIZE INTO REG-RELATORIO
           WRITE REG-RELATORIO
           MOVE SPACES TO REG-RELATORIO
           STRING 'TOTAL A VENCER (TODAS AS CONTAS): '
                  WRK-TOTAL-A-VENCER
               DELIMITED BY SIZE INTO REG-RELATORIO
           WRITE REG-RELATORIO
           IF WRK-QTD-CONTAS-FORA > ZEROS
               MOVE SPACES TO REG-RELATORIO
               STRING 'LANCAMENTOS IGNORADOS (TABELA DE CONTAS '
                      'CHEIA): ' WRK-QTD-CONTAS-FORA
                   DELIMITED BY SIZE INTO REG-RELATORIO
               WRITE REG-RELATORIO
           END-IF

           CLOSE FD-RELATORIO
           .
      *----------------------------------------------------------------------------------*
       0005-C-END.            EXIT.
      *----------------------------------------------------------------------------------*

      *----------------------------------------------------------------------------------*
      *    LOCALIZA A CONTA DO LANCAMENTO NA TABELA, INCLUINDO-A SE
      *    AINDA NAO EXISTIR
      *----------------------------------------------------------------------------------*
       0005-D-LOCALIZA-CONTA   SECTION.
      *----------------------------------------------------------------------------------*

           MOVE 'N' TO WRK-ACHOU

           PERFORM VARYING WRK-IDX-CTA FROM 1 BY 1
                   UNTIL WRK-IDX-CTA > WRK-QTD-CONTAS
                      OR WRK-ACHOU = 'S'
               IF WRK-CTA-CPF(WRK-IDX-CTA) = CRC-CPF
                   MOVE 'S' TO WRK-ACHOU
               END-IF
           END-PERFORM

           IF WRK-ACHOU = 'S'
               SUBTRACT 1 FROM WRK-IDX-CTA
           ELSE
               IF WRK-QTD-CONTAS < WRK-MAX-CONTAS
                   ADD 1 TO WRK-QTD-CONTAS
                   MOVE WRK-QTD-CONTAS TO WRK-IDX-CTA
                   MOVE CRC-CPF TO WRK-CTA-CPF(WRK-IDX-CTA)
                   MOVE ZEROS   TO WRK-CTA-CREDITO(WRK-IDX-CTA)
                   MOVE ZEROS   TO WRK-CTA-ATRASO(WRK-IDX-CTA)
                   MOVE ZEROS   TO WRK-CTA-A-VENCER(WRK-IDX-CTA)
                   MOVE ZEROS   TO WRK-CTA-VENC-ANTIGO(WRK-IDX-CTA)
                   MOVE ZEROS   TO WRK-CTA-QTD-ATRASO(WRK-IDX-CTA)
                   MOVE 'S' TO WRK-ACHOU
               ELSE
                   ADD 1 TO WRK-QTD-CONTAS-FORA
               END-IF
           END-IF
           .
      *----------------------------------------------------------------------------------*
       0005-D-END.            EXIT.
      *----------------------------------------------------------------------------------*

      *----------------------------------------------------------------------------------*
      *    ABATE OS CREDITOS DA CONTA DA COMPRA LIDA E CLASSIFICA A PARTE
      *    DESCOBERTA EM ATRASO OU A VENCER
      *----------------------------------------------------------------------------------*
       0005-E-ABATE-COMPRA     SECTION.
      *----------------------------------------------------------------------------------*

           IF WRK-CTA-CREDITO(WRK-IDX-CTA) NOT < CRC-VALOR
               SUBTRACT CRC-VALOR FROM WRK-CTA-CREDITO(WRK-IDX-CTA)
               MOVE ZEROS TO WRK-VALOR-DESCOBERTO
           ELSE
               COMPUTE WRK-VALOR-DESCOBERTO =
                       CRC-VALOR - WRK-CTA-CREDITO(WRK-IDX-CTA)
               MOVE ZEROS TO WRK-CTA-CREDITO(WRK-IDX-CTA)
           END-IF

           IF WRK-VALOR-DESCOBERTO > ZEROS
               IF CRC-VENCIMENTO < WRK-DHS-DATA
                   ADD WRK-VALOR-DESCOBERTO
                       TO WRK-CTA-ATRASO(WRK-IDX-CTA)
                   ADD 1 TO WRK-CTA-QTD-ATRASO(WRK-IDX-CTA)
                   IF WRK-CTA-VENC-ANTIGO(WRK-IDX-CTA) = ZEROS
                      OR CRC-VENCIMENTO
                         < WRK-CTA-VENC-ANTIGO(WRK-IDX-CTA)
                       MOVE CRC-VENCIMENTO
                           TO WRK-CTA-VENC-ANTIGO(WRK-IDX-CTA)
                   END-IF
               ELSE
                   ADD WRK-VALOR-DESCOBERTO
                       TO WRK-CTA-A-VENCER(WRK-IDX-CTA)
               END-IF
           END-IF
           .
      *----------------------------------------------------------------------------------*
       0005-E-END.            EXIT.
      *----------------------------------------------------------------------------------*

      *----------------------------------------------------------------------------------*
      *    BUSCA NOME, EMPRESA E SITUACAO DA CONTA NO CADASTRO
      *----------------------------------------------------------------------------------*
       0005-F-DADOS-CLIENTE    SECTION.
      *----------------------------------------------------------------------------------*

           MOVE 'NAO CADASTRADO' TO WRK-NOME-CLIENTE
           MOVE SPACES           TO WRK-EMPRESA-CLIENTE
           MOVE SPACES           TO WRK-SITUACAO-CONTA

           IF WRK-CLIENTES-ABERTO = 'S'
               MOVE WRK-CTA-CPF(WRK-IDX-CTA) TO CLI-CPF
               READ FD-CLIENTES
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE CLI-NOME         TO WRK-NOME-CLIENTE
                       MOVE CLI-CONV-EMPRESA TO WRK-EMPRESA-CLIENTE
                       EVALUATE TRUE
                           WHEN CLI-CONV-ATIVO
                               MOVE 'ATIVA'     TO WRK-SITUACAO-CONTA
                           WHEN CLI-CONV-BLOQUEADO
                               MOVE 'BLOQUEADA' TO WRK-SITUACAO-CONTA
                           WHEN OTHER
                               MOVE 'ENCERRADA' TO WRK-SITUACAO-CONTA
                       END-EVALUATE
               END-READ
           END-IF
           .
      *----------------------------------------------------------------------------------*
       0005-F-END.            EXIT.
      *----------------------------------------------------------------------------------*
