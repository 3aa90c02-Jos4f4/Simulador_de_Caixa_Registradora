               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WRK-FS-VENDAS.

           SELECT FD-HISTVENDA ASSIGN TO "HISTVEND.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HSV-CHAVE
               ALTERNATE RECORD KEY IS HSV-CPF-CLIENTE
                   WITH DUPLICATES
               FILE STATUS IS WRK-FS-HISTVENDA.

       DATA DIVISION.
       FILE SECTION.

       FD  FD-VENDAS.
       COPY WVENDA.

       FD  FD-HISTVENDA.
       COPY WHISTVND.

       WORKING-STORAGE SECTION.

       01  WRK-OPCAO                    PIC 9(01) VALUE ZEROS.
       01  WRK-NOME-ANTERIOR            PIC X(30) VALUE SPACES.

      *--------------------------------------------------------------*
      *    MANUTENCAO DA CONTA DE CONVENIO (VENDA A PRAZO)
      *--------------------------------------------------------------*
       01  WRK-CONV-STATUS-NOVO         PIC X(01) VALUE SPACES.
       01  WRK-CONV-EMPRESA-NOVA        PIC X(20) VALUE SPACES.
       01  WRK-CONV-LIMITE-NOVO         PIC 9(06)V99 VALUE ZEROS.
       01  WRK-CONV-DIA-NOVO            PIC 9(02) VALUE ZEROS.
       01  WRK-CONV-DISPONIVEL          PIC 9(07)V99 VALUE ZEROS.
       01  WRK-CONV-DADOS-OK            PIC X(01) VALUE 'S'.

      *--------------------------------------------------------------*
      *    HISTORICO DE COMPRAS DO CLIENTE CONSULTADO (HISTORICO
      *    INDEXADO PELO CPF MAIS O DIA CORRENTE, OU SOMENTE O ARQUIVO
      *    DATADO GERADO PELO ARQVENDA QUANDO A DATA E INFORMADA)
      *--------------------------------------------------------------*
       01  WRK-FS-HISTVENDA             PIC X(02) VALUE '00'.
       01  WRK-HIST-TERMINAL            PIC 9(03) VALUE ZEROS.
       01  WRK-NOME-VENDAS              PIC X(30) VALUE 'VENDAS.DAT'.
       01  WRK-DATA-ARQUIVO             PIC 9(08) VALUE ZEROS.
       01  WRK-CPF-CONSULTA             PIC X(11) VALUE SPACES.
                   WHEN 3 PERFORM 0004-INATIVAR-CLIENTE
                   WHEN 4 PERFORM 0005-CONSULTAR-CLIENTE
                   WHEN 5 PERFORM 0006-HISTORICO-COMPRAS
                   WHEN 6 PERFORM 0007-CONTA-CONVENIO
                   WHEN 9 MOVE 'N' TO WRK-CONTINUA
                   WHEN OTHER
                       DISPLAY 'OPCAO INVALIDA'
           DISPLAY ' 3 - INATIVAR CLIENTE'
           DISPLAY ' 4 - CONSULTAR CLIENTE'
           DISPLAY ' 5 - HISTORICO DE COMPRAS'
           DISPLAY ' 6 - CONTA CONVENIO'
           DISPLAY ' 9 - SAIR'
           DISPLAY '========================================='
           DISPLAY 'OPCAO: '
                       ACCEPT CLI-NOME
                       MOVE 'A'   TO CLI-STATUS
                       MOVE ZEROS TO CLI-PONTOS
                       MOVE SPACE TO CLI-CONV-STATUS
                       MOVE SPACES TO CLI-CONV-EMPRESA
                       MOVE ZEROS TO CLI-CONV-LIMITE
                       MOVE ZEROS TO CLI-CONV-SALDO
                       MOVE ZEROS TO CLI-CONV-DIA-VENCTO
                       MOVE SPACES TO CLI-RESERVA
                       WRITE REG-CLIENTE
                       DISPLAY 'CLIENTE INCLUIDO COM SUCESSO'
                   NOT INVALID KEY
                       ELSE
                           DISPLAY 'STATUS....: INATIVO'
                       END-IF
                       EVALUATE TRUE
                           WHEN CLI-CONV-ATIVO
                               DISPLAY 'CONVENIO..: ATIVO - '
                                       CLI-CONV-EMPRESA
                           WHEN CLI-CONV-BLOQUEADO
                               DISPLAY 'CONVENIO..: BLOQUEADO - '
                                       CLI-CONV-EMPRESA
                           WHEN OTHER
                               DISPLAY 'CONVENIO..: SEM CONTA'
                       END-EVALUATE
                       IF NOT CLI-CONV-SEM-CONTA
                           DISPLAY 'LIMITE....: ' CLI-CONV-LIMITE
                           DISPLAY 'SALDO.....: ' CLI-CONV-SALDO
                           DISPLAY 'VENCIMENTO: DIA '
                                   CLI-CONV-DIA-VENCTO
                       END-IF
               END-READ
               CLOSE FD-CLIENTES
           END-IF
               DISPLAY 'CPF INVALIDO'
           ELSE
               DISPLAY 'DATA DO ARQUIVO A CONSULTAR (AAAAMMDD, '
                       'ZERO P/ HISTORICO COMPLETO): '
               ACCEPT WRK-DATA-ARQUIVO

               MOVE 'N'   TO WRK-VENDA-DO-CLIENTE
               MOVE ZEROS TO WRK-QTD-COMPRAS
               MOVE ZEROS TO WRK-TOTAL-COMPRAS

               DISPLAY '-----------------------------------------'
               DISPLAY 'HISTORICO DE COMPRAS - CPF '
                       WRK-CPF-CONSULTA

               IF WRK-DATA-ARQUIVO > ZEROS
                   MOVE SPACES TO WRK-NOME-VENDAS
                   STRING 'VENDAS-' WRK-DATA-ARQUIVO '.DAT'
                       DELIMITED BY SIZE INTO WRK-NOME-VENDAS
                   PERFORM 0006-B-LE-ARQUIVO-VENDAS
               ELSE
                   PERFORM 0006-C-LE-HISTORICO
                   MOVE 'VENDAS.DAT' TO WRK-NOME-VENDAS
                   PERFORM 0006-B-LE-ARQUIVO-VENDAS
               END-IF

               DISPLAY '-----------------------------------------'
               DISPLAY 'COMPRAS ENCONTRADAS: ' WRK-QTD-COMPRAS
               DISPLAY 'TOTAL COMPRADO.....: ' WRK-TOTAL-COMPRAS
               DISPLAY '-----------------------------------------'
           END-IF
           .
      *----------------------------------------------------------------------------------*
                       MOVE 'S' TO WRK-VENDA-DO-CLIENTE
                       MOVE REG-VENDA-H-DATA TO WRK-HIST-DATA
                       MOVE REG-VENDA-NUM-TRANSACAO TO WRK-HIST-NUM
                       MOVE REG-VENDA-TERMINAL TO WRK-HIST-TERMINAL
                   ELSE
                       MOVE 'N' TO WRK-VENDA-DO-CLIENTE
                   END-IF
                    AND WRK-VENDA-DO-CLIENTE = 'S'
                   ADD 1 TO WRK-QTD-COMPRAS
                   ADD REG-VENDA-T-TOTAL-FINAL TO WRK-TOTAL-COMPRAS
                   DISPLAY 'TERMINAL ' WRK-HIST-TERMINAL
                           ' CUPOM ' WRK-HIST-NUM
                           ' DATA ' WRK-HIST-DATA
                           ' TOTAL ' REG-VENDA-T-TOTAL-FINAL
                   MOVE 'N' TO WRK-VENDA-DO-CLIENTE
      *----------------------------------------------------------------------------------*
       0006-A-END.            EXIT.
      *----------------------------------------------------------------------------------*

      *----------------------------------------------------------------------------------*
      *    LE O ARQUIVO DE VENDAS (DIA CORRENTE OU ARQUIVO DATADO) NA
      *    MONTAGEM DO HISTORICO DO CLIENTE
      *----------------------------------------------------------------------------------*
       0006-B-LE-ARQUIVO-VENDAS SECTION.
      *----------------------------------------------------------------------------------*

           MOVE 'N' TO WRK-FIM-ARQUIVO
           MOVE 'N' TO WRK-VENDA-DO-CLIENTE

           OPEN INPUT FD-VENDAS

           IF WRK-FS-VENDAS NOT = '00'
               IF WRK-DATA-ARQUIVO > ZEROS
                   DISPLAY 'ARQUIVO DE VENDAS NAO ENCONTRADO OU '
                           'VAZIO'
               END-IF
           ELSE
               PERFORM UNTIL WRK-FIM-ARQUIVO = 'S'
                   READ FD-VENDAS
                       AT END
                           MOVE 'S' TO WRK-FIM-ARQUIVO
                       NOT AT END
                           PERFORM 0006-A-TRATA-REGISTRO
                   END-READ
               END-PERFORM
               CLOSE FD-VENDAS
           END-IF
           .
      *----------------------------------------------------------------------------------*
       0006-B-END.            EXIT.
      *----------------------------------------------------------------------------------*

      *----------------------------------------------------------------------------------*
      *    LE AS COMPRAS DO CLIENTE NO HISTORICO INDEXADO DE VENDAS
      *    PELA CHAVE ALTERNATIVA DE CPF (TODOS OS DIAS JA ARQUIVADOS)
      *----------------------------------------------------------------------------------*
       0006-C-LE-HISTORICO     SECTION.
      *----------------------------------------------------------------------------------*

           MOVE 'N' TO WRK-FIM-ARQUIVO
           MOVE 'N' TO WRK-VENDA-DO-CLIENTE

           OPEN INPUT FD-HISTVENDA

           IF WRK-FS-HISTVENDA NOT = '00'
               DISPLAY 'HISTORICO DE VENDAS NAO DISPONIVEL - '
                       'EXIBINDO SOMENTE O DIA CORRENTE'
           ELSE
               MOVE WRK-CPF-CONSULTA TO HSV-CPF-CLIENTE
               START FD-HISTVENDA KEY = HSV-CPF-CLIENTE
                   INVALID KEY
                       MOVE 'S' TO WRK-FIM-ARQUIVO
               END-START

               PERFORM UNTIL WRK-FIM-ARQUIVO = 'S'
                   READ FD-HISTVENDA NEXT
                       AT END
                           MOVE 'S' TO WRK-FIM-ARQUIVO
                       NOT AT END
                           IF HSV-CPF-CLIENTE NOT = WRK-CPF-CONSULTA
                               MOVE 'S' TO WRK-FIM-ARQUIVO
                           ELSE
                               MOVE HSV-REG-VENDA TO REG-VENDA
                               PERFORM 0006-A-TRATA-REGISTRO
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE FD-HISTVENDA
           END-IF
           .
      *----------------------------------------------------------------------------------*
       0006-C-END.            EXIT.
      *----------------------------------------------------------------------------------*

      *----------------------------------------------------------------------------------*
      *    ABRE OU ALTERA A CONTA DE CONVENIO DO CLIENTE (STATUS,
      *    EMPRESA, LIMITE DE CREDITO E DIA DE VENCIMENTO). O SALDO
      *    SO E MOVIMENTADO PELO CAIXA, ESTORNO E CONVENIO
      *----------------------------------------------------------------------------------*
       0007-CONTA-CONVENIO     SECTION.
      *----------------------------------------------------------------------------------*

           DISPLAY 'CPF DO CLIENTE: '
           ACCEPT CLI-CPF

           OPEN I-O FD-CLIENTES

           IF WRK-FS-CLIENTES NOT = '00'
               DISPLAY 'CADASTRO DE CLIENTES AINDA NAO EXISTE'
           ELSE
               READ FD-CLIENTES
                   INVALID KEY
                       DISPLAY 'CLIENTE NAO ENCONTRADO'
                   NOT INVALID KEY
                       IF NOT CLI-ATIVO
                           DISPLAY 'CLIENTE INATIVO - CONTA NAO '
                                   'PERMITIDA'
                       ELSE
                           PERFORM 0007-A-ATUALIZA-CONTA
                       END-IF
               END-READ
               CLOSE FD-CLIENTES
           END-IF
           .
      *----------------------------------------------------------------------------------*
       0007-END.              EXIT.
      *----------------------------------------------------------------------------------*

      *----------------------------------------------------------------------------------*
      *    RECEBE OS NOVOS DADOS DA CONTA (BRANCO/ZERO MANTEM O ATUAL)
      *    E REGRAVA O CLIENTE
      *----------------------------------------------------------------------------------*
       0007-A-ATUALIZA-CONTA   SECTION.
      *----------------------------------------------------------------------------------*

           IF CLI-CONV-SEM-CONTA
               DISPLAY 'CLIENTE SEM CONTA DE CONVENIO - ABERTURA'
               MOVE ZEROS TO CLI-CONV-SALDO
               MOVE ZEROS TO CLI-CONV-LIMITE
               MOVE ZEROS TO CLI-CONV-DIA-VENCTO
               MOVE SPACES TO CLI-CONV-EMPRESA
           ELSE
               DISPLAY 'STATUS ATUAL....: ' CLI-CONV-STATUS
               DISPLAY 'EMPRESA ATUAL...: ' CLI-CONV-EMPRESA
               DISPLAY 'LIMITE ATUAL....: ' CLI-CONV-LIMITE
               DISPLAY 'SALDO EM ABERTO.: ' CLI-CONV-SALDO
               DISPLAY 'DIA VENCIMENTO..: ' CLI-CONV-DIA-VENCTO
           END-IF

           MOVE 'S' TO WRK-CONV-DADOS-OK

           DISPLAY 'STATUS (A-ATIVA B-BLOQUEIA, BRANCO P/ MANTER): '
           ACCEPT WRK-CONV-STATUS-NOVO
           IF WRK-CONV-STATUS-NOVO = SPACE
               IF CLI-CONV-SEM-CONTA
                   MOVE 'A' TO WRK-CONV-STATUS-NOVO
               ELSE
                   MOVE CLI-CONV-STATUS TO WRK-CONV-STATUS-NOVO
               END-IF
           END-IF
           IF WRK-CONV-STATUS-NOVO NOT = 'A'
              AND WRK-CONV-STATUS-NOVO NOT = 'B'
               DISPLAY 'STATUS INVALIDO'
               MOVE 'N' TO WRK-CONV-DADOS-OK
           END-IF

           IF WRK-CONV-DADOS-OK = 'S'
               DISPLAY 'EMPRESA CONVENIADA (BRANCO P/ MANTER): '
               ACCEPT WRK-CONV-EMPRESA-NOVA
               IF WRK-CONV-EMPRESA-NOVA = SPACES
                   MOVE CLI-CONV-EMPRESA TO WRK-CONV-EMPRESA-NOVA
               END-IF

               DISPLAY 'LIMITE DE CREDITO (ZERO P/ MANTER): '
               ACCEPT WRK-CONV-LIMITE-NOVO
               IF WRK-CONV-LIMITE-NOVO = ZEROS
                   MOVE CLI-CONV-LIMITE TO WRK-CONV-LIMITE-NOVO
               END-IF
               IF WRK-CONV-LIMITE-NOVO = ZEROS
                   AND WRK-CONV-STATUS-NOVO = 'A'
                   DISPLAY 'CONTA ATIVA EXIGE LIMITE DE CREDITO'
                   MOVE 'N' TO WRK-CONV-DADOS-OK
               END-IF
           END-IF

           IF WRK-CONV-DADOS-OK = 'S'
               DISPLAY 'DIA DE VENCIMENTO 1 A 28 (ZERO P/ MANTER): '
               ACCEPT WRK-CONV-DIA-NOVO
               IF WRK-CONV-DIA-NOVO = ZEROS
                   MOVE CLI-CONV-DIA-VENCTO TO WRK-CONV-DIA-NOVO
               END-IF
               IF WRK-CONV-DIA-NOVO < 1 OR WRK-CONV-DIA-NOVO > 28
                   DISPLAY 'DIA DE VENCIMENTO INVALIDO'
                   MOVE 'N' TO WRK-CONV-DADOS-OK
               END-IF
           END-IF

           IF WRK-CONV-DADOS-OK = 'N'
               DISPLAY 'CONTA DE CONVENIO NAO ALTERADA'
           ELSE
               MOVE WRK-CONV-STATUS-NOVO  TO CLI-CONV-STATUS
               MOVE WRK-CONV-EMPRESA-NOVA TO CLI-CONV-EMPRESA
               MOVE WRK-CONV-LIMITE-NOVO  TO CLI-CONV-LIMITE
               MOVE WRK-CONV-DIA-NOVO     TO CLI-CONV-DIA-VENCTO
               REWRITE REG-CLIENTE
           END-IF

           IF WRK-CONV-DADOS-OK = 'S'
              AND WRK-FS-CLIENTES NOT = '00'
               DISPLAY 'ERRO AO GRAVAR A CONTA DE CONVENIO - STATUS '
                       WRK-FS-CLIENTES
               DISPLAY 'CONTA DE CONVENIO NAO ALTERADA'
           END-IF

           IF WRK-CONV-DADOS-OK = 'S'
              AND WRK-FS-CLIENTES = '00'
               IF CLI-CONV-SALDO > CLI-CONV-LIMITE
                   DISPLAY 'ATENCAO: SALDO EM ABERTO ACIMA DO NOVO '
                           'LIMITE - NOVAS COMPRAS BLOQUEADAS'
               ELSE
                   COMPUTE WRK-CONV-DISPONIVEL =
                           CLI-CONV-LIMITE - CLI-CONV-SALDO
                   DISPLAY 'DISPONIVEL PARA COMPRAS: '
                           WRK-CONV-DISPONIVEL
               END-IF
               DISPLAY 'CONTA DE CONVENIO ATUALIZADA COM SUCESSO'
           END-IF
           .
      *----------------------------------------------------------------------------------*
       0007-A-END.            EXIT.
      *----------------------------------------------------------------------------------*
