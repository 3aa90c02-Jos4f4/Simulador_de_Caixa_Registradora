               RECORD KEY IS ESP-CHAVE
               FILE STATUS IS WRK-FS-ESPERA.

           SELECT FD-PENDENCIA ASSIGN TO "PENDVDA.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PND-CHAVE
               FILE STATUS IS WRK-FS-PENDENCIA.

           SELECT FD-HISTVENDA ASSIGN TO "HISTVEND.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HSV-CHAVE
               ALTERNATE RECORD KEY IS HSV-CPF-CLIENTE
                   WITH DUPLICATES
               FILE STATUS IS WRK-FS-HISTVENDA.

       DATA DIVISION.
       FILE SECTION.

       FD  FD-ESPERA.
       COPY WESPERA.

       FD  FD-PENDENCIA.
       COPY WPENDVDA.

       FD  FD-HISTVENDA.
       COPY WHISTVND.

       WORKING-STORAGE SECTION.

       01  WRK-FS-VENDAS                PIC X(02) VALUE '00'.
       01  WRK-QTD-ESPERAS              PIC 9(03) VALUE ZEROS.
       01  WRK-RESP-PURGA               PIC X(01) VALUE 'N'.

      *--------------------------------------------------------------*
      *    VENDAS INTERROMPIDAS NO CAIXA AINDA NAO RECUPERADAS
      *    (DIARIO PENDVDA.DAT) - IMPEDEM O ARQUIVAMENTO
      *--------------------------------------------------------------*
       01  WRK-FS-PENDENCIA             PIC X(02) VALUE '00'.
       01  WRK-FIM-PENDENCIA            PIC X(01) VALUE 'N'.
       01  WRK-QTD-PENDENCIAS           PIC 9(03) VALUE ZEROS.

      *--------------------------------------------------------------*
      *    CARGA DO DIA ARQUIVADO NO HISTORICO INDEXADO DE VENDAS
      *    (TAMBEM PERMITIDA PARA DIA JA ARQUIVADO, PARA COMPLETAR O
      *    HISTORICO COM ARQUIVOS DATADOS ANTERIORES)
      *--------------------------------------------------------------*
       01  WRK-FS-HISTVENDA             PIC X(02) VALUE '00'.
       01  WRK-SO-HISTORICO             PIC X(01) VALUE 'N'.
       01  WRK-RESP-HISTORICO           PIC X(01) VALUE 'N'.
       01  WRK-HIST-SEQ                 PIC 9(06) VALUE ZEROS.
       01  WRK-HIST-TERMINAL            PIC 9(03) VALUE ZEROS.
       01  WRK-HIST-NUM                 PIC 9(06) VALUE ZEROS.
       01  WRK-HIST-CPF                 PIC X(11) VALUE SPACES.
       01  WRK-QTD-HIST-GRAVADOS        PIC 9(06) VALUE ZEROS.
       01  WRK-QTD-HIST-EXISTENTES      PIC 9(06) VALUE ZEROS.
       01  WRK-QTD-HIST-ERROS           PIC 9(06) VALUE ZEROS.

      *--------------------------------------------------------------*
      *    DATA DO FECHAMENTO E CONTROLE DE DUPLO PROCESSAMENTO
      *--------------------------------------------------------------*
           PERFORM 0001-LE-CONTROLE
           PERFORM 0002-SOLICITA-DATA

           IF WRK-PODE-ARQUIVAR = 'S'
               PERFORM 0009-VERIFICA-PENDENCIAS
           END-IF

           IF WRK-PODE-ARQUIVAR = 'S'
               PERFORM 0003-VALIDA-VENDAS
           END-IF
               DISPLAY 'ARQUIVAMENTO CONCLUIDO - '
                       WRK-QTD-COPIADOS ' REGISTROS MOVIDOS PARA '
                       WRK-NOME-ARQUIVO
               PERFORM 0010-CARREGA-HISTORICO
           ELSE
               DISPLAY 'ARQUIVAMENTO NAO REALIZADO'
               IF WRK-SO-HISTORICO = 'S'
                   MOVE SPACES TO WRK-NOME-ARQUIVO
                   STRING 'VENDAS-' WRK-DATA-FECHAMENTO '.DAT'
                       DELIMITED BY SIZE INTO WRK-NOME-ARQUIVO
                   PERFORM 0010-CARREGA-HISTORICO
               END-IF
           END-IF

           STOP RUN
      *----------------------------------------------------------------------------------*

           MOVE 'N' TO WRK-PODE-ARQUIVAR
           MOVE 'N' TO WRK-SO-HISTORICO

           DISPLAY 'DATA DO FECHAMENTO (AAAAMMDD): '
           ACCEPT WRK-DATA-FECHAMENTO
                           'ARQUIVADO (ULTIMO FECHAMENTO: '
                           WRK-DATA-ULT-FECHA ') - NAO E PERMITIDO '
                           'PROCESSAR DUAS VEZES'
                   DISPLAY 'CARREGAR O ARQUIVO DESSE DIA NO HISTORICO '
                           'DE VENDAS? (S/N): '
                   ACCEPT WRK-RESP-HISTORICO
                   IF WRK-RESP-HISTORICO = 'S'
                       MOVE 'S' TO WRK-SO-HISTORICO
                   END-IF
               WHEN WRK-DATA-FECHAMENTO > WRK-DHS-DATA
                   DISPLAY 'DATA DO FECHAMENTO POSTERIOR A DATA '
                           'CORRENTE - NAO PERMITIDO'
                               WRK-QTD-HEADERS ' HEADERS X '
                               WRK-QTD-TRAILERS ' TRAILERS - '
                               'CORRIJA ANTES DE ARQUIVAR'
                       DISPLAY 'HEADERS SEM TRAILER SAO VENDAS '
                               'INTERROMPIDAS - TRATE-AS NO RECVENDA'
                       MOVE 'N' TO WRK-PODE-ARQUIVAR
                   END-IF
               END-IF
       0008-END.              EXIT.
      *----------------------------------------------------------------------------------*

      *----------------------------------------------------------------------------------*
      *    LISTA AS VENDAS INTERROMPIDAS NO CAIXA QUE AINDA CONSTAM DO
      *    DIARIO E INTERROMPE O ARQUIVAMENTO ATE QUE SEJAM CONCLUIDAS
      *    OU CANCELADAS NO RECVENDA
      *----------------------------------------------------------------------------------*
       0009-VERIFICA-PENDENCIAS SECTION.
      *----------------------------------------------------------------------------------*

           MOVE 'N'   TO WRK-FIM-PENDENCIA
           MOVE ZEROS TO WRK-QTD-PENDENCIAS

           OPEN INPUT FD-PENDENCIA
           IF WRK-FS-PENDENCIA = '00'
               MOVE LOW-VALUES TO PND-CHAVE
               START FD-PENDENCIA KEY NOT < PND-CHAVE
                   INVALID KEY
                       MOVE 'S' TO WRK-FIM-PENDENCIA
               END-START

               PERFORM UNTIL WRK-FIM-PENDENCIA = 'S'
                   READ FD-PENDENCIA NEXT
                       AT END
                           MOVE 'S' TO WRK-FIM-PENDENCIA
                       NOT AT END
                           IF PND-CABECALHO
                               IF WRK-QTD-PENDENCIAS = ZEROS
                                   DISPLAY 'VENDAS INTERROMPIDAS NO '
                                           'CAIXA NAO RECUPERADAS:'
                               END-IF
                               ADD 1 TO WRK-QTD-PENDENCIAS
                               DISPLAY '  TERMINAL ' PND-TERMINAL
                                       ' CUPOM ' PND-NUM-TRANSACAO
                                       ' DATA ' PND-C-DATA
                                       ' HORA ' PND-C-HORA
                                       ' OPERADOR ' PND-C-OPERADOR
                                       ' ETAPA ' PND-C-ETAPA
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE FD-PENDENCIA
           END-IF

           IF WRK-QTD-PENDENCIAS > ZEROS
               MOVE 'N' TO WRK-PODE-ARQUIVAR
               DISPLAY WRK-QTD-PENDENCIAS ' VENDA(S) INTERROMPIDA(S) '
                       'PENDENTE(S) - EXECUTE O RECVENDA ANTES DE '
                       'ARQUIVAR'
           END-IF
           .
      *----------------------------------------------------------------------------------*
       0009-END.              EXIT.
      *----------------------------------------------------------------------------------*

      *----------------------------------------------------------------------------------*
      *    CARREGA O ARQUIVO DATADO DO DIA NO HISTORICO INDEXADO DE
      *    VENDAS; REGISTROS JA CARREGADOS SAO IGNORADOS, DE MODO QUE O
      *    MESMO DIA PODE SER CARREGADO NOVAMENTE SEM DUPLICAR
      *----------------------------------------------------------------------------------*
       0010-CARREGA-HISTORICO  SECTION.
      *----------------------------------------------------------------------------------*

           MOVE 'N'    TO WRK-FIM-ARQUIVO
           MOVE ZEROS  TO WRK-HIST-SEQ
           MOVE ZEROS  TO WRK-QTD-HIST-GRAVADOS
           MOVE ZEROS  TO WRK-QTD-HIST-EXISTENTES
           MOVE ZEROS  TO WRK-QTD-HIST-ERROS
           MOVE ZEROS  TO WRK-HIST-TERMINAL
           MOVE ZEROS  TO WRK-HIST-NUM
           MOVE SPACES TO WRK-HIST-CPF

           OPEN INPUT FD-ARQUIVO
           IF WRK-FS-ARQUIVO NOT = '00'
               DISPLAY 'ARQUIVO ' WRK-NOME-ARQUIVO ' NAO ENCONTRADO - '
                       'HISTORICO DE VENDAS NAO CARREGADO'
           ELSE
               OPEN I-O FD-HISTVENDA
               IF WRK-FS-HISTVENDA NOT = '00'
                   OPEN OUTPUT FD-HISTVENDA
                   CLOSE FD-HISTVENDA
                   OPEN I-O FD-HISTVENDA
               END-IF
               IF WRK-FS-HISTVENDA NOT = '00'
                   DISPLAY 'ERRO AO ABRIR HISTVEND.DAT - STATUS '
                           WRK-FS-HISTVENDA
                           ' - HISTORICO DE VENDAS NAO CARREGADO'
                   CLOSE FD-ARQUIVO
               END-IF
           END-IF

           IF WRK-FS-ARQUIVO = '00'
              AND WRK-FS-HISTVENDA = '00'
               PERFORM UNTIL WRK-FIM-ARQUIVO = 'S'
                   READ FD-ARQUIVO
                       AT END
                           MOVE 'S' TO WRK-FIM-ARQUIVO
                       NOT AT END
                           PERFORM 0010-A-GRAVA-HISTORICO
                   END-READ
               END-PERFORM

               CLOSE FD-HISTVENDA
               CLOSE FD-ARQUIVO

               DISPLAY WRK-QTD-HIST-GRAVADOS ' REGISTROS CARREGADOS NO '
                       'HISTORICO DE VENDAS (HISTVEND.DAT)'
               IF WRK-QTD-HIST-EXISTENTES > ZEROS
                   DISPLAY WRK-QTD-HIST-EXISTENTES ' REGISTROS JA '
                           'CONSTAVAM DO HISTORICO'
               END-IF
               IF WRK-QTD-HIST-ERROS > ZEROS
                   DISPLAY 'ATENCAO: ' WRK-QTD-HIST-ERROS
                           ' REGISTROS NAO GRAVADOS POR ERRO - '
                           'CARREGUE O DIA NOVAMENTE'
               END-IF
           END-IF
           .
      *----------------------------------------------------------------------------------*
       0010-END.              EXIT.
      *----------------------------------------------------------------------------------*

      *----------------------------------------------------------------------------------*
      *    MONTA A CHAVE DO REGISTRO NO HISTORICO E O GRAVA. DETALHE E
      *    TRAILER HERDAM O CPF DO HEADER DA MESMA VENDA; O ESTORNO E
      *    GRAVADO NA CHAVE DA VENDA ESTORNADA
      *----------------------------------------------------------------------------------*
       0010-A-GRAVA-HISTORICO  SECTION.
      *----------------------------------------------------------------------------------*

           ADD 1 TO WRK-HIST-SEQ
           MOVE REG-ARQUIVO TO REG-VENDA
           MOVE SPACES      TO REG-HISTVENDA

           EVALUATE TRUE
               WHEN REG-VENDA-HEADER
                   MOVE REG-VENDA-TERMINAL      TO WRK-HIST-TERMINAL
                   MOVE REG-VENDA-NUM-TRANSACAO TO WRK-HIST-NUM
                   MOVE REG-VENDA-H-CPF-CLIENTE TO WRK-HIST-CPF
                   MOVE REG-VENDA-TERMINAL      TO HSV-TERMINAL
                   MOVE REG-VENDA-NUM-TRANSACAO TO HSV-NUM-TRANSACAO
                   MOVE REG-VENDA-H-CPF-CLIENTE TO HSV-CPF-CLIENTE
               WHEN REG-VENDA-ESTORNO
                   MOVE REG-VENDA-E-TERMINAL-ORIG TO HSV-TERMINAL
                   MOVE REG-VENDA-E-NUM-ORIG      TO HSV-NUM-TRANSACAO
                   MOVE REG-VENDA-E-CPF-CLIENTE   TO HSV-CPF-CLIENTE
               WHEN OTHER
                   MOVE REG-VENDA-TERMINAL      TO HSV-TERMINAL
                   MOVE REG-VENDA-NUM-TRANSACAO TO HSV-NUM-TRANSACAO
                   IF REG-VENDA-TERMINAL = WRK-HIST-TERMINAL
                      AND REG-VENDA-NUM-TRANSACAO = WRK-HIST-NUM
                      AND NOT REG-VENDA-CANCELADO
                       MOVE WRK-HIST-CPF TO HSV-CPF-CLIENTE
                   END-IF
           END-EVALUATE

           MOVE WRK-DATA-FECHAMENTO TO HSV-DATA
           MOVE WRK-HIST-SEQ        TO HSV-SEQ
           MOVE REG-ARQUIVO         TO HSV-REG-VENDA

      *    '22' = REGISTRO JA CARREGADO; '02' = CPF REPETIDO (PERMITIDO)
           WRITE REG-HISTVENDA
           EVALUATE WRK-FS-HISTVENDA
               WHEN '00'
               WHEN '02'
                   ADD 1 TO WRK-QTD-HIST-GRAVADOS
               WHEN '22'
                   ADD 1 TO WRK-QTD-HIST-EXISTENTES
               WHEN OTHER
                   ADD 1 TO WRK-QTD-HIST-ERROS
                   IF WRK-QTD-HIST-ERROS = 1
                       DISPLAY 'ERRO AO GRAVAR NO HISTORICO DE VENDAS '
                               '- STATUS ' WRK-FS-HISTVENDA
                   END-IF
           END-EVALUATE
           .
      *----------------------------------------------------------------------------------*
       0010-A-END.            EXIT.
      *----------------------------------------------------------------------------------*

      *----------------------------------------------------------------------------------*
      *    REGISTRA A DATA DO FECHAMENTO NO REGISTRO DE CONTROLE
      *----------------------------------------------------------------------------------*
