      ************************************************************************************
      * Author.: JOSAFA SOARES FERNANDES
      * Date...:  15/10/2026
      * Purpose: APLICACAO DAS ALTERACOES DE PRECO AGENDADAS (EXECUTAR ANTES DA
      *          ABERTURA DOS CAIXAS) COM GRAVACAO DO HISTORICO DE PRECOS E EMISSAO
      *          DAS ETIQUETAS DE GONDOLA DOS PRODUTOS COM PRECO ALTERADO
      * NOME...: APLPRECO
      ************************************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. APLPRECO.
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

           SELECT FD-HISTPRECO ASSIGN TO "HISTPRECO.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WRK-FS-HISTPRECO.

           SELECT FD-ETIQUETAS ASSIGN TO DYNAMIC WRK-NOME-ETIQUETAS
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-ETIQUETAS.

       DATA DIVISION.
       FILE SECTION.

       FD  FD-PRECOPROG.
       COPY WPRECOPG.

       FD  FD-PRODUTOS.
       COPY WPROD.

       FD  FD-HISTPRECO.
       COPY WHISTPRC.

       FD  FD-ETIQUETAS.
       01  REG-ETIQUETA                 PIC X(44).

       WORKING-STORAGE SECTION.

       01  WRK-FS-PRECOPROG             PIC X(02) VALUE '00'.
       01  WRK-FS-PRODUTOS              PIC X(02) VALUE '00'.
       01  WRK-FS-HISTPRECO             PIC X(02) VALUE '00'.
       01  WRK-FS-ETIQUETAS             PIC X(02) VALUE '00'.
       01  WRK-FIM-ARQUIVO              PIC X(01) VALUE 'N'.
       01  WRK-NOME-ETIQUETAS           PIC X(30) VALUE SPACES.

       01  WRK-DATA-HORA-SISTEMA.
           05  WRK-DHS-DATA             PIC 9(08).
           05  WRK-DHS-HORA             PIC 9(06).
           05  FILLER                   PIC X(07).

      *--------------------------------------------------------------*
      *    DATA DE REFERENCIA: APLICA OS AGENDAMENTOS PENDENTES COM
      *    VIGENCIA ATE ESTA DATA
      *--------------------------------------------------------------*
       01  WRK-DATA-REFERENCIA          PIC 9(08) VALUE ZEROS.
       01  WRK-PRECO-ANTERIOR           PIC 9(05)V99 VALUE ZEROS.
       01  WRK-ALTERACAO-OK             PIC X(01) VALUE 'N'.

      *--------------------------------------------------------------*
      *    PRODUTOS COM ETIQUETA PENDENTE (UMA ETIQUETA POR PRODUTO,
      *    COM O PRECO ATUAL DO CADASTRO). WRK-ETQ-BAIXA = 'S' QUANDO A
      *    ETIQUETA FOI GRAVADA OU O PRODUTO ESTA INATIVO: SO ESSES
      *    TEM O HISTORICO MARCADO COMO EMITIDO
      *--------------------------------------------------------------*
       01  WRK-MAX-ETIQUETAS            PIC 9(04) VALUE 3000.
       01  WRK-QTD-ETIQ-TAB             PIC 9(04) VALUE ZEROS.
       01  WRK-TB-ETIQUETAS.
           05  WRK-ETQ-TAB OCCURS 3000 TIMES.
               10  WRK-ETQ-CODPROD      PIC 9(06).
               10  WRK-ETQ-PRECO-ANT    PIC 9(05)V99.
               10  WRK-ETQ-VIGENCIA     PIC 9(08).
               10  WRK-ETQ-BAIXA        PIC X(01).
       01  WRK-IDX-ETQ                  PIC 9(04) VALUE ZEROS.
       01  WRK-ACHOU                    PIC X(01) VALUE 'N'.
       01  WRK-PRECO-EDITADO            PIC ZZ.ZZ9,99.
       01  WRK-PRECO-ANT-EDITADO        PIC ZZ.ZZ9,99.

      *--------------------------------------------------------------*
      *    CONTADORES DO PROCESSAMENTO
      *--------------------------------------------------------------*
       01  WRK-QTD-APLICADAS            PIC 9(05) VALUE ZEROS.
       01  WRK-QTD-SEM-ALTERACAO        PIC 9(05) VALUE ZEROS.
       01  WRK-QTD-REJEITADAS           PIC 9(05) VALUE ZEROS.
       01  WRK-QTD-FUTURAS              PIC 9(05) VALUE ZEROS.
       01  WRK-QTD-ETIQUETAS            PIC 9(05) VALUE ZEROS.
       01  WRK-QTD-ETIQ-INATIVOS        PIC 9(05) VALUE ZEROS.
       01  WRK-QTD-ETIQ-ADIADAS         PIC 9(05) VALUE ZEROS.
       01  WRK-QTD-NAO-APLICADAS        PIC 9(05) VALUE ZEROS.
       01  WRK-QTD-ETIQ-BAIXA           PIC 9(05) VALUE ZEROS.
       01  WRK-QTD-ETIQ-ERRO            PIC 9(05) VALUE ZEROS.
       01  WRK-QTD-HIST-NAO-MARCADOS    PIC 9(05) VALUE ZEROS.

      *==================================================================================*
       PROCEDURE DIVISION.
      *==================================================================================*

      *----------------------------------------------------------------------------------*
      *    PROCESSAMENTO PRINCIPAL
      *----------------------------------------------------------------------------------*
       0000-PROCESSAR                SECTION.
      *----------------------------------------------------------------------------------*

           DISPLAY '========================================='
           DISPLAY ' APLICACAO DE PRECOS AGENDADOS'
           DISPLAY '========================================='

           PERFORM 0001-SOLICITA-DATA
           PERFORM 0002-APLICA-AGENDAMENTOS
           PERFORM 0003-SELECIONA-ETIQUETAS
           PERFORM 0004-EMITE-ETIQUETAS
           PERFORM 0005-MARCA-EMITIDAS

           DISPLAY 'ALTERACOES APLICADAS......: ' WRK-QTD-APLICADAS
           DISPLAY 'JA COM O PRECO AGENDADO...: '
                   WRK-QTD-SEM-ALTERACAO
           DISPLAY 'REJEITADAS (SEM PRODUTO)..: ' WRK-QTD-REJEITADAS
           DISPLAY 'PENDENTES COM VIGENCIA FUTURA: ' WRK-QTD-FUTURAS
           IF WRK-QTD-NAO-APLICADAS > ZEROS
               DISPLAY 'ATENCAO: ' WRK-QTD-NAO-APLICADAS
                       ' ALTERACOES NAO APLICADAS POR ERRO DE '
                       'GRAVACAO (CONTINUAM PENDENTES)'
           END-IF
           DISPLAY 'ETIQUETAS EMITIDAS........: ' WRK-QTD-ETIQUETAS
           IF WRK-QTD-ETIQ-INATIVOS > ZEROS
               DISPLAY 'PRODUTOS INATIVOS SEM ETIQUETA: '
                       WRK-QTD-ETIQ-INATIVOS
           END-IF
           IF WRK-QTD-ETIQ-ADIADAS > ZEROS
               DISPLAY 'ATENCAO: ' WRK-QTD-ETIQ-ADIADAS
                       ' ETIQUETAS FICARAM PARA A PROXIMA EXECUCAO '
                       '(TABELA CHEIA)'
           END-IF
           IF WRK-QTD-ETIQUETAS > ZEROS
               DISPLAY 'ETIQUETAS GRAVADAS EM ' WRK-NOME-ETIQUETAS
           END-IF
           IF WRK-QTD-ETIQ-ERRO > ZEROS
               DISPLAY 'ATENCAO: ' WRK-QTD-ETIQ-ERRO
                       ' ETIQUETAS NAO GRAVADAS (CONTINUAM PENDENTES)'
           END-IF
           IF WRK-QTD-HIST-NAO-MARCADOS > ZEROS
               DISPLAY 'ATENCAO: ' WRK-QTD-HIST-NAO-MARCADOS
                       ' ALTERACOES NAO MARCADAS COMO EMITIDAS - '
                       'ETIQUETA SERA REEMITIDA'
           END-IF

           STOP RUN
           .
      *----------------------------------------------------------------------------------*
       0000-END.              EXIT.
      *----------------------------------------------------------------------------------*

      *----------------------------------------------------------------------------------*
      *    SOLICITA A DATA DE REFERENCIA (ZERO = HOJE)
      *----------------------------------------------------------------------------------*
       0001-SOLICITA-DATA      SECTION.
      *----------------------------------------------------------------------------------*

           MOVE FUNCTION CURRENT-DATE TO WRK-DATA-HORA-SISTEMA

      *    DATA FUTURA NAO E ACEITA: O PRECO SO PODE SER APLICADO NO
      *    CADASTRO QUANDO A VIGENCIA JA COMECOU
           MOVE 99999999 TO WRK-DATA-REFERENCIA
           PERFORM UNTIL WRK-DATA-REFERENCIA NOT > WRK-DHS-DATA
               DISPLAY 'DATA DE REFERENCIA (AAAAMMDD, ZERO = HOJE): '
               ACCEPT WRK-DATA-REFERENCIA
               IF WRK-DATA-REFERENCIA = ZEROS
                   MOVE WRK-DHS-DATA TO WRK-DATA-REFERENCIA
               END-IF
               IF WRK-DATA-REFERENCIA > WRK-DHS-DATA
                   DISPLAY 'DATA FUTURA NAO PERMITIDA - INFORME ATE '
                           WRK-DHS-DATA
               END-IF
           END-PERFORM

           MOVE SPACES TO WRK-NOME-ETIQUETAS
           STRING 'ETIQUETAS-' WRK-DATA-REFERENCIA '.TXT'
               DELIMITED BY SIZE INTO WRK-NOME-ETIQUETAS
           .
      *----------------------------------------------------------------------------------*
       0001-END.              EXIT.
      *----------------------------------------------------------------------------------*

      *----------------------------------------------------------------------------------*
      *    PERCORRE OS AGENDAMENTOS (ORDEM DE PRODUTO E VIGENCIA) E
      *    APLICA OS PENDENTES COM VIGENCIA ATE A DATA DE REFERENCIA
      *----------------------------------------------------------------------------------*
       0002-APLICA-AGENDAMENTOS SECTION.
      *----------------------------------------------------------------------------------*

           MOVE 'N' TO WRK-FIM-ARQUIVO

           OPEN I-O FD-PRECOPROG
           IF WRK-FS-PRECOPROG NOT = '00'
               DISPLAY 'NENHUMA ALTERACAO DE PRECO AGENDADA'
           ELSE
               OPEN I-O FD-PRODUTOS
               IF WRK-FS-PRODUTOS NOT = '00'
                   DISPLAY 'CADASTRO DE PRODUTOS NAO ENCONTRADO - '
                           'PRECOS NAO APLICADOS'
               ELSE
                   OPEN EXTEND FD-HISTPRECO
                   IF WRK-FS-HISTPRECO = '35'
                       OPEN OUTPUT FD-HISTPRECO
                   END-IF
                   IF WRK-FS-HISTPRECO NOT = '00'
                       DISPLAY 'HISTORICO DE PRECOS INDISPONIVEL - '
                               'STATUS ' WRK-FS-HISTPRECO
                               ' - PRECOS NAO APLICADOS'
                       MOVE 'S' TO WRK-FIM-ARQUIVO
                   END-IF

                   PERFORM UNTIL WRK-FIM-ARQUIVO = 'S'
                       READ FD-PRECOPROG NEXT
                           AT END
                               MOVE 'S' TO WRK-FIM-ARQUIVO
                           NOT AT END
                               IF PPG-PENDENTE
                                   IF PPG-DATA-VIGENCIA
                                      NOT > WRK-DATA-REFERENCIA
                                       PERFORM 0002-A-APLICA-ALTERACAO
                                   ELSE
                                       ADD 1 TO WRK-QTD-FUTURAS
                                   END-IF
                               END-IF
                       END-READ
                   END-PERFORM

                   IF WRK-FS-HISTPRECO = '00'
                       CLOSE FD-HISTPRECO
                   END-IF
                   CLOSE FD-PRODUTOS
               END-IF
               CLOSE FD-PRECOPROG
           END-IF
           .
      *----------------------------------------------------------------------------------*
       0002-END.              EXIT.
      *----------------------------------------------------------------------------------*

      *----------------------------------------------------------------------------------*
      *    APLICA UMA ALTERACAO: ATUALIZA PROD-PRECO, GRAVA O HISTORICO
      *    (ETIQUETA PENDENTE) E MARCA O AGENDAMENTO COMO APLICADO. EM
      *    ERRO DE GRAVACAO O AGENDAMENTO CONTINUA PENDENTE
      *----------------------------------------------------------------------------------*
       0002-A-APLICA-ALTERACAO SECTION.
      *----------------------------------------------------------------------------------*

           MOVE 'S' TO WRK-ALTERACAO-OK

           MOVE PPG-CODPROD TO PROD-CODIGO
           READ FD-PRODUTOS
               INVALID KEY
                   MOVE 'R' TO PPG-STATUS
                   ADD 1 TO WRK-QTD-REJEITADAS
                   DISPLAY 'PRODUTO ' PPG-CODPROD
                           ' NAO ENCONTRADO - AGENDAMENTO REJEITADO'
               NOT INVALID KEY
                   MOVE PROD-PRECO TO WRK-PRECO-ANTERIOR
                   IF PROD-PRECO = PPG-PRECO-NOVO
                       ADD 1 TO WRK-QTD-SEM-ALTERACAO
                   ELSE
                       PERFORM 0002-B-ALTERA-PRECO
                   END-IF
                   IF WRK-ALTERACAO-OK = 'S'
                       MOVE 'A'                 TO PPG-STATUS
                       MOVE WRK-PRECO-ANTERIOR  TO PPG-PRECO-ANTERIOR
                       MOVE WRK-DATA-REFERENCIA TO PPG-DATA-APLICACAO
                   END-IF
           END-READ

           IF WRK-ALTERACAO-OK = 'S'
               REWRITE REG-PRECOPROG
               IF WRK-FS-PRECOPROG NOT = '00'
                   DISPLAY 'ERRO AO REGRAVAR O AGENDAMENTO DO PRODUTO '
                           PPG-CODPROD ' - STATUS ' WRK-FS-PRECOPROG
               END-IF
           END-IF
           .
      *----------------------------------------------------------------------------------*
       0002-A-END.            EXIT.
      *----------------------------------------------------------------------------------*

      *----------------------------------------------------------------------------------*
      *    REGRAVA O PRODUTO COM O PRECO AGENDADO E GRAVA O HISTORICO;
      *    SEM O HISTORICO O PRECO ANTERIOR E RESTAURADO
      *----------------------------------------------------------------------------------*
       0002-B-ALTERA-PRECO     SECTION.
      *----------------------------------------------------------------------------------*

           MOVE PPG-PRECO-NOVO TO PROD-PRECO
           REWRITE REG-PRODUTO

           IF WRK-FS-PRODUTOS NOT = '00'
               DISPLAY 'ERRO AO ALTERAR O PRECO DO PRODUTO '
                       PROD-CODIGO ' - STATUS ' WRK-FS-PRODUTOS
               MOVE 'N' TO WRK-ALTERACAO-OK
           ELSE
               MOVE SPACES              TO REG-HISTPRECO
               MOVE PROD-CODIGO         TO HPR-CODPROD
               MOVE WRK-DATA-REFERENCIA TO HPR-DATA
               MOVE WRK-DHS-HORA        TO HPR-HORA
               MOVE WRK-PRECO-ANTERIOR  TO HPR-PRECO-ANTERIOR
               MOVE PPG-PRECO-NOVO      TO HPR-PRECO-NOVO
               MOVE PPG-OPERADOR        TO HPR-OPERADOR
               MOVE 'A'                 TO HPR-ORIGEM
               MOVE 'P'                 TO HPR-ETIQUETA
               MOVE PPG-DATA-VIGENCIA   TO HPR-DATA-VIGENCIA
               WRITE REG-HISTPRECO

               IF WRK-FS-HISTPRECO NOT = '00'
                   DISPLAY 'ERRO AO GRAVAR O HISTORICO DO PRODUTO '
                           PROD-CODIGO ' - STATUS ' WRK-FS-HISTPRECO
                           ' - PRECO MANTIDO'
                   MOVE WRK-PRECO-ANTERIOR TO PROD-PRECO
                   REWRITE REG-PRODUTO
                   MOVE 'N' TO WRK-ALTERACAO-OK
               ELSE
                   ADD 1 TO WRK-QTD-APLICADAS
               END-IF
           END-IF

           IF WRK-ALTERACAO-OK = 'N'
               ADD 1 TO WRK-QTD-NAO-APLICADAS
           END-IF
           .
      *----------------------------------------------------------------------------------*
       0002-B-END.            EXIT.
      *----------------------------------------------------------------------------------*

      *----------------------------------------------------------------------------------*
      *    SELECIONA NO HISTORICO AS ALTERACOES COM ETIQUETA PENDENTE
      *    (AGENDADAS E FEITAS NO CADPROD); A MARCACAO COMO EMITIDA SO
      *    E FEITA DEPOIS DA GRAVACAO DAS ETIQUETAS
      *----------------------------------------------------------------------------------*
       0003-SELECIONA-ETIQUETAS SECTION.
      *----------------------------------------------------------------------------------*

           MOVE ZEROS TO WRK-QTD-ETIQ-TAB
           MOVE 'N'   TO WRK-FIM-ARQUIVO

           OPEN INPUT FD-HISTPRECO
           IF WRK-FS-HISTPRECO NOT = '00'
              AND WRK-FS-HISTPRECO NOT = '35'
               DISPLAY 'HISTORICO DE PRECOS INDISPONIVEL - STATUS '
                       WRK-FS-HISTPRECO ' - ETIQUETAS NAO EMITIDAS'
           END-IF
           IF WRK-FS-HISTPRECO = '00'
               PERFORM UNTIL WRK-FIM-ARQUIVO = 'S'
                   READ FD-HISTPRECO
                       AT END
                           MOVE 'S' TO WRK-FIM-ARQUIVO
                       NOT AT END
                           IF HPR-ETIQUETA-PENDENTE
                               PERFORM 0003-A-INCLUI-ETIQUETA
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE FD-HISTPRECO
           END-IF
           .
      *----------------------------------------------------------------------------------*
       0003-END.              EXIT.
      *----------------------------------------------------------------------------------*

      *----------------------------------------------------------------------------------*
      *    INCLUI O PRODUTO NA TABELA DE ETIQUETAS (SE AINDA NAO ESTIVER;
      *    GUARDA O PRECO ANTERIOR DA PRIMEIRA ALTERACAO PENDENTE)
      *----------------------------------------------------------------------------------*
       0003-A-INCLUI-ETIQUETA  SECTION.
      *----------------------------------------------------------------------------------*

           MOVE 'N' TO WRK-ACHOU

           PERFORM VARYING WRK-IDX-ETQ FROM 1 BY 1
                   UNTIL WRK-IDX-ETQ > WRK-QTD-ETIQ-TAB
                      OR WRK-ACHOU = 'S'
               IF WRK-ETQ-CODPROD(WRK-IDX-ETQ) = HPR-CODPROD
                   MOVE 'S' TO WRK-ACHOU
               END-IF
           END-PERFORM

           IF WRK-ACHOU = 'S'
               SUBTRACT 1 FROM WRK-IDX-ETQ
               MOVE HPR-DATA-VIGENCIA TO WRK-ETQ-VIGENCIA(WRK-IDX-ETQ)
           ELSE
               IF WRK-QTD-ETIQ-TAB < WRK-MAX-ETIQUETAS
                   ADD 1 TO WRK-QTD-ETIQ-TAB
                   MOVE HPR-CODPROD
                       TO WRK-ETQ-CODPROD(WRK-QTD-ETIQ-TAB)
                   MOVE HPR-PRECO-ANTERIOR
                       TO WRK-ETQ-PRECO-ANT(WRK-QTD-ETIQ-TAB)
                   MOVE HPR-DATA-VIGENCIA
                       TO WRK-ETQ-VIGENCIA(WRK-QTD-ETIQ-TAB)
                   MOVE 'N' TO WRK-ETQ-BAIXA(WRK-QTD-ETIQ-TAB)
               ELSE
                   ADD 1 TO WRK-QTD-ETIQ-ADIADAS
               END-IF
           END-IF
           .
      *----------------------------------------------------------------------------------*
       0003-A-END.            EXIT.
      *----------------------------------------------------------------------------------*

      *----------------------------------------------------------------------------------*
      *    GRAVA AS ETIQUETAS DE GONDOLA (ETIQUETAS-AAAAMMDD.TXT) COM A
      *    DESCRICAO E O PRECO ATUAL DE CADA PRODUTO SELECIONADO
      *----------------------------------------------------------------------------------*
       0004-EMITE-ETIQUETAS    SECTION.
      *----------------------------------------------------------------------------------*

           MOVE ZEROS TO WRK-QTD-ETIQUETAS
           MOVE ZEROS TO WRK-QTD-ETIQ-INATIVOS
           MOVE ZEROS TO WRK-QTD-ETIQ-BAIXA
           MOVE ZEROS TO WRK-QTD-ETIQ-ERRO

           IF WRK-QTD-ETIQ-TAB > ZEROS
               OPEN INPUT FD-PRODUTOS
               IF WRK-FS-PRODUTOS NOT = '00'
                   DISPLAY 'CADASTRO DE PRODUTOS NAO ENCONTRADO - '
                           'ETIQUETAS NAO EMITIDAS'
               ELSE
                   OPEN EXTEND FD-ETIQUETAS
                   IF WRK-FS-ETIQUETAS = '35'
                       OPEN OUTPUT FD-ETIQUETAS
                   END-IF
                   IF WRK-FS-ETIQUETAS NOT = '00'
                       DISPLAY 'ERRO AO ABRIR ' WRK-NOME-ETIQUETAS
                               ' - STATUS ' WRK-FS-ETIQUETAS
                               ' - ETIQUETAS NAO EMITIDAS'
                       CLOSE FD-PRODUTOS
                   END-IF
               END-IF
           END-IF

           IF WRK-QTD-ETIQ-TAB > ZEROS
              AND WRK-FS-PRODUTOS = '00'
              AND WRK-FS-ETIQUETAS = '00'
               PERFORM VARYING WRK-IDX-ETQ FROM 1 BY 1
                       UNTIL WRK-IDX-ETQ > WRK-QTD-ETIQ-TAB
                   MOVE WRK-ETQ-CODPROD(WRK-IDX-ETQ) TO PROD-CODIGO
                   READ FD-PRODUTOS
                       INVALID KEY
                           ADD 1 TO WRK-QTD-ETIQ-INATIVOS
                           MOVE 'S' TO WRK-ETQ-BAIXA(WRK-IDX-ETQ)
                           ADD 1 TO WRK-QTD-ETIQ-BAIXA
                       NOT INVALID KEY
                           IF PROD-ATIVO
                               PERFORM 0004-A-GRAVA-ETIQUETA
                           ELSE
                               ADD 1 TO WRK-QTD-ETIQ-INATIVOS
                               MOVE 'S'
                                   TO WRK-ETQ-BAIXA(WRK-IDX-ETQ)
                               ADD 1 TO WRK-QTD-ETIQ-BAIXA
                           END-IF
                   END-READ
               END-PERFORM

               CLOSE FD-ETIQUETAS
               CLOSE FD-PRODUTOS
           END-IF
           .
      *----------------------------------------------------------------------------------*
       0004-END.              EXIT.
      *----------------------------------------------------------------------------------*

      *----------------------------------------------------------------------------------*
      *    GRAVA UMA ETIQUETA; O PRECO ANTERIOR (DE/POR) SO APARECE
      *    QUANDO O PRECO BAIXOU
      *----------------------------------------------------------------------------------*
       0004-A-GRAVA-ETIQUETA   SECTION.
      *----------------------------------------------------------------------------------*

           MOVE PROD-PRECO TO WRK-PRECO-EDITADO
           MOVE WRK-ETQ-PRECO-ANT(WRK-IDX-ETQ)
               TO WRK-PRECO-ANT-EDITADO

           MOVE '+------------------------------------------+'
               TO REG-ETIQUETA
           WRITE REG-ETIQUETA
           MOVE SPACES TO REG-ETIQUETA
           STRING '| ' PROD-DESCRICAO
               DELIMITED BY SIZE INTO REG-ETIQUETA
           WRITE REG-ETIQUETA
           MOVE SPACES TO REG-ETIQUETA
           STRING '| COD ' PROD-CODIGO '   EAN ' PROD-EAN
               DELIMITED BY SIZE INTO REG-ETIQUETA
           WRITE REG-ETIQUETA
           IF WRK-ETQ-PRECO-ANT(WRK-IDX-ETQ) > PROD-PRECO
               MOVE SPACES TO REG-ETIQUETA
               STRING '| DE R$ ' WRK-PRECO-ANT-EDITADO
                      '  POR R$ ' WRK-PRECO-EDITADO
                   DELIMITED BY SIZE INTO REG-ETIQUETA
               WRITE REG-ETIQUETA
           END-IF
           MOVE SPACES TO REG-ETIQUETA
           STRING '|               R$ ' WRK-PRECO-EDITADO
               DELIMITED BY SIZE INTO REG-ETIQUETA
           WRITE REG-ETIQUETA
           MOVE SPACES TO REG-ETIQUETA
           STRING '| PRECO VALIDO A PARTIR DE '
                  WRK-ETQ-VIGENCIA(WRK-IDX-ETQ)
               DELIMITED BY SIZE INTO REG-ETIQUETA
           WRITE REG-ETIQUETA
           MOVE '+------------------------------------------+'
               TO REG-ETIQUETA
           WRITE REG-ETIQUETA

           IF WRK-FS-ETIQUETAS = '00'
               ADD 1 TO WRK-QTD-ETIQUETAS
               MOVE 'S' TO WRK-ETQ-BAIXA(WRK-IDX-ETQ)
               ADD 1 TO WRK-QTD-ETIQ-BAIXA
           ELSE
               DISPLAY 'ERRO AO GRAVAR A ETIQUETA DO PRODUTO '
                       PROD-CODIGO ' - STATUS ' WRK-FS-ETIQUETAS
               ADD 1 TO WRK-QTD-ETIQ-ERRO
           END-IF
           .
      *----------------------------------------------------------------------------------*
       0004-A-END.            EXIT.
      *----------------------------------------------------------------------------------*

      *----------------------------------------------------------------------------------*
      *    MARCA NO HISTORICO COMO EMITIDAS AS ALTERACOES PENDENTES DOS
      *    PRODUTOS COM A ETIQUETA GRAVADA (OU INATIVOS, QUE NAO TEM
      *    ETIQUETA); AS DEMAIS FICAM PENDENTES PARA A PROXIMA EXECUCAO
      *----------------------------------------------------------------------------------*
       0005-MARCA-EMITIDAS     SECTION.
      *----------------------------------------------------------------------------------*

           MOVE ZEROS TO WRK-QTD-HIST-NAO-MARCADOS
           MOVE 'N'   TO WRK-FIM-ARQUIVO

           IF WRK-QTD-ETIQ-BAIXA > ZEROS
               OPEN I-O FD-HISTPRECO
               IF WRK-FS-HISTPRECO NOT = '00'
                   DISPLAY 'ERRO AO ABRIR O HISTORICO DE PRECOS - '
                           'STATUS ' WRK-FS-HISTPRECO
                   DISPLAY 'ETIQUETAS EMITIDAS CONTINUAM PENDENTES NO '
                           'HISTORICO E SERAO REEMITIDAS'
               ELSE
                   PERFORM UNTIL WRK-FIM-ARQUIVO = 'S'
                       READ FD-HISTPRECO
                           AT END
                               MOVE 'S' TO WRK-FIM-ARQUIVO
                           NOT AT END
                               IF HPR-ETIQUETA-PENDENTE
                                   PERFORM 0005-A-MARCA-ALTERACAO
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE FD-HISTPRECO
               END-IF
           END-IF
           .
      *----------------------------------------------------------------------------------*
       0005-END.              EXIT.
      *----------------------------------------------------------------------------------*

      *----------------------------------------------------------------------------------*
      *    REGRAVA A ALTERACAO COM A ETIQUETA EMITIDA SE O PRODUTO TEVE
      *    A ETIQUETA BAIXADA NESTA EXECUCAO
      *----------------------------------------------------------------------------------*
       0005-A-MARCA-ALTERACAO  SECTION.
      *----------------------------------------------------------------------------------*

           MOVE 'N' TO WRK-ACHOU

           PERFORM VARYING WRK-IDX-ETQ FROM 1 BY 1
                   UNTIL WRK-IDX-ETQ > WRK-QTD-ETIQ-TAB
                      OR WRK-ACHOU = 'S'
               IF WRK-ETQ-CODPROD(WRK-IDX-ETQ) = HPR-CODPROD
                  AND WRK-ETQ-BAIXA(WRK-IDX-ETQ) = 'S'
                   MOVE 'S' TO WRK-ACHOU
               END-IF
           END-PERFORM

           IF WRK-ACHOU = 'S'
               MOVE 'E' TO HPR-ETIQUETA
               REWRITE REG-HISTPRECO
               IF WRK-FS-HISTPRECO NOT = '00'
                   ADD 1 TO WRK-QTD-HIST-NAO-MARCADOS
               END-IF
           END-IF
           .
      *----------------------------------------------------------------------------------*
       0005-A-END.            EXIT.
      *----------------------------------------------------------------------------------*
