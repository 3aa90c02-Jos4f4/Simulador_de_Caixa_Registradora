      ************************************************************************************
      * Author.: JOSAFA SOARES FERNANDES
      * Date...:  15/10/2026
      * Purpose: RECUPERACAO SUPERVISIONADA DE VENDAS INTERROMPIDAS NO CAIXA - CONCLUI
      *          (GRAVACAO, BAIXA DE ESTOQUE E PONTOS UMA UNICA VEZ) OU CANCELA O CUPOM
      *          COM REGISTRO PROPRIO, MANTENDO A SEQUENCIA DE NUMERACAO
      *          (INCLUSIVE NUMEROS CONSUMIDOS SEM NENHUM REGISTRO)
      * NOME...: RECVENDA
      ************************************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RECVENDA.
      *==================================================================================*
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FD-PENDENCIA ASSIGN TO "PENDVDA.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PND-CHAVE
               FILE STATUS IS WRK-FS-PENDENCIA.

           SELECT FD-VENDAS ASSIGN TO "VENDAS.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WRK-FS-VENDAS.

           SELECT FD-TEMP ASSIGN TO "VENDAS.TMP"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WRK-FS-TEMP.

           SELECT FD-PRODUTOS ASSIGN TO "PRODUTOS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PROD-CODIGO
               FILE STATUS IS WRK-FS-PRODUTOS.

           SELECT FD-CLIENTES ASSIGN TO "CLIENTES.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CLI-CPF
               FILE STATUS IS WRK-FS-CLIENTES.

           SELECT FD-OPERADOR ASSIGN TO "OPERADOR.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OPER-CODIGO
               FILE STATUS IS WRK-FS-OPERADOR.

           SELECT FD-KARDEX ASSIGN TO "MOVESTQ.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WRK-FS-KARDEX.

           SELECT FD-CONTROLE ASSIGN TO "CTLVENDA.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CTL-CHAVE
               FILE STATUS IS WRK-FS-CONTROLE.

           SELECT FD-CONVREC ASSIGN TO "CONVREC.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WRK-FS-CONVREC.

       DATA DIVISION.
       FILE SECTION.

       FD  FD-PENDENCIA.
       COPY WPENDVDA.

       FD  FD-VENDAS.
       COPY WVENDA.

       FD  FD-TEMP.
       01  REG-TEMP                     PIC X(129).

       FD  FD-PRODUTOS.
       COPY WPROD.

       FD  FD-CLIENTES.
       COPY WCLI.

       FD  FD-OPERADOR.
       COPY WOPER.

       FD  FD-KARDEX.
       COPY WKARDEX.

       FD  FD-CONTROLE.
       COPY WCONTROLE.

       FD  FD-CONVREC.
       COPY WCONVREC.

       WORKING-STORAGE SECTION.

       01  WRK-FS-PENDENCIA             PIC X(02) VALUE '00'.
       01  WRK-FS-VENDAS                PIC X(02) VALUE '00'.
       01  WRK-FS-TEMP                  PIC X(02) VALUE '00'.
       01  WRK-FS-PRODUTOS              PIC X(02) VALUE '00'.
       01  WRK-FS-CLIENTES              PIC X(02) VALUE '00'.
       01  WRK-FS-OPERADOR              PIC X(02) VALUE '00'.
       01  WRK-FS-KARDEX                PIC X(02) VALUE '00'.
       01  WRK-FS-CONTROLE              PIC X(02) VALUE '00'.
       01  WRK-FS-CONVREC               PIC X(02) VALUE '00'.
       01  WRK-FIM-ARQUIVO              PIC X(01) VALUE 'N'.
       01  WRK-FIM-PENDENCIA            PIC X(01) VALUE 'N'.
       01  WRK-CONTINUA                 PIC X(01) VALUE 'S'.
       01  WRK-OPCAO                    PIC 9(01) VALUE ZEROS.
       01  WRK-RESP-CONFIRMA            PIC X(01) VALUE 'N'.

       01  WRK-DATA-HORA-SISTEMA.
           05  WRK-DHS-DATA             PIC 9(08).
           05  WRK-DHS-HORA             PIC 9(06).
           05  FILLER                   PIC X(07).

      *--------------------------------------------------------------*
      *    SUPERVISOR RESPONSAVEL PELA RECUPERACAO
      *--------------------------------------------------------------*
       01  WRK-SUPERVISOR-ID            PIC X(10) VALUE SPACES.
       01  WRK-SENHA-DIGITADA           PIC X(08) VALUE SPACES.
       01  WRK-SUPERVISOR-VALIDO        PIC X(01) VALUE 'N'.

      *--------------------------------------------------------------*
      *    VENDAS INTERROMPIDAS ENCONTRADAS
      *    ORIGEM: D-DIARIO DO CAIXA (PENDVDA.DAT)
      *            A-HEADER SEM TRAILER NO VENDAS.DAT SEM DIARIO
      *            S-NUMERO CONSUMIDO SEM NENHUM REGISTRO (SALTO NA
      *              SEQUENCIA DO TERMINAL OU ANTES DO CONTROLE)
      *--------------------------------------------------------------*
       01  WRK-MAX-PND                  PIC 9(03) VALUE 100.
       01  WRK-QTD-PND                  PIC 9(03) VALUE ZEROS.
       01  WRK-TB-PND.
           05  WRK-PND-TAB OCCURS 100 TIMES.
               10  WRK-PND-TERMINAL     PIC 9(03).
               10  WRK-PND-NUM          PIC 9(06).
               10  WRK-PND-ORIGEM       PIC X(01).
               10  WRK-PND-ETAPA        PIC X(01).
               10  WRK-PND-DATA         PIC 9(08).
               10  WRK-PND-HORA         PIC 9(06).
               10  WRK-PND-OPERADOR     PIC X(10).
               10  WRK-PND-QTD-ITENS    PIC 9(03).
               10  WRK-PND-TOTAL        PIC 9(06)V99.
       01  WRK-IDX-PND                  PIC 9(03) VALUE ZEROS.
       01  WRK-IDX-SEL                  PIC 9(03) VALUE ZEROS.
       01  WRK-DESC-ETAPA               PIC X(40) VALUE SPACES.

      *--------------------------------------------------------------*
      *    TRANSACAO ABERTA (HEADER SEM TRAILER) NA VARREDURA DO
      *    VENDAS.DAT
      *--------------------------------------------------------------*
       01  WRK-ABERTA                   PIC X(01) VALUE 'N'.
       01  WRK-ABERTA-TERMINAL          PIC 9(03) VALUE ZEROS.
       01  WRK-ABERTA-NUM               PIC 9(06) VALUE ZEROS.
       01  WRK-ABERTA-DATA              PIC 9(08) VALUE ZEROS.
       01  WRK-ABERTA-HORA              PIC 9(06) VALUE ZEROS.
       01  WRK-ABERTA-OPERADOR          PIC X(10) VALUE SPACES.
       01  WRK-ABERTA-QTD-D             PIC 9(03) VALUE ZEROS.

      *--------------------------------------------------------------*
      *    VENDA A INCLUIR NA LISTA DE INTERROMPIDAS
      *--------------------------------------------------------------*
       01  WRK-NOVA-TERMINAL            PIC 9(03) VALUE ZEROS.
       01  WRK-NOVA-NUM                 PIC 9(06) VALUE ZEROS.
       01  WRK-NOVA-ORIGEM              PIC X(01) VALUE SPACE.
       01  WRK-NOVA-DATA                PIC 9(08) VALUE ZEROS.
       01  WRK-NOVA-HORA                PIC 9(06) VALUE ZEROS.
       01  WRK-NOVA-OPERADOR            PIC X(10) VALUE SPACES.
       01  WRK-NOVA-QTD-ITENS           PIC 9(03) VALUE ZEROS.

      *--------------------------------------------------------------*
      *    ULTIMO NUMERO LIDO POR TERMINAL (SALTOS NA SEQUENCIA)
      *--------------------------------------------------------------*
       01  WRK-MAX-TERMINAIS            PIC 9(02) VALUE 50.
       01  WRK-QTD-TERMINAIS            PIC 9(02) VALUE ZEROS.
       01  WRK-TB-TERMINAIS.
           05  WRK-TERM-TAB OCCURS 50 TIMES.
               10  WRK-TERM-NUM         PIC 9(03).
               10  WRK-TERM-ULT-NUM     PIC 9(06).
       01  WRK-IDX-TERM                 PIC 9(02) VALUE ZEROS.
       01  WRK-IDX-BUSCA-TERM           PIC 9(02) VALUE ZEROS.
       01  WRK-NUM-FALTANTE             PIC 9(06) VALUE ZEROS.
       01  WRK-NUM-LIMITE               PIC 9(06) VALUE ZEROS.

      *--------------------------------------------------------------*
      *    TRANSACAO SELECIONADA E ITENS DO DIARIO
      *--------------------------------------------------------------*
       01  WRK-SEL-TERMINAL             PIC 9(03) VALUE ZEROS.
       01  WRK-SEL-NUM                  PIC 9(06) VALUE ZEROS.
       01  WRK-QTD-ITENS                PIC 9(03) VALUE ZEROS.
       01  WRK-QTD-ITENS-DIARIO         PIC 9(03) VALUE ZEROS.
       01  WRK-TB-ITENS.
           05  WRK-ITEM-TAB OCCURS 100 TIMES.
               10  WRK-ITEM-CODPROD     PIC 9(06).
               10  WRK-ITEM-QTD         PIC 9(03).
               10  WRK-ITEM-VALOR-UNIT  PIC 9(05)V99.
               10  WRK-ITEM-VALOR       PIC 9(06)V99.
               10  WRK-ITEM-CAT-TRIB    PIC X(02).
               10  WRK-ITEM-IMPOSTO     PIC 9(06)V99.
               10  WRK-ITEM-PRECO-ORIG  PIC 9(05)V99.
               10  WRK-ITEM-SUPERVISOR  PIC X(10).
               10  WRK-ITEM-BAIXADO     PIC X(01).
       01  WRK-IDX-ITEM                 PIC 9(03) VALUE ZEROS.
       01  WRK-IDX-PGTO                 PIC 9(01) VALUE ZEROS.
       01  WRK-ACHOU                    PIC X(01) VALUE 'N'.

      *--------------------------------------------------------------*
      *    RESULTADO DA ULTIMA ETAPA EXECUTADA (S-CONCLUIDA); A ETAPA
      *    SEGUINTE SO E REGISTRADA NO DIARIO QUANDO A ANTERIOR DEU
      *    CERTO, PARA QUE A VENDA POSSA SER RETOMADA DO MESMO PONTO
      *--------------------------------------------------------------*
       01  WRK-PASSO-OK                 PIC X(01) VALUE 'N'.

      *--------------------------------------------------------------*
      *    REGRAVACAO DO VENDAS.DAT: MODO C-CUPOM CANCELADO OU
      *    V-VENDA COMPLETA; OS NOVOS REGISTROS SAO INSERIDOS NA
      *    POSICAO DA SEQUENCIA DO TERMINAL
      *--------------------------------------------------------------*
       01  WRK-MODO-REGRAVA             PIC X(01) VALUE SPACE.
       01  WRK-INSERIDO                 PIC X(01) VALUE 'N'.
       01  WRK-REG-VENDA-SALVO          PIC X(129) VALUE SPACES.
       01  WRK-QTD-REMOVIDOS            PIC 9(05) VALUE ZEROS.
       01  WRK-CANC-OPERADOR            PIC X(10) VALUE SPACES.
       01  WRK-CANC-ETAPA               PIC X(01) VALUE SPACE.
       01  WRK-CANC-VALOR               PIC 9(06)V99 VALUE ZEROS.
       01  WRK-CANC-QTD-ITENS           PIC 9(03) VALUE ZEROS.

      *--------------------------------------------------------------*
      *    BAIXA DE ESTOQUE (KARDEX) E PONTOS DA VENDA CONCLUIDA
      *--------------------------------------------------------------*
       01  WRK-SALDO-ANTERIOR           PIC 9(06) VALUE ZEROS.
       01  WRK-SALDO-ZERADO             PIC X(01) VALUE 'N'.
       01  WRK-QTD-JA-BAIXADOS          PIC 9(03) VALUE ZEROS.
       01  WRK-QTD-BAIXADOS             PIC 9(03) VALUE ZEROS.

      *--------------------------------------------------------------*
      *    COMPRA EM CONVENIO DA VENDA CONCLUIDA (LANCADA UMA UNICA
      *    VEZ: NAO RELANCA SE O CONVREC.DAT JA TEM A COMPRA DO CUPOM)
      *--------------------------------------------------------------*
       01  WRK-FIM-CONVREC              PIC X(01) VALUE 'N'.
       01  WRK-CONV-LANCADO             PIC X(01) VALUE 'N'.
       01  WRK-DATA-VENCTO              PIC 9(08) VALUE ZEROS.
       01  FILLER REDEFINES WRK-DATA-VENCTO.
           05  WRK-VENCTO-ANO           PIC 9(04).
           05  WRK-VENCTO-MES           PIC 9(02).
           05  WRK-VENCTO-DIA           PIC 9(02).

      *==================================================================================*
       PROCEDURE DIVISION.
      *==================================================================================*

      *----------------------------------------------------------------------------------*
      *    PROCESSAMENTO PRINCIPAL
      *----------------------------------------------------------------------------------*
       0000-PROCESSAR                SECTION.
      *----------------------------------------------------------------------------------*

           DISPLAY '========================================='
           DISPLAY ' RECUPERACAO DE VENDAS INTERROMPIDAS'
           DISPLAY '========================================='
           DISPLAY 'EXECUTE COM TODOS OS CAIXAS FECHADOS'

           PERFORM 0001-IDENTIFICA-SUPERVISOR

           IF WRK-SUPERVISOR-VALIDO = 'N'
               DISPLAY 'SUPERVISOR INVALIDO, INATIVO, SEM PERFIL '
                       'DE SUPERVISOR OU SENHA INCORRETA'
               STOP RUN
           END-IF

           PERFORM UNTIL WRK-CONTINUA = 'N'
               PERFORM 0002-LISTA-PENDENCIAS

               IF WRK-QTD-PND = ZEROS
                   DISPLAY 'NENHUMA VENDA INTERROMPIDA PENDENTE'
                   MOVE 'N' TO WRK-CONTINUA
               ELSE
                   PERFORM 0003-SELECIONA-PENDENCIA
                   IF WRK-IDX-SEL > ZEROS
                       PERFORM 0004-TRATA-PENDENCIA
                   END-IF
               END-IF
           END-PERFORM

           STOP RUN
           .
      *----------------------------------------------------------------------------------*
       0000-END.              EXIT.
      *----------------------------------------------------------------------------------*

      *----------------------------------------------------------------------------------*
      *    IDENTIFICA O SUPERVISOR QUE CONDUZ A RECUPERACAO
      *----------------------------------------------------------------------------------*
       0001-IDENTIFICA-SUPERVISOR SECTION.
      *----------------------------------------------------------------------------------*

           MOVE SPACES TO WRK-SUPERVISOR-ID
           PERFORM UNTIL WRK-SUPERVISOR-ID NOT = SPACES
               DISPLAY 'CODIGO DO SUPERVISOR: '
               ACCEPT WRK-SUPERVISOR-ID
           END-PERFORM
           DISPLAY 'SENHA DO SUPERVISOR: '
           ACCEPT WRK-SENHA-DIGITADA

           PERFORM 0001-A-VALIDA-SUPERVISOR
           .
      *----------------------------------------------------------------------------------*
       0001-END.              EXIT.
      *----------------------------------------------------------------------------------*

      *----------------------------------------------------------------------------------*
      *    VALIDA O SUPERVISOR NO CADASTRO DE OPERADORES (PERFIL
      *    SUPERVISOR, ATIVO E SENHA CORRETA)
      *----------------------------------------------------------------------------------*
       0001-A-VALIDA-SUPERVISOR SECTION.
      *----------------------------------------------------------------------------------*

           MOVE 'N' TO WRK-SUPERVISOR-VALIDO

           OPEN INPUT FD-OPERADOR
           IF WRK-FS-OPERADOR NOT = '00'
               DISPLAY 'CADASTRO DE OPERADORES AINDA NAO EXISTE - '
                       'UTILIZE O CADOPER PARA INCLUIR OPERADORES'
           ELSE
               MOVE WRK-SUPERVISOR-ID TO OPER-CODIGO
               READ FD-OPERADOR
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF OPER-ATIVO
                          AND OPER-PERFIL-SUPERVISOR
                          AND OPER-SENHA = WRK-SENHA-DIGITADA
                           MOVE 'S' TO WRK-SUPERVISOR-VALIDO
                       END-IF
               END-READ
               CLOSE FD-OPERADOR
           END-IF
           .
      *----------------------------------------------------------------------------------*
       0001-A-END.            EXIT.
      *----------------------------------------------------------------------------------*

      *----------------------------------------------------------------------------------*
      *    LEVANTA E LISTA AS VENDAS INTERROMPIDAS: AS DO DIARIO DO
      *    CAIXA E OS HEADERS SEM TRAILER DO VENDAS.DAT SEM DIARIO
      *----------------------------------------------------------------------------------*
       0002-LISTA-PENDENCIAS   SECTION.
      *----------------------------------------------------------------------------------*

           MOVE ZEROS TO WRK-QTD-PND

           PERFORM 0002-A-LE-DIARIO
           PERFORM 0002-B-LE-VENDAS

           IF WRK-QTD-PND > ZEROS
               DISPLAY '-----------------------------------------'
               DISPLAY 'VENDAS INTERROMPIDAS:'
               PERFORM VARYING WRK-IDX-PND FROM 1 BY 1
                       UNTIL WRK-IDX-PND > WRK-QTD-PND
                   PERFORM 0002-D-DESCREVE-ETAPA
                   DISPLAY '  TERMINAL ' WRK-PND-TERMINAL(WRK-IDX-PND)
                           ' CUPOM ' WRK-PND-NUM(WRK-IDX-PND)
                           ' DATA ' WRK-PND-DATA(WRK-IDX-PND)
                           ' HORA ' WRK-PND-HORA(WRK-IDX-PND)
                           ' OPERADOR ' WRK-PND-OPERADOR(WRK-IDX-PND)
                   DISPLAY '    ITENS ' WRK-PND-QTD-ITENS(WRK-IDX-PND)
                           ' TOTAL ' WRK-PND-TOTAL(WRK-IDX-PND)
                           ' - ' WRK-DESC-ETAPA
               END-PERFORM
               DISPLAY '-----------------------------------------'
           END-IF
           .
      *----------------------------------------------------------------------------------*
       0002-END.              EXIT.
      *----------------------------------------------------------------------------------*

      *----------------------------------------------------------------------------------*
      *    LE OS CABECALHOS DO DIARIO DE VENDAS EM ANDAMENTO
      *----------------------------------------------------------------------------------*
       0002-A-LE-DIARIO        SECTION.
      *----------------------------------------------------------------------------------*

           MOVE 'N' TO WRK-FIM-PENDENCIA

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
                              AND WRK-QTD-PND < WRK-MAX-PND
                               ADD 1 TO WRK-QTD-PND
                               MOVE PND-TERMINAL
                                   TO WRK-PND-TERMINAL(WRK-QTD-PND)
                               MOVE PND-NUM-TRANSACAO
                                   TO WRK-PND-NUM(WRK-QTD-PND)
                               MOVE 'D'
                                   TO WRK-PND-ORIGEM(WRK-QTD-PND)
                               MOVE PND-C-ETAPA
                                   TO WRK-PND-ETAPA(WRK-QTD-PND)
                               MOVE PND-C-DATA
                                   TO WRK-PND-DATA(WRK-QTD-PND)
                               MOVE PND-C-HORA
                                   TO WRK-PND-HORA(WRK-QTD-PND)
                               MOVE PND-C-OPERADOR
                                   TO WRK-PND-OPERADOR(WRK-QTD-PND)
                               MOVE PND-C-QTD-ITENS
                                   TO WRK-PND-QTD-ITENS(WRK-QTD-PND)
                               MOVE PND-C-TOTAL-FINAL
                                   TO WRK-PND-TOTAL(WRK-QTD-PND)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE FD-PENDENCIA
           END-IF
           .
      *----------------------------------------------------------------------------------*
       0002-A-END.            EXIT.
      *----------------------------------------------------------------------------------*

      *----------------------------------------------------------------------------------*
      *    VARRE O VENDAS.DAT PROCURANDO HEADERS SEM TRAILER QUE NAO
      *    CONSTAM DO DIARIO
      *----------------------------------------------------------------------------------*
       0002-B-LE-VENDAS        SECTION.
      *----------------------------------------------------------------------------------*

           MOVE 'N' TO WRK-FIM-ARQUIVO
           MOVE 'N' TO WRK-ABERTA
           MOVE ZEROS TO WRK-QTD-TERMINAIS

           OPEN INPUT FD-VENDAS
           IF WRK-FS-VENDAS = '00'
               PERFORM UNTIL WRK-FIM-ARQUIVO = 'S'
                   READ FD-VENDAS
                       AT END
                           MOVE 'S' TO WRK-FIM-ARQUIVO
                       NOT AT END
                           IF REG-VENDA-HEADER OR REG-VENDA-ESTORNO
                              OR REG-VENDA-CANCELADO
                               PERFORM 0002-E-CONFERE-SEQUENCIA
                           END-IF
                           EVALUATE TRUE
                               WHEN REG-VENDA-HEADER
                                   IF WRK-ABERTA = 'S'
                                       PERFORM 0002-C-INCLUI-ORFA
                                   END-IF
                                   MOVE 'S' TO WRK-ABERTA
                                   MOVE REG-VENDA-TERMINAL
                                       TO WRK-ABERTA-TERMINAL
                                   MOVE REG-VENDA-NUM-TRANSACAO
                                       TO WRK-ABERTA-NUM
                                   MOVE REG-VENDA-H-DATA
                                       TO WRK-ABERTA-DATA
                                   MOVE REG-VENDA-H-HORA
                                       TO WRK-ABERTA-HORA
                                   MOVE REG-VENDA-H-OPERADOR
                                       TO WRK-ABERTA-OPERADOR
                                   MOVE ZEROS TO WRK-ABERTA-QTD-D
                               WHEN REG-VENDA-DETALHE
                                   ADD 1 TO WRK-ABERTA-QTD-D
                               WHEN REG-VENDA-TRAILER
                                   MOVE 'N' TO WRK-ABERTA
                               WHEN OTHER
                                   IF WRK-ABERTA = 'S'
                                       PERFORM 0002-C-INCLUI-ORFA
                                   END-IF
                                   MOVE 'N' TO WRK-ABERTA
                           END-EVALUATE
                   END-READ
               END-PERFORM
               CLOSE FD-VENDAS

               IF WRK-ABERTA = 'S'
                   PERFORM 0002-C-INCLUI-ORFA
               END-IF

               PERFORM 0002-F-CONFERE-CONTROLE
           END-IF
           .
      *----------------------------------------------------------------------------------*
       0002-B-END.            EXIT.
      *----------------------------------------------------------------------------------*

      *----------------------------------------------------------------------------------*
      *    INCLUI NA LISTA O HEADER SEM TRAILER (SE AINDA NAO CONSTA
      *    DO DIARIO)
      *----------------------------------------------------------------------------------*
       0002-C-INCLUI-ORFA      SECTION.
      *----------------------------------------------------------------------------------*

           MOVE WRK-ABERTA-TERMINAL TO WRK-NOVA-TERMINAL
           MOVE WRK-ABERTA-NUM      TO WRK-NOVA-NUM
           MOVE 'A'                 TO WRK-NOVA-ORIGEM
           MOVE WRK-ABERTA-DATA     TO WRK-NOVA-DATA
           MOVE WRK-ABERTA-HORA     TO WRK-NOVA-HORA
           MOVE WRK-ABERTA-OPERADOR TO WRK-NOVA-OPERADOR
           MOVE WRK-ABERTA-QTD-D    TO WRK-NOVA-QTD-ITENS

           PERFORM 0002-G-INCLUI-PENDENCIA
           .
      *----------------------------------------------------------------------------------*
       0002-C-END.            EXIT.
      *----------------------------------------------------------------------------------*

      *----------------------------------------------------------------------------------*
      *    DESCREVE A SITUACAO DA VENDA INTERROMPIDA (WRK-IDX-PND)
      *----------------------------------------------------------------------------------*
       0002-D-DESCREVE-ETAPA   SECTION.
      *----------------------------------------------------------------------------------*

           EVALUATE TRUE
               WHEN WRK-PND-ORIGEM(WRK-IDX-PND) = 'A'
                   MOVE 'SEM DIARIO - HEADER SEM TRAILER'
                       TO WRK-DESC-ETAPA
               WHEN WRK-PND-ORIGEM(WRK-IDX-PND) = 'S'
                   MOVE 'NUMERO CONSUMIDO SEM NENHUM REGISTRO'
                       TO WRK-DESC-ETAPA
               WHEN WRK-PND-ETAPA(WRK-IDX-PND) = 'N'
                   MOVE 'PAGAMENTO NAO CONCLUIDO'
                       TO WRK-DESC-ETAPA
               WHEN WRK-PND-ETAPA(WRK-IDX-PND) = 'P'
                   MOVE 'PAGA - GRAVACAO DA VENDA INCOMPLETA'
                       TO WRK-DESC-ETAPA
               WHEN WRK-PND-ETAPA(WRK-IDX-PND) = 'G'
                   MOVE 'GRAVADA - BAIXA DE ESTOQUE PENDENTE'
                       TO WRK-DESC-ETAPA
               WHEN WRK-PND-ETAPA(WRK-IDX-PND) = 'E'
                   MOVE 'GRAVADA - ATUALIZACAO DE PONTOS PENDENTE'
                       TO WRK-DESC-ETAPA
               WHEN WRK-PND-ETAPA(WRK-IDX-PND) = 'F'
                   MOVE 'GRAVADA - LANCAMENTO EM CONVENIO PENDENTE'
                       TO WRK-DESC-ETAPA
               WHEN OTHER
                   MOVE 'ETAPA DESCONHECIDA' TO WRK-DESC-ETAPA
           END-EVALUATE
           .
      *----------------------------------------------------------------------------------*
       0002-D-END.            EXIT.
      *----------------------------------------------------------------------------------*

      *----------------------------------------------------------------------------------*
      *    CONFERE A SEQUENCIA DO TERMINAL DO REGISTRO CORRENTE E
      *    INCLUI OS NUMEROS SALTADOS (CONSUMIDOS SEM REGISTRO)
      *----------------------------------------------------------------------------------*
       0002-E-CONFERE-SEQUENCIA SECTION.
      *----------------------------------------------------------------------------------*

           MOVE ZEROS TO WRK-IDX-TERM
           PERFORM VARYING WRK-IDX-BUSCA-TERM FROM 1 BY 1
                   UNTIL WRK-IDX-BUSCA-TERM > WRK-QTD-TERMINAIS
               IF WRK-TERM-NUM(WRK-IDX-BUSCA-TERM) = REG-VENDA-TERMINAL
                   MOVE WRK-IDX-BUSCA-TERM TO WRK-IDX-TERM
               END-IF
           END-PERFORM

           IF WRK-IDX-TERM = ZEROS
               IF WRK-QTD-TERMINAIS < WRK-MAX-TERMINAIS
                   ADD 1 TO WRK-QTD-TERMINAIS
                   MOVE WRK-QTD-TERMINAIS  TO WRK-IDX-TERM
                   MOVE REG-VENDA-TERMINAL TO WRK-TERM-NUM(WRK-IDX-TERM)
                   MOVE REG-VENDA-NUM-TRANSACAO
                       TO WRK-TERM-ULT-NUM(WRK-IDX-TERM)
               END-IF
           ELSE
               IF REG-VENDA-NUM-TRANSACAO >
                  WRK-TERM-ULT-NUM(WRK-IDX-TERM) + 1
                   COMPUTE WRK-NUM-LIMITE =
                           REG-VENDA-NUM-TRANSACAO - 1
                   PERFORM 0002-H-INCLUI-SALTOS
               END-IF
               IF REG-VENDA-NUM-TRANSACAO >
                  WRK-TERM-ULT-NUM(WRK-IDX-TERM)
                   MOVE REG-VENDA-NUM-TRANSACAO
                       TO WRK-TERM-ULT-NUM(WRK-IDX-TERM)
               END-IF
           END-IF
           .
      *----------------------------------------------------------------------------------*
       0002-E-END.            EXIT.
      *----------------------------------------------------------------------------------*

      *----------------------------------------------------------------------------------*
      *    INCLUI OS NUMEROS ENTRE O ULTIMO REGISTRO DE CADA TERMINAL
      *    E O ULTIMO NUMERO FORNECIDO PELO CONTROLE (CTLVENDA.DAT)
      *----------------------------------------------------------------------------------*
       0002-F-CONFERE-CONTROLE SECTION.
      *----------------------------------------------------------------------------------*

           OPEN INPUT FD-CONTROLE
           IF WRK-FS-CONTROLE = '00'
               PERFORM VARYING WRK-IDX-TERM FROM 1 BY 1
                       UNTIL WRK-IDX-TERM > WRK-QTD-TERMINAIS
                   MOVE WRK-TERM-NUM(WRK-IDX-TERM) TO CTL-CHAVE
                   READ FD-CONTROLE
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           IF CTL-PROX-NUM >
                              WRK-TERM-ULT-NUM(WRK-IDX-TERM)
                               MOVE CTL-PROX-NUM TO WRK-NUM-LIMITE
                               PERFORM 0002-H-INCLUI-SALTOS
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE FD-CONTROLE
           END-IF
           .
      *----------------------------------------------------------------------------------*
       0002-F-END.            EXIT.
      *----------------------------------------------------------------------------------*

      *----------------------------------------------------------------------------------*
      *    INCLUI NA LISTA A VENDA INFORMADA EM WRK-NOVA-... SE AINDA
      *    NAO CONSTA (O DIARIO TEM PRIORIDADE SOBRE O VENDAS.DAT)
      *----------------------------------------------------------------------------------*
       0002-G-INCLUI-PENDENCIA SECTION.
      *----------------------------------------------------------------------------------*

           MOVE 'N' TO WRK-ACHOU
           PERFORM VARYING WRK-IDX-PND FROM 1 BY 1
                   UNTIL WRK-IDX-PND > WRK-QTD-PND
               IF WRK-PND-TERMINAL(WRK-IDX-PND) = WRK-NOVA-TERMINAL
                  AND WRK-PND-NUM(WRK-IDX-PND) = WRK-NOVA-NUM
                   MOVE 'S' TO WRK-ACHOU
               END-IF
           END-PERFORM

           IF WRK-ACHOU = 'N'
              AND WRK-QTD-PND < WRK-MAX-PND
               ADD 1 TO WRK-QTD-PND
               MOVE WRK-NOVA-TERMINAL  TO WRK-PND-TERMINAL(WRK-QTD-PND)
               MOVE WRK-NOVA-NUM       TO WRK-PND-NUM(WRK-QTD-PND)
               MOVE WRK-NOVA-ORIGEM    TO WRK-PND-ORIGEM(WRK-QTD-PND)
               MOVE SPACE              TO WRK-PND-ETAPA(WRK-QTD-PND)
               MOVE WRK-NOVA-DATA      TO WRK-PND-DATA(WRK-QTD-PND)
               MOVE WRK-NOVA-HORA      TO WRK-PND-HORA(WRK-QTD-PND)
               MOVE WRK-NOVA-OPERADOR  TO WRK-PND-OPERADOR(WRK-QTD-PND)
               MOVE WRK-NOVA-QTD-ITENS
                   TO WRK-PND-QTD-ITENS(WRK-QTD-PND)
               MOVE ZEROS              TO WRK-PND-TOTAL(WRK-QTD-PND)
           END-IF
           .
      *----------------------------------------------------------------------------------*
       0002-G-END.            EXIT.
      *----------------------------------------------------------------------------------*

      *----------------------------------------------------------------------------------*
      *    INCLUI OS NUMEROS CONSUMIDOS SEM REGISTRO DO TERMINAL
      *    WRK-IDX-TERM, DO ULTIMO LIDO + 1 ATE WRK-NUM-LIMITE
      *----------------------------------------------------------------------------------*
       0002-H-INCLUI-SALTOS    SECTION.
      *----------------------------------------------------------------------------------*

           MOVE WRK-TERM-NUM(WRK-IDX-TERM) TO WRK-NOVA-TERMINAL
           MOVE 'S'                        TO WRK-NOVA-ORIGEM
           MOVE ZEROS                      TO WRK-NOVA-DATA
           MOVE ZEROS                      TO WRK-NOVA-HORA
           MOVE SPACES                     TO WRK-NOVA-OPERADOR
           MOVE ZEROS                      TO WRK-NOVA-QTD-ITENS

           COMPUTE WRK-NUM-FALTANTE = WRK-TERM-ULT-NUM(WRK-IDX-TERM) + 1
           PERFORM UNTIL WRK-NUM-FALTANTE > WRK-NUM-LIMITE
                      OR WRK-QTD-PND >= WRK-MAX-PND
               MOVE WRK-NUM-FALTANTE TO WRK-NOVA-NUM
               PERFORM 0002-G-INCLUI-PENDENCIA
               ADD 1 TO WRK-NUM-FALTANTE
           END-PERFORM
           .
      *----------------------------------------------------------------------------------*
       0002-H-END.            EXIT.
      *----------------------------------------------------------------------------------*

      *----------------------------------------------------------------------------------*
      *    SOLICITA A VENDA A TRATAR (TERMINAL ZERO ENCERRA)
      *----------------------------------------------------------------------------------*
       0003-SELECIONA-PENDENCIA SECTION.
      *----------------------------------------------------------------------------------*

           MOVE ZEROS TO WRK-IDX-SEL
           MOVE ZEROS TO WRK-SEL-TERMINAL
           MOVE ZEROS TO WRK-SEL-NUM

           DISPLAY 'TERMINAL DA VENDA A TRATAR (ZERO P/ SAIR): '
           ACCEPT WRK-SEL-TERMINAL

           IF WRK-SEL-TERMINAL = ZEROS
               MOVE 'N' TO WRK-CONTINUA
           ELSE
               DISPLAY 'NUMERO DO CUPOM: '
               ACCEPT WRK-SEL-NUM

               PERFORM VARYING WRK-IDX-PND FROM 1 BY 1
                       UNTIL WRK-IDX-PND > WRK-QTD-PND
                   IF WRK-PND-TERMINAL(WRK-IDX-PND) = WRK-SEL-TERMINAL
                      AND WRK-PND-NUM(WRK-IDX-PND) = WRK-SEL-NUM
                       MOVE WRK-IDX-PND TO WRK-IDX-SEL
                   END-IF
               END-PERFORM

               IF WRK-IDX-SEL = ZEROS
                   DISPLAY 'VENDA NAO CONSTA DA LISTA DE INTERROMPIDAS'
               END-IF
           END-IF
           .
      *----------------------------------------------------------------------------------*
       0003-END.              EXIT.
      *----------------------------------------------------------------------------------*

      *----------------------------------------------------------------------------------*
      *    OFERECE AS ACOES POSSIVEIS CONFORME A ETAPA EM QUE A VENDA
      *    FOI INTERROMPIDA
      *    - SEM PAGAMENTO (N) OU SEM DIARIO: SOMENTE CANCELAR
      *    - PAGA (P): CONCLUIR OU CANCELAR
      *    - JA GRAVADA (G/E/F): SOMENTE CONCLUIR (PARA DESFAZER, USAR
      *      O ESTORNO APOS A CONCLUSAO)
      *----------------------------------------------------------------------------------*
       0004-TRATA-PENDENCIA    SECTION.
      *----------------------------------------------------------------------------------*

           MOVE WRK-IDX-SEL TO WRK-IDX-PND
           PERFORM 0002-D-DESCREVE-ETAPA
           DISPLAY 'SITUACAO: ' WRK-DESC-ETAPA
           MOVE ZEROS TO WRK-OPCAO

           EVALUATE TRUE
               WHEN WRK-PND-ORIGEM(WRK-IDX-SEL) = 'A'
                 OR WRK-PND-ORIGEM(WRK-IDX-SEL) = 'S'
                   DISPLAY 'SEM DIARIO NAO HA PAGAMENTO REGISTRADO - '
                           'A VENDA SO PODE SER CANCELADA'
                   DISPLAY '1-CANCELAR O CUPOM  9-VOLTAR: '
                   ACCEPT WRK-OPCAO
                   IF WRK-OPCAO = 1
                       PERFORM 0005-CANCELA-CUPOM
                   END-IF
               WHEN WRK-PND-ETAPA(WRK-IDX-SEL) = 'N'
                   DISPLAY 'PAGAMENTO NAO FOI CONCLUIDO - CONFIRA NA '
                           'ADQUIRENTE SE HOUVE COBRANCA EM CARTAO/PIX'
                   DISPLAY '1-CANCELAR O CUPOM  9-VOLTAR: '
                   ACCEPT WRK-OPCAO
                   IF WRK-OPCAO = 1
                       PERFORM 0005-CANCELA-CUPOM
                   END-IF
               WHEN WRK-PND-ETAPA(WRK-IDX-SEL) = 'P'
                   DISPLAY '1-CANCELAR O CUPOM  2-CONCLUIR A VENDA  '
                           '9-VOLTAR: '
                   ACCEPT WRK-OPCAO
                   EVALUATE WRK-OPCAO
                       WHEN 1
                           PERFORM 0005-CANCELA-CUPOM
                       WHEN 2
                           PERFORM 0006-CONCLUI-VENDA
                       WHEN OTHER
                           CONTINUE
                   END-EVALUATE
               WHEN OTHER
                   DISPLAY 'VENDA JA GRAVADA NO ARQUIVO - PARA DESFAZER'
                           ', CONCLUA E UTILIZE O ESTORNO'
                   DISPLAY '2-CONCLUIR A VENDA  9-VOLTAR: '
                   ACCEPT WRK-OPCAO
                   IF WRK-OPCAO = 2
                       PERFORM 0006-CONCLUI-VENDA
                   END-IF
           END-EVALUATE
           .
      *----------------------------------------------------------------------------------*
       0004-END.              EXIT.
      *----------------------------------------------------------------------------------*

      *----------------------------------------------------------------------------------*
      *    CANCELA O CUPOM: REMOVE OS REGISTROS PARCIAIS DO VENDAS.DAT,
      *    GRAVA O REGISTRO DE CUPOM CANCELADO (C) NA POSICAO DA
      *    SEQUENCIA E RETIRA A VENDA DO DIARIO
      *----------------------------------------------------------------------------------*
       0005-CANCELA-CUPOM      SECTION.
      *----------------------------------------------------------------------------------*

           DISPLAY 'CONFIRMA O CANCELAMENTO DO CUPOM '
                   WRK-PND-NUM(WRK-IDX-SEL) '? (S/N): '
           ACCEPT WRK-RESP-CONFIRMA

           IF WRK-RESP-CONFIRMA = 'S'
               MOVE WRK-PND-TERMINAL(WRK-IDX-SEL)  TO WRK-SEL-TERMINAL
               MOVE WRK-PND-NUM(WRK-IDX-SEL)       TO WRK-SEL-NUM
               MOVE WRK-PND-OPERADOR(WRK-IDX-SEL)  TO WRK-CANC-OPERADOR
               MOVE WRK-PND-ETAPA(WRK-IDX-SEL)     TO WRK-CANC-ETAPA
               MOVE WRK-PND-TOTAL(WRK-IDX-SEL)     TO WRK-CANC-VALOR
               MOVE WRK-PND-QTD-ITENS(WRK-IDX-SEL)
                   TO WRK-CANC-QTD-ITENS

               MOVE 'C' TO WRK-MODO-REGRAVA
               PERFORM 0007-REGRAVA-VENDAS

               IF WRK-PASSO-OK = 'S'
                   IF WRK-PND-ORIGEM(WRK-IDX-SEL) = 'D'
                       OPEN I-O FD-PENDENCIA
                       IF WRK-FS-PENDENCIA = '00'
                           PERFORM 0008-REMOVE-DIARIO
                           CLOSE FD-PENDENCIA
                       END-IF
                   END-IF

                   DISPLAY 'CUPOM ' WRK-SEL-NUM ' DO TERMINAL '
                           WRK-SEL-TERMINAL ' CANCELADO - '
                           WRK-QTD-REMOVIDOS ' REGISTRO(S) PARCIAL(IS) '
                           'REMOVIDO(S)'
               ELSE
                   DISPLAY 'CUPOM NAO CANCELADO - VENDAS.DAT MANTIDO '
                           'E VENDA MANTIDA NO DIARIO'
               END-IF
           END-IF
           .
      *----------------------------------------------------------------------------------*
       0005-END.              EXIT.
      *----------------------------------------------------------------------------------*

      *----------------------------------------------------------------------------------*
      *    CONCLUI A VENDA A PARTIR DA ETAPA EM QUE PAROU, REGISTRANDO
      *    NO DIARIO CADA ETAPA CONCLUIDA:
      *    P - REGRAVA H/D/T COMPLETOS NO VENDAS.DAT
      *    G - BAIXA O ESTOQUE DOS ITENS QUE AINDA NAO TEM KARDEX
      *    E - ATUALIZA OS PONTOS DO CLIENTE
      *    F - LANCA A COMPRA EM CONVENIO E RETIRA DO DIARIO
      *    SE UMA ETAPA FALHA, A VENDA PERMANECE NO DIARIO NA ULTIMA
      *    ETAPA CONCLUIDA, PARA SER RETOMADA DEPOIS
      *----------------------------------------------------------------------------------*
       0006-CONCLUI-VENDA      SECTION.
      *----------------------------------------------------------------------------------*

           MOVE WRK-PND-TERMINAL(WRK-IDX-SEL) TO WRK-SEL-TERMINAL
           MOVE WRK-PND-NUM(WRK-IDX-SEL)      TO WRK-SEL-NUM

           OPEN I-O FD-PENDENCIA
           IF WRK-FS-PENDENCIA NOT = '00'
               DISPLAY 'DIARIO DE VENDAS EM ANDAMENTO INDISPONIVEL'
           ELSE
               PERFORM 0006-A-CARREGA-ITENS
               PERFORM 0006-E-LE-CABECALHO
               MOVE 'S' TO WRK-PASSO-OK

               IF PND-PAGAMENTO-CAPTURADO
                   MOVE 'V' TO WRK-MODO-REGRAVA
                   PERFORM 0007-REGRAVA-VENDAS
                   PERFORM 0006-E-LE-CABECALHO
                   IF WRK-PASSO-OK = 'S'
                       MOVE 'G' TO PND-C-ETAPA
                       REWRITE REG-PENDENCIA
                       DISPLAY 'VENDA GRAVADA NO VENDAS.DAT'
                   END-IF
               END-IF

               IF WRK-PASSO-OK = 'S'
                  AND PND-VENDA-GRAVADA
                   PERFORM 0006-B-BAIXA-ESTOQUE
                   PERFORM 0006-E-LE-CABECALHO
                   IF WRK-PASSO-OK = 'S'
                       MOVE 'E' TO PND-C-ETAPA
                       REWRITE REG-PENDENCIA
                       DISPLAY 'ESTOQUE: ' WRK-QTD-BAIXADOS
                               ' ITEM(NS) BAIXADO(S), '
                               WRK-QTD-JA-BAIXADOS
                               ' JA BAIXADO(S) ANTES DA INTERRUPCAO'
                   END-IF
               END-IF

               IF WRK-PASSO-OK = 'S'
                  AND PND-ESTOQUE-BAIXADO
                   IF PND-C-CPF-CLIENTE NOT = SPACES
                       PERFORM 0006-D-ATUALIZA-PONTOS
                   END-IF
                   PERFORM 0006-E-LE-CABECALHO
                   IF WRK-PASSO-OK = 'S'
                       MOVE 'F' TO PND-C-ETAPA
                       REWRITE REG-PENDENCIA
                   END-IF
               END-IF

               IF WRK-PASSO-OK = 'S'
                  AND PND-PONTOS-ATUALIZADOS
                   IF PND-C-VALOR-CONVENIO NUMERIC
                      AND PND-C-VALOR-CONVENIO > ZEROS
                       PERFORM 0006-G-CONFERE-CONVENIO
                       IF WRK-CONV-LANCADO = 'N'
                           PERFORM 0006-H-LANCA-CONVENIO
                       ELSE
                           DISPLAY 'COMPRA EM CONVENIO JA LANCADA '
                                   'ANTES DA INTERRUPCAO'
                       END-IF
                   END-IF
                   IF WRK-PASSO-OK = 'S'
                       PERFORM 0008-REMOVE-DIARIO
                       DISPLAY 'VENDA ' WRK-SEL-NUM ' DO TERMINAL '
                               WRK-SEL-TERMINAL ' CONCLUIDA - CUPOM '
                               'NAO IMPRESSO, UTILIZE O REPCUPOM PARA '
                               'A SEGUNDA VIA'
                   END-IF
               END-IF

               IF WRK-PASSO-OK NOT = 'S'
                   PERFORM 0006-E-LE-CABECALHO
                   DISPLAY 'VENDA NAO CONCLUIDA - PERMANECE NO DIARIO '
                           'NA ETAPA ' PND-C-ETAPA
                           ' PARA NOVA TENTATIVA'
               END-IF

               CLOSE FD-PENDENCIA
           END-IF
           .
      *----------------------------------------------------------------------------------*
       0006-END.              EXIT.
      *----------------------------------------------------------------------------------*

      *----------------------------------------------------------------------------------*
      *    CARREGA OS ITENS DA VENDA GUARDADOS NO DIARIO
      *----------------------------------------------------------------------------------*
       0006-A-CARREGA-ITENS    SECTION.
      *----------------------------------------------------------------------------------*

           PERFORM 0006-E-LE-CABECALHO
           MOVE PND-C-QTD-ITENS TO WRK-QTD-ITENS-DIARIO
           MOVE ZEROS TO WRK-QTD-ITENS

           PERFORM VARYING WRK-IDX-ITEM FROM 1 BY 1
                   UNTIL WRK-IDX-ITEM > WRK-QTD-ITENS-DIARIO
                      OR WRK-IDX-ITEM > 100
               MOVE WRK-SEL-TERMINAL TO PND-TERMINAL
               MOVE WRK-SEL-NUM      TO PND-NUM-TRANSACAO
               MOVE WRK-IDX-ITEM     TO PND-SEQ
               READ FD-PENDENCIA
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       ADD 1 TO WRK-QTD-ITENS
                       MOVE PND-I-CODPROD
                           TO WRK-ITEM-CODPROD(WRK-QTD-ITENS)
                       MOVE PND-I-QUANTIDADE
                           TO WRK-ITEM-QTD(WRK-QTD-ITENS)
                       MOVE PND-I-VALOR-UNIT
                           TO WRK-ITEM-VALOR-UNIT(WRK-QTD-ITENS)
                       MOVE PND-I-VALOR
                           TO WRK-ITEM-VALOR(WRK-QTD-ITENS)
                       MOVE PND-I-CAT-TRIB
                           TO WRK-ITEM-CAT-TRIB(WRK-QTD-ITENS)
                       MOVE PND-I-IMPOSTO
                           TO WRK-ITEM-IMPOSTO(WRK-QTD-ITENS)
                       MOVE PND-I-PRECO-ORIG
                           TO WRK-ITEM-PRECO-ORIG(WRK-QTD-ITENS)
                       MOVE PND-I-SUP-OVERRIDE
                           TO WRK-ITEM-SUPERVISOR(WRK-QTD-ITENS)
                       MOVE 'N'
                           TO WRK-ITEM-BAIXADO(WRK-QTD-ITENS)
               END-READ
           END-PERFORM
           .
      *----------------------------------------------------------------------------------*
       0006-A-END.            EXIT.
      *----------------------------------------------------------------------------------*

      *----------------------------------------------------------------------------------*
      *    BAIXA O ESTOQUE SOMENTE DOS ITENS QUE NAO TEM A SAIDA DE
      *    VENDA NO KARDEX (A BAIXA PODE TER PARADO NO MEIO)
      *----------------------------------------------------------------------------------*
       0006-B-BAIXA-ESTOQUE    SECTION.
      *----------------------------------------------------------------------------------*

           MOVE ZEROS TO WRK-QTD-JA-BAIXADOS
           MOVE ZEROS TO WRK-QTD-BAIXADOS

           PERFORM 0006-C-CONFERE-KARDEX

           MOVE FUNCTION CURRENT-DATE TO WRK-DATA-HORA-SISTEMA
           MOVE 'N' TO WRK-PASSO-OK

           OPEN I-O FD-PRODUTOS
           IF WRK-FS-PRODUTOS NOT = '00'
               DISPLAY 'CADASTRO DE PRODUTOS INDISPONIVEL - ESTOQUE '
                       'NAO BAIXADO'
           ELSE
               OPEN EXTEND FD-KARDEX
               IF WRK-FS-KARDEX = '35'
                   OPEN OUTPUT FD-KARDEX
               END-IF
           END-IF

           IF WRK-FS-PRODUTOS = '00'
              AND WRK-FS-KARDEX NOT = '00'
               DISPLAY 'KARDEX INDISPONIVEL - STATUS ' WRK-FS-KARDEX
                       ' - ESTOQUE NAO BAIXADO'
               CLOSE FD-PRODUTOS
           END-IF

           IF WRK-FS-PRODUTOS = '00'
              AND WRK-FS-KARDEX = '00'
               MOVE 'S' TO WRK-PASSO-OK
               PERFORM VARYING WRK-IDX-ITEM FROM 1 BY 1
                       UNTIL WRK-IDX-ITEM > WRK-QTD-ITENS
                   IF WRK-ITEM-BAIXADO(WRK-IDX-ITEM) = 'N'
                       MOVE WRK-ITEM-CODPROD(WRK-IDX-ITEM)
                           TO PROD-CODIGO
                       READ FD-PRODUTOS
                           INVALID KEY
                               DISPLAY 'PRODUTO ' PROD-CODIGO
                                       ' NAO ENCONTRADO - SEM BAIXA'
                           NOT INVALID KEY
                               PERFORM 0006-F-BAIXA-ITEM
                       END-READ
                   END-IF
               END-PERFORM

               CLOSE FD-KARDEX
               CLOSE FD-PRODUTOS
           END-IF
           .
      *----------------------------------------------------------------------------------*
       0006-B-END.            EXIT.
      *----------------------------------------------------------------------------------*

      *----------------------------------------------------------------------------------*
      *    MARCA COMO JA BAIXADOS OS ITENS QUE TEM SAIDA DE VENDA NO
      *    KARDEX PARA ESTE TERMINAL/CUPOM (MESMO PRODUTO E QUANTIDADE,
      *    CADA MOVIMENTO CORRESPONDE A UM SO ITEM)
      *----------------------------------------------------------------------------------*
       0006-C-CONFERE-KARDEX   SECTION.
      *----------------------------------------------------------------------------------*

           MOVE 'N' TO WRK-FIM-ARQUIVO

           OPEN INPUT FD-KARDEX
           IF WRK-FS-KARDEX = '00'
               PERFORM UNTIL WRK-FIM-ARQUIVO = 'S'
                   READ FD-KARDEX
                       AT END
                           MOVE 'S' TO WRK-FIM-ARQUIVO
                       NOT AT END
                           IF KDX-VENDA
                              AND KDX-TERMINAL = WRK-SEL-TERMINAL
                              AND KDX-NUM-TRANSACAO = WRK-SEL-NUM
                               MOVE 'N' TO WRK-ACHOU
                               PERFORM VARYING WRK-IDX-ITEM FROM 1 BY 1
                                       UNTIL WRK-IDX-ITEM >
                                             WRK-QTD-ITENS
                                          OR WRK-ACHOU = 'S'
                                   IF WRK-ITEM-BAIXADO(WRK-IDX-ITEM)
                                      = 'N'
                                      AND WRK-ITEM-CODPROD(WRK-IDX-ITEM)
                                          = KDX-CODPROD
                                      AND WRK-ITEM-QTD(WRK-IDX-ITEM)
                                          = KDX-QUANTIDADE
                                       MOVE 'S' TO WRK-ACHOU
                                       MOVE 'S' TO
                                            WRK-ITEM-BAIXADO
                                            (WRK-IDX-ITEM)
                                       ADD 1 TO WRK-QTD-JA-BAIXADOS
                                   END-IF
                               END-PERFORM
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE FD-KARDEX
           END-IF
           .
      *----------------------------------------------------------------------------------*
       0006-C-END.            EXIT.
      *----------------------------------------------------------------------------------*

      *----------------------------------------------------------------------------------*
      *    ATUALIZA O SALDO DE PONTOS DO CLIENTE IDENTIFICADO
      *    (CREDITA OS GERADOS E DEBITA OS RESGATADOS NA VENDA)
      *----------------------------------------------------------------------------------*
       0006-D-ATUALIZA-PONTOS  SECTION.
      *----------------------------------------------------------------------------------*

           MOVE 'N' TO WRK-PASSO-OK

           OPEN I-O FD-CLIENTES
           IF WRK-FS-CLIENTES NOT = '00'
               DISPLAY 'CADASTRO DE CLIENTES INDISPONIVEL - PONTOS '
                       'NAO ATUALIZADOS'
           ELSE
               MOVE 'S' TO WRK-PASSO-OK
               MOVE PND-C-CPF-CLIENTE TO CLI-CPF
               READ FD-CLIENTES
                   INVALID KEY
                       DISPLAY 'CLIENTE ' PND-C-CPF-CLIENTE
                               ' NAO ENCONTRADO - PONTOS NAO '
                               'ATUALIZADOS'
                   NOT INVALID KEY
                       ADD PND-C-PONTOS-GERADOS TO CLI-PONTOS
                       IF CLI-PONTOS >= PND-C-PONTOS-RESGATADOS
                           SUBTRACT PND-C-PONTOS-RESGATADOS
                               FROM CLI-PONTOS
                       ELSE
                           MOVE ZEROS TO CLI-PONTOS
                       END-IF
                       REWRITE REG-CLIENTE
                           INVALID KEY
                               MOVE 'N' TO WRK-PASSO-OK
                               DISPLAY 'ERRO AO REGRAVAR O CLIENTE - '
                                       'PONTOS NAO ATUALIZADOS'
                           NOT INVALID KEY
                               DISPLAY 'PONTOS DO CLIENTE ATUALIZADOS '
                                       '- SALDO: ' CLI-PONTOS
                       END-REWRITE
               END-READ
               CLOSE FD-CLIENTES
           END-IF
           .
      *----------------------------------------------------------------------------------*
       0006-D-END.            EXIT.
      *----------------------------------------------------------------------------------*

      *----------------------------------------------------------------------------------*
      *    LE O CABECALHO DA VENDA SELECIONADA NO DIARIO
      *----------------------------------------------------------------------------------*
       0006-E-LE-CABECALHO     SECTION.
      *----------------------------------------------------------------------------------*

           MOVE WRK-SEL-TERMINAL TO PND-TERMINAL
           MOVE WRK-SEL-NUM      TO PND-NUM-TRANSACAO
           MOVE ZEROS            TO PND-SEQ
           READ FD-PENDENCIA
               INVALID KEY
                   MOVE SPACE TO PND-C-ETAPA
           END-READ
           .
      *----------------------------------------------------------------------------------*
       0006-E-END.            EXIT.
      *----------------------------------------------------------------------------------*

      *----------------------------------------------------------------------------------*
      *    BAIXA UM ITEM NO CADASTRO E REGISTRA A SAIDA NO KARDEX
      *    (MESMA REGRA DO CAIXA: SALDO FORCADO A ZERO SE INSUFICIENTE)
      *----------------------------------------------------------------------------------*
       0006-F-BAIXA-ITEM       SECTION.
      *----------------------------------------------------------------------------------*

           MOVE PROD-QTD-ESTOQUE TO WRK-SALDO-ANTERIOR
           MOVE 'N'              TO WRK-SALDO-ZERADO
           IF PROD-QTD-ESTOQUE >= WRK-ITEM-QTD(WRK-IDX-ITEM)
               SUBTRACT WRK-ITEM-QTD(WRK-IDX-ITEM)
                   FROM PROD-QTD-ESTOQUE
           ELSE
               MOVE ZEROS TO PROD-QTD-ESTOQUE
               MOVE 'S'   TO WRK-SALDO-ZERADO
           END-IF
           REWRITE REG-PRODUTO
           IF WRK-FS-PRODUTOS NOT = '00'
               DISPLAY 'ERRO AO BAIXAR O ESTOQUE DO PRODUTO '
                       PROD-CODIGO '. STATUS: ' WRK-FS-PRODUTOS
               MOVE 'N' TO WRK-PASSO-OK
           ELSE
               PERFORM 0006-K-GRAVA-KARDEX
           END-IF
           .
      *----------------------------------------------------------------------------------*
       0006-F-END.            EXIT.
      *----------------------------------------------------------------------------------*

      *----------------------------------------------------------------------------------*
      *    REGISTRA NO KARDEX A SAIDA DO ITEM BAIXADO. SEM O MOVIMENTO
      *    A BAIXA E DESFEITA E O ITEM FICA PARA UMA NOVA RECUPERACAO
      *----------------------------------------------------------------------------------*
       0006-K-GRAVA-KARDEX     SECTION.
      *----------------------------------------------------------------------------------*

           MOVE WRK-DHS-DATA                TO KDX-DATA
           MOVE WRK-DHS-HORA                TO KDX-HORA
           MOVE PROD-CODIGO                 TO KDX-CODPROD
           MOVE 'V'                         TO KDX-TIPO
           MOVE WRK-ITEM-QTD(WRK-IDX-ITEM)  TO KDX-QUANTIDADE
           MOVE WRK-SALDO-ANTERIOR          TO KDX-SALDO-ANTERIOR
           MOVE PROD-QTD-ESTOQUE            TO KDX-SALDO-POSTERIOR
           MOVE WRK-SEL-TERMINAL            TO KDX-TERMINAL
           MOVE WRK-SEL-NUM                 TO KDX-NUM-TRANSACAO
           MOVE WRK-SUPERVISOR-ID           TO KDX-OPERADOR
           MOVE 'RECVENDA'                  TO KDX-DOCUMENTO
           MOVE WRK-SALDO-ZERADO            TO KDX-SALDO-ZERADO
           WRITE REG-KARDEX

           IF WRK-FS-KARDEX NOT = '00'
               DISPLAY 'ERRO AO GRAVAR O KARDEX DO PRODUTO '
                       PROD-CODIGO '. STATUS: ' WRK-FS-KARDEX
               MOVE WRK-SALDO-ANTERIOR TO PROD-QTD-ESTOQUE
               REWRITE REG-PRODUTO
               MOVE 'N' TO WRK-PASSO-OK
           ELSE
               MOVE 'S' TO WRK-ITEM-BAIXADO(WRK-IDX-ITEM)
               ADD 1 TO WRK-QTD-BAIXADOS
           END-IF
           .
      *----------------------------------------------------------------------------------*
       0006-K-END.            EXIT.
      *----------------------------------------------------------------------------------*

      *----------------------------------------------------------------------------------*
      *    VERIFICA SE A COMPRA EM CONVENIO DO CUPOM JA FOI LANCADA NO
      *    CONVREC.DAT PELO CAIXA ANTES DA INTERRUPCAO
      *----------------------------------------------------------------------------------*
       0006-G-CONFERE-CONVENIO SECTION.
      *----------------------------------------------------------------------------------*

           MOVE 'N' TO WRK-CONV-LANCADO
           MOVE 'N' TO WRK-FIM-CONVREC

           OPEN INPUT FD-CONVREC
           IF WRK-FS-CONVREC = '00'
               PERFORM UNTIL WRK-FIM-CONVREC = 'S'
                   READ FD-CONVREC
                       AT END
                           MOVE 'S' TO WRK-FIM-CONVREC
                       NOT AT END
                           IF CRC-COMPRA
                              AND CRC-TERMINAL = WRK-SEL-TERMINAL
                              AND CRC-NUM-TRANSACAO = WRK-SEL-NUM
                              AND CRC-DATA = PND-C-DATA
                               MOVE 'S' TO WRK-CONV-LANCADO
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE FD-CONVREC
           END-IF
           .
      *----------------------------------------------------------------------------------*
       0006-G-END.            EXIT.
      *----------------------------------------------------------------------------------*

      *----------------------------------------------------------------------------------*
      *    LANCA A COMPRA EM CONVENIO NA CONTA DO CLIENTE (MESMA REGRA
      *    DO CAIXA: VENCIMENTO NO DIA DA CONTA DO MES SEGUINTE)
      *----------------------------------------------------------------------------------*
       0006-H-LANCA-CONVENIO   SECTION.
      *----------------------------------------------------------------------------------*

           MOVE 'N' TO WRK-PASSO-OK

           OPEN I-O FD-CLIENTES
           IF WRK-FS-CLIENTES NOT = '00'
               DISPLAY 'CADASTRO DE CLIENTES INDISPONIVEL - CONVENIO '
                       'NAO LANCADO'
           ELSE
               OPEN EXTEND FD-CONVREC
               IF WRK-FS-CONVREC = '35'
                   OPEN OUTPUT FD-CONVREC
               END-IF
               IF WRK-FS-CONVREC NOT = '00'
                   DISPLAY 'LANCAMENTOS DE CONVENIO INDISPONIVEIS - '
                           'STATUS ' WRK-FS-CONVREC
                           ' - CONVENIO NAO LANCADO'
               ELSE
                   PERFORM 0006-I-GRAVA-CONVENIO
                   CLOSE FD-CONVREC
               END-IF
               CLOSE FD-CLIENTES
           END-IF
           .
      *----------------------------------------------------------------------------------*
       0006-H-END.            EXIT.
      *----------------------------------------------------------------------------------*

      *----------------------------------------------------------------------------------*
      *    ATUALIZA O SALDO DA CONTA E GRAVA A COMPRA NO CONVREC.DAT
      *    (CADASTRO E LANCAMENTOS JA ABERTOS). CLIENTE NAO ENCONTRADO
      *    MANTEM A VENDA NO DIARIO: A COMPRA NAO PODE SER PERDIDA.
      *    SE O LANCAMENTO NAO FOR GRAVADO O SALDO ANTERIOR E REGRAVADO
      *----------------------------------------------------------------------------------*
       0006-I-GRAVA-CONVENIO   SECTION.
      *----------------------------------------------------------------------------------*

           MOVE PND-C-CPF-CLIENTE TO CLI-CPF
           READ FD-CLIENTES
               INVALID KEY
                   DISPLAY 'CLIENTE ' PND-C-CPF-CLIENTE
                           ' NAO ENCONTRADO - CONVENIO NAO '
                           'LANCADO'
               NOT INVALID KEY
                   ADD PND-C-VALOR-CONVENIO TO CLI-CONV-SALDO
                   REWRITE REG-CLIENTE
                   IF WRK-FS-CLIENTES NOT = '00'
                       DISPLAY 'ERRO AO ATUALIZAR O SALDO DO CLIENTE - '
                               'STATUS ' WRK-FS-CLIENTES
                               ' - CONVENIO NAO LANCADO'
                   ELSE
                       PERFORM 0006-J-GRAVA-LANCAMENTO
                   END-IF
           END-READ
           .
      *----------------------------------------------------------------------------------*
       0006-I-END.            EXIT.
      *----------------------------------------------------------------------------------*

      *----------------------------------------------------------------------------------*
      *    GRAVA O LANCAMENTO DA COMPRA NO CONVREC.DAT (SALDO JA
      *    REGRAVADO); ERRO NA GRAVACAO DESFAZ O SALDO DO CLIENTE
      *----------------------------------------------------------------------------------*
       0006-J-GRAVA-LANCAMENTO SECTION.
      *----------------------------------------------------------------------------------*

           MOVE PND-C-DATA TO WRK-DATA-VENCTO
           IF WRK-VENCTO-MES = 12
               MOVE 1 TO WRK-VENCTO-MES
               ADD 1  TO WRK-VENCTO-ANO
           ELSE
               ADD 1  TO WRK-VENCTO-MES
           END-IF
           IF CLI-CONV-DIA-VENCTO < 1
              OR CLI-CONV-DIA-VENCTO > 28
               MOVE 10 TO WRK-VENCTO-DIA
           ELSE
               MOVE CLI-CONV-DIA-VENCTO TO WRK-VENCTO-DIA
           END-IF

           MOVE SPACES               TO REG-CONVREC
           MOVE PND-C-DATA           TO CRC-DATA
           MOVE PND-C-HORA           TO CRC-HORA
           MOVE PND-C-CPF-CLIENTE    TO CRC-CPF
           MOVE 'V'                  TO CRC-TIPO
           MOVE PND-C-VALOR-CONVENIO TO CRC-VALOR
           MOVE WRK-DATA-VENCTO      TO CRC-VENCIMENTO
           MOVE WRK-SEL-TERMINAL     TO CRC-TERMINAL
           MOVE WRK-SEL-NUM          TO CRC-NUM-TRANSACAO
           MOVE WRK-SUPERVISOR-ID    TO CRC-OPERADOR
           MOVE '6'                  TO CRC-FORMA-PGTO
           MOVE CLI-CONV-SALDO       TO CRC-SALDO-POSTERIOR
           WRITE REG-CONVREC
           IF WRK-FS-CONVREC = '00'
               MOVE 'S' TO WRK-PASSO-OK
               DISPLAY 'COMPRA EM CONVENIO LANCADA - SALDO EM '
                       'ABERTO DO CLIENTE: ' CLI-CONV-SALDO
           ELSE
               DISPLAY 'ERRO AO GRAVAR O LANCAMENTO DE CONVENIO '
                       '- STATUS ' WRK-FS-CONVREC
                       ' - CONVENIO NAO LANCADO'
               SUBTRACT PND-C-VALOR-CONVENIO FROM CLI-CONV-SALDO
               REWRITE REG-CLIENTE
           END-IF
           .
      *----------------------------------------------------------------------------------*
       0006-J-END.            EXIT.
      *----------------------------------------------------------------------------------*

      *----------------------------------------------------------------------------------*
      *    REGRAVA O VENDAS.DAT SEM OS REGISTROS DO CUPOM SELECIONADO,
      *    INSERINDO OS NOVOS REGISTROS (CUPOM CANCELADO OU VENDA
      *    COMPLETA) ANTES DO PROXIMO NUMERO DO MESMO TERMINAL, PARA
      *    QUE A SEQUENCIA DA AUDITORIA CONTINUE CORRETA
      *----------------------------------------------------------------------------------*
       0007-REGRAVA-VENDAS     SECTION.
      *----------------------------------------------------------------------------------*

           MOVE FUNCTION CURRENT-DATE TO WRK-DATA-HORA-SISTEMA
           MOVE 'N'   TO WRK-FIM-ARQUIVO
           MOVE 'N'   TO WRK-INSERIDO
           MOVE 'N'   TO WRK-PASSO-OK
           MOVE ZEROS TO WRK-QTD-REMOVIDOS

           OPEN OUTPUT FD-TEMP
           IF WRK-FS-TEMP NOT = '00'
               DISPLAY 'ERRO AO CRIAR O ARQUIVO TEMPORARIO - STATUS '
                       WRK-FS-TEMP ' - VENDAS.DAT NAO ALTERADO'
           ELSE
               OPEN INPUT FD-VENDAS
               EVALUATE WRK-FS-VENDAS
                   WHEN '00'
                       MOVE 'S' TO WRK-PASSO-OK
                       PERFORM UNTIL WRK-FIM-ARQUIVO = 'S'
                           READ FD-VENDAS
                               AT END
                                   MOVE 'S' TO WRK-FIM-ARQUIVO
                               NOT AT END
                                   PERFORM 0007-A-COPIA-REGISTRO
                           END-READ
                       END-PERFORM
                       CLOSE FD-VENDAS
                   WHEN '35'
                       MOVE 'S' TO WRK-PASSO-OK
                   WHEN OTHER
                       DISPLAY 'ERRO AO LER O VENDAS.DAT - STATUS '
                               WRK-FS-VENDAS ' - ARQUIVO NAO ALTERADO'
               END-EVALUATE

               IF WRK-PASSO-OK = 'S'
                  AND WRK-INSERIDO = 'N'
                   PERFORM 0007-B-GRAVA-NOVOS
               END-IF

               CLOSE FD-TEMP
           END-IF

      *    DEVOLVE O ARQUIVO REGRAVADO PARA O VENDAS.DAT
           IF WRK-PASSO-OK = 'S'
               MOVE 'N' TO WRK-PASSO-OK
               OPEN INPUT FD-TEMP
               IF WRK-FS-TEMP NOT = '00'
                   DISPLAY 'ERRO AO REABRIR O ARQUIVO TEMPORARIO - '
                           'STATUS ' WRK-FS-TEMP
                           ' - VENDAS.DAT NAO ALTERADO'
               ELSE
                   OPEN OUTPUT FD-VENDAS
                   IF WRK-FS-VENDAS NOT = '00'
                       DISPLAY 'ERRO AO REGRAVAR O VENDAS.DAT - STATUS '
                               WRK-FS-VENDAS
                   ELSE
                       MOVE 'S' TO WRK-PASSO-OK
                       MOVE 'N' TO WRK-FIM-ARQUIVO
                       PERFORM UNTIL WRK-FIM-ARQUIVO = 'S'
                           READ FD-TEMP
                               AT END
                                   MOVE 'S' TO WRK-FIM-ARQUIVO
                               NOT AT END
                                   MOVE REG-TEMP TO REG-VENDA
                                   WRITE REG-VENDA
                           END-READ
                       END-PERFORM
                       CLOSE FD-VENDAS
                   END-IF
                   CLOSE FD-TEMP
               END-IF
           END-IF
           .
      *----------------------------------------------------------------------------------*
       0007-END.              EXIT.
      *----------------------------------------------------------------------------------*

      *----------------------------------------------------------------------------------*
      *    COPIA UM REGISTRO PARA O TEMPORARIO, DESCARTANDO OS DO CUPOM
      *    SELECIONADO E INSERINDO OS NOVOS NA POSICAO DA SEQUENCIA
      *----------------------------------------------------------------------------------*
       0007-A-COPIA-REGISTRO   SECTION.
      *----------------------------------------------------------------------------------*

           IF REG-VENDA-TERMINAL = WRK-SEL-TERMINAL
              AND REG-VENDA-NUM-TRANSACAO = WRK-SEL-NUM
              AND NOT REG-VENDA-ESTORNO
               ADD 1 TO WRK-QTD-REMOVIDOS
           ELSE
               IF WRK-INSERIDO = 'N'
                  AND REG-VENDA-TERMINAL = WRK-SEL-TERMINAL
                  AND REG-VENDA-NUM-TRANSACAO > WRK-SEL-NUM
                  AND (REG-VENDA-HEADER OR REG-VENDA-ESTORNO
                       OR REG-VENDA-CANCELADO)
                   MOVE REG-VENDA TO WRK-REG-VENDA-SALVO
                   PERFORM 0007-B-GRAVA-NOVOS
                   MOVE WRK-REG-VENDA-SALVO TO REG-VENDA
               END-IF
               MOVE REG-VENDA TO REG-TEMP
               WRITE REG-TEMP
           END-IF
           .
      *----------------------------------------------------------------------------------*
       0007-A-END.            EXIT.
      *----------------------------------------------------------------------------------*

      *----------------------------------------------------------------------------------*
      *    GRAVA NO TEMPORARIO O REGISTRO DE CUPOM CANCELADO (MODO C)
      *    OU O HEADER, DETALHES E TRAILER DA VENDA DO DIARIO (MODO V)
      *----------------------------------------------------------------------------------*
       0007-B-GRAVA-NOVOS      SECTION.
      *----------------------------------------------------------------------------------*

           MOVE 'S' TO WRK-INSERIDO

           IF WRK-MODO-REGRAVA = 'C'
               MOVE SPACES               TO REG-VENDA
               MOVE 'C'                  TO REG-VENDA-TIPO
               MOVE WRK-SEL-NUM          TO REG-VENDA-NUM-TRANSACAO
               MOVE WRK-SEL-TERMINAL     TO REG-VENDA-TERMINAL
               MOVE WRK-DHS-DATA         TO REG-VENDA-C-DATA
               MOVE WRK-DHS-HORA         TO REG-VENDA-C-HORA
               MOVE WRK-CANC-OPERADOR    TO REG-VENDA-C-OPERADOR
               MOVE WRK-SUPERVISOR-ID    TO REG-VENDA-C-SUPERVISOR
               MOVE WRK-CANC-ETAPA       TO REG-VENDA-C-ETAPA
               MOVE WRK-CANC-VALOR       TO REG-VENDA-C-VALOR
               MOVE WRK-CANC-QTD-ITENS   TO REG-VENDA-C-QTD-ITENS
               MOVE REG-VENDA TO REG-TEMP
               WRITE REG-TEMP
           ELSE
               PERFORM 0007-C-GRAVA-VENDA
           END-IF
           .
      *----------------------------------------------------------------------------------*
       0007-B-END.            EXIT.
      *----------------------------------------------------------------------------------*

      *----------------------------------------------------------------------------------*
      *    MONTA A VENDA COMPLETA (H/D/T) A PARTIR DO CABECALHO E DOS
      *    ITENS DO DIARIO, COM A DATA/HORA ORIGINAL DO CUPOM
      *----------------------------------------------------------------------------------*
       0007-C-GRAVA-VENDA      SECTION.
      *----------------------------------------------------------------------------------*

           MOVE SPACES               TO REG-VENDA
           MOVE 'H'                  TO REG-VENDA-TIPO
           MOVE WRK-SEL-NUM          TO REG-VENDA-NUM-TRANSACAO
           MOVE WRK-SEL-TERMINAL     TO REG-VENDA-TERMINAL
           MOVE PND-C-DATA           TO REG-VENDA-H-DATA
           MOVE PND-C-HORA           TO REG-VENDA-H-HORA
           MOVE PND-C-OPERADOR       TO REG-VENDA-H-OPERADOR
           MOVE PND-C-CPF-CLIENTE    TO REG-VENDA-H-CPF-CLIENTE
           MOVE REG-VENDA TO REG-TEMP
           WRITE REG-TEMP

           PERFORM VARYING WRK-IDX-ITEM FROM 1 BY 1
                   UNTIL WRK-IDX-ITEM > WRK-QTD-ITENS
               MOVE SPACES            TO REG-VENDA
               MOVE 'D'               TO REG-VENDA-TIPO
               MOVE WRK-SEL-NUM       TO REG-VENDA-NUM-TRANSACAO
               MOVE WRK-SEL-TERMINAL  TO REG-VENDA-TERMINAL
               MOVE WRK-IDX-ITEM      TO REG-VENDA-D-SEQ
               MOVE WRK-ITEM-CODPROD(WRK-IDX-ITEM)
                                      TO REG-VENDA-D-CODPROD
               MOVE WRK-ITEM-QTD(WRK-IDX-ITEM)
                                      TO REG-VENDA-D-QUANTIDADE
               MOVE WRK-ITEM-VALOR-UNIT(WRK-IDX-ITEM)
                                      TO REG-VENDA-D-VALOR-UNIT
               MOVE WRK-ITEM-VALOR(WRK-IDX-ITEM)
                                      TO REG-VENDA-D-VALOR
               MOVE WRK-ITEM-CAT-TRIB(WRK-IDX-ITEM)
                                      TO REG-VENDA-D-CAT-TRIB
               MOVE WRK-ITEM-IMPOSTO(WRK-IDX-ITEM)
                                      TO REG-VENDA-D-IMPOSTO
               MOVE WRK-ITEM-PRECO-ORIG(WRK-IDX-ITEM)
                                      TO REG-VENDA-D-PRECO-ORIG
               MOVE WRK-ITEM-SUPERVISOR(WRK-IDX-ITEM)
                                      TO REG-VENDA-D-SUP-OVERRIDE
               MOVE REG-VENDA TO REG-TEMP
               WRITE REG-TEMP
           END-PERFORM

           MOVE SPACES                  TO REG-VENDA
           MOVE 'T'                     TO REG-VENDA-TIPO
           MOVE WRK-SEL-NUM             TO REG-VENDA-NUM-TRANSACAO
           MOVE WRK-SEL-TERMINAL        TO REG-VENDA-TERMINAL
           MOVE WRK-QTD-ITENS           TO REG-VENDA-T-QTD-ITENS
           MOVE PND-C-SUBTOTAL          TO REG-VENDA-T-SUBTOTAL
           MOVE PND-C-DESCONTO          TO REG-VENDA-T-DESCONTO
           MOVE PND-C-TOTAL-FINAL       TO REG-VENDA-T-TOTAL-FINAL
           MOVE PND-C-FORMA-PGTO        TO REG-VENDA-T-FORMA-PGTO
           MOVE PND-C-VALOR-PAGO        TO REG-VENDA-T-VALOR-PAGO
           MOVE PND-C-TROCO             TO REG-VENDA-T-TROCO
           MOVE PND-C-TOTAL-IMPOSTO     TO REG-VENDA-T-TOTAL-IMPOSTO
           MOVE PND-C-QTD-PGTOS         TO REG-VENDA-T-QTD-PGTOS
           PERFORM VARYING WRK-IDX-PGTO FROM 1 BY 1
                   UNTIL WRK-IDX-PGTO > 5
               MOVE PND-C-VALOR-FORMA(WRK-IDX-PGTO)
                   TO REG-VENDA-T-VALOR-FORMA(WRK-IDX-PGTO)
           END-PERFORM
           MOVE PND-C-PONTOS-GERADOS    TO REG-VENDA-T-PONTOS-GERADOS
           MOVE PND-C-PONTOS-RESGATADOS
               TO REG-VENDA-T-PONTOS-RESGATADOS
           IF PND-C-VALOR-CONVENIO NUMERIC
               MOVE PND-C-VALOR-CONVENIO
                   TO REG-VENDA-T-VALOR-CONVENIO
           ELSE
               MOVE ZEROS TO REG-VENDA-T-VALOR-CONVENIO
           END-IF
           MOVE REG-VENDA TO REG-TEMP
           WRITE REG-TEMP
           .
      *----------------------------------------------------------------------------------*
       0007-C-END.            EXIT.
      *----------------------------------------------------------------------------------*

      *----------------------------------------------------------------------------------*
      *    RETIRA DO DIARIO O CABECALHO E OS ITENS DA VENDA TRATADA
      *    (ARQUIVO JA ABERTO EM I-O)
      *----------------------------------------------------------------------------------*
       0008-REMOVE-DIARIO      SECTION.
      *----------------------------------------------------------------------------------*

           PERFORM 0006-E-LE-CABECALHO
           MOVE PND-C-QTD-ITENS TO WRK-QTD-ITENS
           MOVE WRK-SEL-TERMINAL TO PND-TERMINAL
           MOVE WRK-SEL-NUM      TO PND-NUM-TRANSACAO

           PERFORM VARYING WRK-IDX-ITEM FROM 0 BY 1
                   UNTIL WRK-IDX-ITEM > WRK-QTD-ITENS
               MOVE WRK-IDX-ITEM TO PND-SEQ
               DELETE FD-PENDENCIA RECORD
                   INVALID KEY
                       CONTINUE
               END-DELETE
           END-PERFORM
           .
      *----------------------------------------------------------------------------------*
       0008-END.              EXIT.
      *----------------------------------------------------------------------------------*
