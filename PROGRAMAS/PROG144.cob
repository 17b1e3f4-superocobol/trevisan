      ******************************************************************
      * Autor.....: Alexandre Trevisani (PROVA COBOL)
      * Data......: Julho/2019
      * Programa..: PROG144 - Relatório de Divergências de Inventário
      * Chamadas..: PROG35 - Spool e Catalogo de Relatorios
      * Parametros: Numero do inventario (PROG143); em modo batch pela
      *             linha de comando, formato NNNNNN
      * Observação: Lista os produtos de uma contagem (INVITEM.ARQ)
      *             com o saldo fotografado na abertura, a quantidade
      *             contada e a divergencia em quantidade e em valor
      *             (preco de PRECO.ARQ vigente na data de abertura).
      *             Mostra tambem o movimento feito durante a
      *             contagem e o saldo que o produto fica depois do
      *             ajuste: na contagem aberta, pelo saldo atual do
      *             produto (previa para o supervisor aprovar); na ja
      *             lancada, pelo que o PROG143 gravou no item.
      *             Produto nao contado sai marcado e sem ajuste.
      *             Totais de sobras, faltas e saldo liquido em valor.
      * Cod.Retorno (RETURN-CODE):
      *             0 = processamento normal
      *             4 = inventario inexistente ou sem itens
      *            12 = arquivo ausente
      * Historico.:
      *   2026 mnt - Programa novo.
      *   2026 mnt - Literais das linhas de total com o tamanho
      *              exato do campo (nao cortam o ultimo byte).
      ******************************************************************
       IDENTIFICATION      DIVISION.
       PROGRAM-ID.         PROG144.
       ENVIRONMENT         DIVISION.
       CONFIGURATION       SECTION.
       SPECIAL-NAMES.      DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT        SECTION.
       FILE-CONTROL.

       SELECT INVCAB ASSIGN TO WS-ARQ-INVCAB
              ORGANIZATION IS INDEXED
              ACCESS MODE  IS RANDOM
              FILE STATUS  IS IVC-STAT
              RECORD KEY   IS INV-KEY.

       SELECT INVITEM ASSIGN TO WS-ARQ-INVITEM
              ORGANIZATION IS INDEXED
              ACCESS MODE  IS DYNAMIC
              FILE STATUS  IS IVI-STAT
              RECORD KEY   IS INI-KEY.

       SELECT PRODUTO ASSIGN TO WS-ARQ-PRODUTO
              ORGANIZATION IS INDEXED
              ACCESS MODE  IS RANDOM
              FILE STATUS  IS PRO-STAT
              RECORD KEY   IS PRO-KEY.

       SELECT PRECO ASSIGN TO WS-ARQ-PRECO
              ORGANIZATION IS INDEXED
              ACCESS MODE  IS DYNAMIC
              FILE STATUS  IS PRE-STAT
              RECORD KEY   IS PRE-KEY.

       SELECT RELINV ASSIGN TO WS-ARQ-RELINV
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS  IS REL-STAT.

       DATA            DIVISION.
       FILE            SECTION.

       COPY FD_INVCAB.

       COPY FD_INVITEM.

       COPY FD_PRODUTO.

       COPY FD_PRECO.

       FD RELINV
           LINAGE IS 55 LINES
           WITH FOOTING AT 51
           LINES AT TOP 3
           LINES AT BOTTOM 2.

       01 RELINV-REL.
          05 REL-IMP        PIC X(132).

       WORKING-STORAGE SECTION.

       77 WS-DIR-DADOS       PIC X(50) VALUE SPACES.
       77 WS-ARQ-INVCAB      PIC X(70) VALUE SPACES.
       77 WS-ARQ-INVITEM     PIC X(70) VALUE SPACES.
       77 WS-ARQ-PRODUTO     PIC X(70) VALUE SPACES.
       77 WS-ARQ-PRECO       PIC X(70) VALUE SPACES.
       77 WS-ARQ-RELINV      PIC X(90) VALUE SPACES.

       77 IVC-STAT          PIC 9(02).
           88 FSIC-OK       VALUE ZEROS.
           88 FSIC-NAO-EXISTE VALUE 35.

       77 IVI-STAT          PIC 9(02).
           88 FSII-OK       VALUE ZEROS.
           88 FSII-FIM-REG  VALUE 10.
           88 FSII-NAO-EXISTE VALUE 35.

       77 PRO-STAT          PIC 9(02).
           88 FSPR-OK       VALUE ZEROS.
           88 FSPR-NAO-EXISTE VALUE 35.

       77 PRE-STAT          PIC 9(02).
           88 FSPE-OK       VALUE ZEROS.
           88 FSPE-FIM-REG  VALUE 10.
           88 FSPE-NAO-EXISTE VALUE 35.

       77 REL-STAT          PIC 9(02).
           88 FSR-OK        VALUE ZEROS.

       77 WS-ABRIU-INVCAB   PIC X(01) VALUE 'N'.
           88 ABRIU-INVCAB  VALUE 'S'.
       77 WS-ABRIU-INVITEM  PIC X(01) VALUE 'N'.
           88 ABRIU-INVITEM VALUE 'S'.
       77 WS-ABRIU-RELINV   PIC X(01) VALUE 'N'.
           88 ABRIU-RELINV  VALUE 'S'.

       77 WS-TEM-PRODUTO    PIC X(01) VALUE 'N'.
           88 TEM-PRODUTO   VALUE 'S'.
           88 SEM-PRODUTO   VALUE 'N'.

       77 WS-TEM-PRECO      PIC X(01) VALUE 'N'.
           88 TEM-PRECO     VALUE 'S'.
           88 SEM-PRECO     VALUE 'N'.

       77 WS-MODO           PIC X(01) VALUE 'I'.
           88 MODO-INTERATIVO VALUE 'I'.
           88 MODO-BATCH      VALUE 'B'.

       77 WS-PARM           PIC X(80) VALUE SPACES.

       77 WS-NUM-INV        PIC 9(06) VALUE ZEROS.
       77 WS-RETCODE        PIC 9(02) VALUE ZEROS.
       77 WS-CTPAG          PIC 9(03) VALUE ZEROS.

       77 WS-PRECO          PIC 9(07)V99 VALUE ZEROS.
       77 WS-SALDO-ATUAL    PIC S9(07)V99 VALUE ZEROS.
       77 WS-DIF-QTDE       PIC S9(07)V99 VALUE ZEROS.
       77 WS-DIF-VALOR      PIC S9(11)V99 VALUE ZEROS.
       77 WS-MOV-CONTAGEM   PIC S9(07)V99 VALUE ZEROS.
       77 WS-SALDO-FINAL    PIC S9(07)V99 VALUE ZEROS.
       77 WS-ED-CONTADO     PIC Z.ZZZ.ZZ9,99.

       77 WS-QTD-ITENS      PIC 9(05) VALUE ZEROS.
       77 WS-QTD-CONTADOS   PIC 9(05) VALUE ZEROS.
       77 WS-QTD-NAO-CONTADOS PIC 9(05) VALUE ZEROS.
       77 WS-QTD-DIVERG     PIC 9(05) VALUE ZEROS.
       77 WS-VLR-SOBRAS     PIC 9(13)V99 VALUE ZEROS.
       77 WS-VLR-FALTAS     PIC 9(13)V99 VALUE ZEROS.
       77 WS-VLR-LIQUIDO    PIC S9(13)V99 VALUE ZEROS.

       01 WS-DATA-AMD       PIC 9(08) VALUE ZEROS.
       01 FILLER REDEFINES WS-DATA-AMD.
           05 WS-AMD-ANO    PIC 9(04).
           05 WS-AMD-MES    PIC 9(02).
           05 WS-AMD-DIA    PIC 9(02).
       01 WS-DATA-DMA       PIC X(10) VALUE SPACES.

       01 LINHA-CAB0.
           05 FILLER        PIC X(27) VALUE
           'DIVERGENCIAS DO INVENTARIO '.
           05 CAB-REL-NUM   PIC 9(06).
           05 FILLER        PIC X(13) VALUE '  ABERTO EM: '.
           05 CAB-REL-DATA  PIC X(10).
           05 FILLER        PIC X(12) VALUE '  SITUACAO: '.
           05 CAB-REL-SIT   PIC X(09).
           05 FILLER        PIC X(11) VALUE '  PAGINA: '.
           05 PAG-REL       PIC ZZ9.

       01 LINHA-CAB1.
           05 FILLER        PIC X(19) VALUE 'FAIXA DE PRODUTOS: '.
           05 CAB-REL-INI   PIC 9(05).
           05 FILLER        PIC X(03) VALUE ' A '.
           05 CAB-REL-FIM   PIC 9(05).
           05 FILLER        PIC X(16) VALUE '  PRECOS EM: '.
           05 CAB-REL-PRECO PIC X(10).

       01 LINHA-CAB2.
           05 FILLER        PIC X(60) VALUE
           'PROD. DESCRICAO                 SALDO FOTO      CONTADO'.
           05 FILLER        PIC X(60) VALUE
           '   DIVERG.QTDE   DIVERG.VALOR  MOV.CONTAGEM   SALDO FINAL'.

       01 LINHA-DET.
           05 REL-PROD      PIC 9(05).
           05 FILLER        PIC X(01)  VALUE SPACES.
           05 REL-DESC      PIC X(25).
           05 FILLER        PIC X(01)  VALUE SPACES.
           05 REL-FOTO      PIC -Z.ZZZ.ZZ9,99.
           05 FILLER        PIC X(01)  VALUE SPACES.
           05 REL-CONTADO   PIC X(12).
           05 FILLER        PIC X(01)  VALUE SPACES.
           05 REL-DIF-QTDE  PIC -Z.ZZZ.ZZ9,99.
           05 FILLER        PIC X(01)  VALUE SPACES.
           05 REL-DIF-VLR   PIC -ZZ.ZZZ.ZZ9,99.
           05 FILLER        PIC X(01)  VALUE SPACES.
           05 REL-MOV       PIC -Z.ZZZ.ZZ9,99.
           05 FILLER        PIC X(01)  VALUE SPACES.
           05 REL-SALDO-FIM PIC -Z.ZZZ.ZZ9,99.

       01 LINHA-TOT1.
           05 FILLER        PIC X(24) VALUE 'PRODUTOS NA CONTAGEM..: '.
           05 TOT-ITENS     PIC ZZZZ9.
           05 FILLER        PIC X(17) VALUE '   CONTADOS....: '.
           05 TOT-CONTADOS  PIC ZZZZ9.
           05 FILLER        PIC X(17) VALUE '   NAO CONTADOS: '.
           05 TOT-NAO-CONT  PIC ZZZZ9.

       01 LINHA-TOT2.
           05 FILLER        PIC X(24) VALUE 'PRODUTOS DIVERGENTES..: '.
           05 TOT-DIVERG    PIC ZZZZ9.

       01 LINHA-TOT3.
           05 FILLER        PIC X(24) VALUE 'VALOR DAS SOBRAS......: '.
           05 TOT-SOBRAS    PIC ZZZZ.ZZZ.ZZZ.ZZ9,99.

       01 LINHA-TOT4.
           05 FILLER        PIC X(24) VALUE 'VALOR DAS FALTAS......: '.
           05 TOT-FALTAS    PIC ZZZZ.ZZZ.ZZZ.ZZ9,99.

       01 LINHA-TOT5.
           05 FILLER        PIC X(24) VALUE 'SALDO LIQUIDO.........: '.
           05 TOT-LIQUIDO   PIC -ZZZ.ZZZ.ZZZ.ZZ9,99.

       01 LINHA-BRANCO      PIC X(100) VALUE SPACES.

       COPY LK_SPOOL.

       77 WS-NUML           PIC 999.
       77 WS-NUMC           PIC 999.
       77 COR-FUNDO         PIC 9 VALUE 1.
       77 COR-FRENTE        PIC 9 VALUE 6.
       77 WS-STATUS         PIC X(40).

       COPY screenio.

       SCREEN SECTION.
       01 SS-CLS.
           05 SS-FILLER.
               10 BLANK SCREEN.
               10 LINE 01 COLUMN 01 ERASE EOL
                  BACKGROUND-COLOR COR-FUNDO.
               10 LINE WS-NUML COLUMN 01 ERASE EOL
                  BACKGROUND-COLOR COR-FUNDO.
           05 SS-STATUS.
               10 LINE WS-NUML COLUMN 2 ERASE EOL PIC X(30)
                  FROM WS-STATUS HIGHLIGHT
                  FOREGROUND-COLOR COR-FRENTE
                  BACKGROUND-COLOR COR-FUNDO.

       01 SS-NUMERO FOREGROUND-COLOR 2.
           05 LINE 08 COLUMN 12 VALUE "NUMERO DO INVENTARIO:".
           05 COLUMN PLUS 2 PIC 9(06) USING WS-NUM-INV
              BLANK WHEN ZEROS.

       PROCEDURE DIVISION.
       INICIO.
           SET ENVIRONMENT 'COB_SCREEN_EXCEPTIONS' TO 'Y'.
           SET ENVIRONMENT 'COB_SCREEN_ESC' TO 'Y'.
           SET ENVIRONMENT 'ESCDELAY' TO '25'.
           ACCEPT  WS-NUML FROM LINES
           ACCEPT  WS-NUMC FROM COLUMNS
           PERFORM MONTA-CAMINHOS

           ACCEPT WS-PARM FROM COMMAND-LINE
           IF WS-PARM NOT = SPACES
              SET MODO-BATCH TO TRUE
              MOVE FUNCTION NUMVAL(WS-PARM) TO WS-NUM-INV
           END-IF

           IF MODO-INTERATIVO
              DISPLAY SS-CLS
              MOVE "ESC PARA ENCERRAR" TO WS-STATUS
              DISPLAY SS-STATUS
              DISPLAY SS-NUMERO
              ACCEPT  SS-NUMERO
              IF COB-CRT-STATUS = COB-SCR-ESC
                 GOBACK
              END-IF
           END-IF

           PERFORM ABRIR-ARQUIVO

           MOVE WS-NUM-INV TO INV-NUMERO
           READ INVCAB
                INVALID KEY
                   DISPLAY 'PROG144: INVENTARIO ' WS-NUM-INV
                           ' NAO ENCONTRADO'
                   MOVE 04 TO WS-RETCODE
                   PERFORM FINALIZA
           END-READ

      *    O relatorio vai para o SPOOL\ com nome datado (PROG35) e
      *    entra no catalogo ao final.
           MOVE 'N'            TO LK-SPL-OPER
           MOVE 'PROG144'      TO LK-SPL-PROGRAMA
           MOVE 'REL-INV.TXT'  TO LK-SPL-SUFIXO
           CALL "PROG35" USING LK-SPOOL END-CALL
           MOVE LK-SPL-CAMINHO TO WS-ARQ-RELINV
           OPEN OUTPUT RELINV
           SET ABRIU-RELINV TO TRUE

           PERFORM IMP-CABEC

           MOVE WS-NUM-INV TO INI-NUMERO
           MOVE ZEROS      TO INI-PROD
           START INVITEM KEY NOT LESS THAN INI-KEY
                 INVALID KEY
                    MOVE 10 TO IVI-STAT
           END-START
           PERFORM IMPRIME-ITEM THRU IMPRIME-ITEM-SAI UNTIL FSII-FIM-REG

           IF WS-QTD-ITENS = ZEROS
              MOVE 04 TO WS-RETCODE
              DISPLAY 'PROG144: INVENTARIO ' WS-NUM-INV ' SEM ITENS'
           END-IF

           PERFORM TOTAIS
           PERFORM FINALIZA
           .
       FIM-PROCES.
           EXIT.

      *-------------------------------------------------------------*
       IMPRIME-ITEM.
      *-------------------------------------------------------------*
           READ INVITEM NEXT AT END
                GO TO IMPRIME-ITEM-SAI
           END-READ

           IF INI-NUMERO NOT = WS-NUM-INV
              MOVE 10 TO IVI-STAT
              GO TO IMPRIME-ITEM-SAI
           END-IF

           ADD 1 TO WS-QTD-ITENS

           MOVE INI-PROD TO REL-PROD
           MOVE SPACES   TO REL-DESC
           MOVE INI-SALDO-FOTO TO WS-SALDO-ATUAL
           IF TEM-PRODUTO
              MOVE INI-PROD TO PRO-COD
              READ PRODUTO
                   INVALID KEY
                      MOVE '(PRODUTO NAO CADASTRADO)' TO REL-DESC
                   NOT INVALID KEY
                      MOVE PRO-DESCRICAO TO REL-DESC
                      MOVE PRO-SALDO     TO WS-SALDO-ATUAL
              END-READ
           END-IF
           MOVE INI-SALDO-FOTO TO REL-FOTO

      *    Contagem lancada: o PROG143 gravou o ajuste e o saldo que
      *    resultou; aberta, a previa sai do saldo atual do produto.
           IF INI-NAO-CONTADO
              ADD 1 TO WS-QTD-NAO-CONTADOS
              MOVE ZEROS TO WS-DIF-QTDE WS-DIF-VALOR
              MOVE 'NAO CONTADO' TO REL-CONTADO
              IF INV-LANCADO
                 MOVE INI-SALDO-FINAL TO WS-SALDO-FINAL
              ELSE
                 MOVE WS-SALDO-ATUAL  TO WS-SALDO-FINAL
              END-IF
           ELSE
              ADD 1 TO WS-QTD-CONTADOS
              MOVE INI-QTDE-CONTADA TO WS-ED-CONTADO
              MOVE WS-ED-CONTADO    TO REL-CONTADO
              COMPUTE WS-DIF-QTDE = INI-QTDE-CONTADA - INI-SALDO-FOTO
              IF INV-LANCADO
                 MOVE INI-SALDO-FINAL TO WS-SALDO-FINAL
              ELSE
                 COMPUTE WS-SALDO-FINAL = WS-SALDO-ATUAL + WS-DIF-QTDE
              END-IF
              PERFORM BUSCA-PRECO THRU BUSCA-PRECO-FIM
              COMPUTE WS-DIF-VALOR ROUNDED = WS-DIF-QTDE * WS-PRECO
           END-IF

           IF INV-LANCADO
              COMPUTE WS-MOV-CONTAGEM = WS-SALDO-FINAL
                      - INI-QTDE-AJUSTE - INI-SALDO-FOTO
           ELSE
              COMPUTE WS-MOV-CONTAGEM = WS-SALDO-ATUAL - INI-SALDO-FOTO
           END-IF

           IF WS-DIF-QTDE NOT = ZEROS
              ADD 1 TO WS-QTD-DIVERG
           END-IF
           IF WS-DIF-VALOR > ZEROS
              ADD WS-DIF-VALOR TO WS-VLR-SOBRAS
           ELSE
              SUBTRACT WS-DIF-VALOR FROM WS-VLR-FALTAS
           END-IF
           ADD WS-DIF-VALOR TO WS-VLR-LIQUIDO

           MOVE WS-DIF-QTDE     TO REL-DIF-QTDE
           MOVE WS-DIF-VALOR    TO REL-DIF-VLR
           MOVE WS-MOV-CONTAGEM TO REL-MOV
           MOVE WS-SALDO-FINAL  TO REL-SALDO-FIM
           WRITE RELINV-REL FROM LINHA-DET AFTER ADVANCING 1 LINE
               AT END-OF-PAGE
                  PERFORM IMP-CABEC
           END-WRITE
           .
       IMPRIME-ITEM-SAI.
           EXIT.

      *-------------------------------------------------------------*
       BUSCA-PRECO.
      *-------------------------------------------------------------*
      *    Preco vigente na abertura da contagem (mesma leitura do
      *    PROG22: o ultimo registro com vigencia ate a data).
           MOVE ZEROS TO WS-PRECO
           IF SEM-PRECO
              GO TO BUSCA-PRECO-FIM
           END-IF
           MOVE INI-PROD TO PRE-PROD
           MOVE ZEROS    TO PRE-DT-VIGENCIA
           START PRECO KEY NOT LESS THAN PRE-KEY
                 INVALID KEY
                    MOVE 10 TO PRE-STAT
           END-START
           PERFORM OLHA-UM-PRECO
              THRU OLHA-UM-PRECO-SAI UNTIL FSPE-FIM-REG
           MOVE ZEROS TO PRE-STAT
           .
       BUSCA-PRECO-FIM.
           EXIT.

      *-------------------------------------------------------------*
       OLHA-UM-PRECO.
      *-------------------------------------------------------------*
           READ PRECO NEXT AT END
                GO TO OLHA-UM-PRECO-SAI
           END-READ

           IF PRE-PROD NOT = INI-PROD
              MOVE 10 TO PRE-STAT
              GO TO OLHA-UM-PRECO-SAI
           END-IF

           IF PRE-DT-VIGENCIA > INV-DATA-ABERT
              MOVE 10 TO PRE-STAT
              GO TO OLHA-UM-PRECO-SAI
           END-IF

           MOVE PRE-VALOR TO WS-PRECO
           .
       OLHA-UM-PRECO-SAI.
           EXIT.

      *-------------------------------------------------------------*
       IMP-CABEC.
      *-------------------------------------------------------------*
           ADD  01              TO WS-CTPAG
           MOVE WS-CTPAG        TO PAG-REL
           MOVE INV-NUMERO      TO CAB-REL-NUM
           MOVE INV-DATA-ABERT  TO WS-DATA-AMD
           PERFORM EDITA-DATA
           MOVE WS-DATA-DMA     TO CAB-REL-DATA CAB-REL-PRECO
           EVALUATE TRUE
               WHEN INV-ABERTO    MOVE 'ABERTO'    TO CAB-REL-SIT
               WHEN INV-LANCADO   MOVE 'LANCADO'   TO CAB-REL-SIT
               WHEN INV-CANCELADO MOVE 'CANCELADO' TO CAB-REL-SIT
               WHEN OTHER         MOVE SPACES      TO CAB-REL-SIT
           END-EVALUATE
           MOVE INV-PROD-INI    TO CAB-REL-INI
           MOVE INV-PROD-FIM    TO CAB-REL-FIM
           WRITE RELINV-REL   FROM LINHA-CAB0 AFTER ADVANCING PAGE
           WRITE RELINV-REL   FROM LINHA-CAB1 AFTER ADVANCING 1 LINE
           WRITE RELINV-REL   FROM LINHA-BRANCO AFTER ADVANCING 1
                 LINE
           WRITE RELINV-REL   FROM LINHA-CAB2 AFTER ADVANCING 1 LINE
           WRITE RELINV-REL   FROM LINHA-BRANCO AFTER ADVANCING 1
                 LINE
           .
       IMP-CABEC-FIM.
           EXIT.

      *-------------------------------------------------------------*
       EDITA-DATA.
      *-------------------------------------------------------------*
      *    Datas gravadas AAAAMMDD; impressas DD/MM/AAAA.
           MOVE SPACES TO WS-DATA-DMA
           STRING WS-AMD-DIA '/' WS-AMD-MES '/' WS-AMD-ANO
                  DELIMITED BY SIZE
             INTO WS-DATA-DMA
           END-STRING
           .
       EDITA-DATA-FIM.
           EXIT.

      *-------------------------------------------------------------*
       TOTAIS.
      *-------------------------------------------------------------*
           MOVE WS-QTD-ITENS        TO TOT-ITENS
           MOVE WS-QTD-CONTADOS     TO TOT-CONTADOS
           MOVE WS-QTD-NAO-CONTADOS TO TOT-NAO-CONT
           MOVE WS-QTD-DIVERG       TO TOT-DIVERG
           MOVE WS-VLR-SOBRAS       TO TOT-SOBRAS
           MOVE WS-VLR-FALTAS       TO TOT-FALTAS
           MOVE WS-VLR-LIQUIDO      TO TOT-LIQUIDO
           WRITE RELINV-REL FROM LINHA-BRANCO AFTER 1
           WRITE RELINV-REL FROM LINHA-TOT1 AFTER 1
           WRITE RELINV-REL FROM LINHA-TOT2 AFTER 1
           WRITE RELINV-REL FROM LINHA-TOT3 AFTER 1
           WRITE RELINV-REL FROM LINHA-TOT4 AFTER 1
           WRITE RELINV-REL FROM LINHA-TOT5 AFTER 1

           IF MODO-BATCH
              DISPLAY 'INVENTARIO ' WS-NUM-INV ' - ' LINHA-TOT2
              DISPLAY 'INVENTARIO ' WS-NUM-INV ' - ' LINHA-TOT5
           END-IF
           .
       TOTAIS-FIM.
           EXIT.

      *-------------------------------------------------------------*
       MONTA-CAMINHOS.
      *-------------------------------------------------------------*
      *    O diretorio dos arquivos de dados vem da variavel de
      *    ambiente COBOL_DATA_DIR (com a barra final incluida), para
      *    permitir apontar um ambiente de testes sem recompilar. Se
      *    a variavel nao estiver definida, mantem C:\COBOL\.
           ACCEPT WS-DIR-DADOS FROM ENVIRONMENT 'COBOL_DATA_DIR'
           IF WS-DIR-DADOS = SPACES
              MOVE 'C:\COBOL\' TO WS-DIR-DADOS
           END-IF

           STRING FUNCTION TRIM(WS-DIR-DADOS) DELIMITED BY SIZE
                  'INVCAB.ARQ'                 DELIMITED BY SIZE
             INTO WS-ARQ-INVCAB
           END-STRING

           STRING FUNCTION TRIM(WS-DIR-DADOS) DELIMITED BY SIZE
                  'INVITEM.ARQ'                DELIMITED BY SIZE
             INTO WS-ARQ-INVITEM
           END-STRING

           STRING FUNCTION TRIM(WS-DIR-DADOS) DELIMITED BY SIZE
                  'PRODUTO.ARQ'                DELIMITED BY SIZE
             INTO WS-ARQ-PRODUTO
           END-STRING

           STRING FUNCTION TRIM(WS-DIR-DADOS) DELIMITED BY SIZE
                  'PRECO.ARQ'                  DELIMITED BY SIZE
             INTO WS-ARQ-PRECO
           END-STRING
           .
       MONTA-CAMINHOS-FIM.
           EXIT.

      *-------------------------------------------------------------*
       ABRIR-ARQUIVO.
      *-------------------------------------------------------------*
           OPEN INPUT INVCAB
           IF FSIC-NAO-EXISTE
              DISPLAY 'ARQUIVO INVCAB NAO ENCONTRADO'
              MOVE 12 TO WS-RETCODE
              PERFORM FINALIZA
           END-IF
           SET ABRIU-INVCAB TO TRUE

           OPEN INPUT INVITEM
           IF FSII-NAO-EXISTE
              DISPLAY 'ARQUIVO INVITEM NAO ENCONTRADO'
              MOVE 12 TO WS-RETCODE
              PERFORM FINALIZA
           END-IF
           SET ABRIU-INVITEM TO TRUE

           SET TEM-PRODUTO TO TRUE
           OPEN INPUT PRODUTO
           IF FSPR-NAO-EXISTE
              SET SEM-PRODUTO TO TRUE
           END-IF

      *    Sem tabela de precos a divergencia sai so em quantidade.
           SET TEM-PRECO TO TRUE
           OPEN INPUT PRECO
           IF FSPE-NAO-EXISTE
              SET SEM-PRECO TO TRUE
           END-IF
           .
       ABRIR-ARQUIVO-FIM.
           EXIT.

      *-------------------------------------------------------------*
        FINALIZA.
      *-------------------------------------------------------------*
           IF ABRIU-INVCAB
              CLOSE INVCAB
           END-IF
           IF ABRIU-INVITEM
              CLOSE INVITEM
           END-IF
           IF TEM-PRODUTO
              CLOSE PRODUTO
           END-IF
           IF TEM-PRECO
              CLOSE PRECO
           END-IF

           IF ABRIU-RELINV
              CLOSE RELINV
              MOVE 'R'            TO LK-SPL-OPER
              MOVE 'PROG144'      TO LK-SPL-PROGRAMA
              MOVE SPACES         TO LK-SPL-PARAMS
              STRING 'INV' WS-NUM-INV DELIMITED BY SIZE
                INTO LK-SPL-PARAMS
              END-STRING
              MOVE WS-QTD-ITENS   TO LK-SPL-QTDE
              MOVE WS-ARQ-RELINV  TO LK-SPL-CAMINHO
              CALL "PROG35" USING LK-SPOOL END-CALL
           END-IF

           MOVE WS-RETCODE TO RETURN-CODE
           GOBACK.
