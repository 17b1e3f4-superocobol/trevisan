      ******************************************************************
      * Autor.....: Alexandre Trevisani (PROVA COBOL)
      * Data......: Julho/2019
      * Programa..: PROG146 - Relatório de Margem Bruta
      * Chamadas..: PROG35 - Spool e Catalogo de Relatorios
      * Parametros: Periodo (data inicial e final, AAAAMMDD; zeros =
      *             sem limite); em modo batch pela linha de comando,
      *             formato  AAAAMMDD;AAAAMMDD
      * Observação: Margem bruta dos pedidos faturados no periodo
      *             (data de emissao da fatura; sem fatura, a data do
      *             pedido): receita dos itens (quantidade x preco
      *             praticado), custo dos itens (quantidade x custo
      *             medio congelado no faturamento, ITE-CUSTO), margem
      *             e percentual sobre a receita. As devolucoes do
      *             periodo (DEVOLUCAO.ARQ/DEVITEM.ARQ) abatem receita
      *             e custo pelo preco e custo do item devolvido;
      *             devolucao so em valor abate apenas a receita.
      *             Quatro visoes: por pedido (com as devolucoes
      *             listadas em seguida), por cliente, por vendedor e
      *             por produto, com a quantidade de itens vendidos
      *             abaixo do piso da tabela (ITE-ABAIXO-TAB) - onde o
      *             desconto esta comendo a margem. Pedido antigo sem
      *             itens entra so com a receita (PED-VALOR); item
      *             faturado antes do custo medio existir sai sem
      *             custo e e' contado no rodape.
      * Cod.Retorno (RETURN-CODE):
      *             0 = processamento normal
      *             4 = nenhum pedido faturado nem devolucao no periodo
      *            12 = arquivo ausente
      * Historico.:
      *   2026 mnt - Programa novo.
      *   2026 mnt - Nome do relatorio no spool encurtado para
      *              caber nos 12 bytes de LK-SPL-SUFIXO.
      *   2026 mnt - Literais das linhas de total com o tamanho
      *              exato do campo (nao cortam o ultimo byte).
      ******************************************************************
       IDENTIFICATION      DIVISION.
       PROGRAM-ID.         PROG146.
       ENVIRONMENT         DIVISION.
       CONFIGURATION       SECTION.
       SPECIAL-NAMES.      DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT        SECTION.
       FILE-CONTROL.

       SELECT PEDIDOS ASSIGN TO WS-ARQ-PEDIDOS
              ORGANIZATION         IS INDEXED
              ACCESS MODE          IS DYNAMIC
              FILE STATUS          IS PED-STAT
              ALTERNATE RECORD KEY IS PED-CODC WITH DUPLICATES
              ALTERNATE RECORD KEY IS PED-CODV WITH DUPLICATES
              RECORD KEY           IS PED-KEY.

       SELECT PEDITEM ASSIGN TO WS-ARQ-PEDITEM
              ORGANIZATION IS INDEXED
              ACCESS MODE  IS DYNAMIC
              FILE STATUS  IS ITE-STAT
              RECORD KEY   IS ITE-KEY.

       SELECT FATURA ASSIGN TO WS-ARQ-FATURA
              ORGANIZATION         IS INDEXED
              ACCESS  MODE         IS RANDOM
              FILE STATUS          IS FAT-STAT
              ALTERNATE RECORD KEY IS FAT-CODC WITH DUPLICATES
              RECORD KEY           IS FAT-KEY.

       SELECT DEVOLUCAO ASSIGN TO WS-ARQ-DEVOLUCAO
              ORGANIZATION         IS INDEXED
              ACCESS  MODE         IS DYNAMIC
              FILE STATUS          IS DEV-STAT
              ALTERNATE RECORD KEY IS DEV-CODV WITH DUPLICATES
              ALTERNATE RECORD KEY IS DEV-PEDIDO WITH DUPLICATES
              RECORD KEY           IS DEV-KEY.

       SELECT DEVITEM ASSIGN TO WS-ARQ-DEVITEM
              ORGANIZATION IS INDEXED
              ACCESS MODE  IS DYNAMIC
              FILE STATUS  IS DVI-STAT
              RECORD KEY   IS DVI-KEY.

       SELECT PRODUTO ASSIGN TO WS-ARQ-PRODUTO
              ORGANIZATION IS INDEXED
              ACCESS MODE  IS RANDOM
              FILE STATUS  IS PRO-STAT
              RECORD KEY   IS PRO-KEY.

       SELECT RELMAR ASSIGN TO WS-ARQ-RELMAR
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS  IS REL-STAT.

       DATA            DIVISION.
       FILE            SECTION.

       COPY FD_PEDIDOS.

       COPY FD_PEDITEM.

       COPY FD_FATURA.

       COPY FD_DEVOLUCAO.

       COPY FD_DEVITEM.

       COPY FD_PRODUTO.

       FD RELMAR
           LINAGE IS 55 LINES
           WITH FOOTING AT 51
           LINES AT TOP 3
           LINES AT BOTTOM 2.

       01 RELMAR-REL.
          05 REL-IMP        PIC X(132).

       WORKING-STORAGE SECTION.

       77 WS-DIR-DADOS       PIC X(50) VALUE SPACES.
       77 WS-ARQ-PEDIDOS     PIC X(70) VALUE SPACES.
       77 WS-ARQ-PEDITEM     PIC X(70) VALUE SPACES.
       77 WS-ARQ-FATURA      PIC X(70) VALUE SPACES.
       77 WS-ARQ-DEVOLUCAO   PIC X(70) VALUE SPACES.
       77 WS-ARQ-DEVITEM     PIC X(70) VALUE SPACES.
       77 WS-ARQ-PRODUTO     PIC X(70) VALUE SPACES.
       77 WS-ARQ-RELMAR      PIC X(90) VALUE SPACES.

       77 PED-STAT          PIC 9(02).
           88 FSPD-OK       VALUE ZEROS.
           88 FSPD-FIM-REG  VALUE 10.
           88 FSPD-NAO-EXISTE VALUE 35.

       77 ITE-STAT          PIC 9(02).
           88 FSI-OK        VALUE ZEROS.
           88 FSI-FIM-REG   VALUE 10.
           88 FSI-NAO-EXISTE VALUE 35.

       77 FAT-STAT          PIC 9(02).
           88 FSF-OK        VALUE ZEROS.
           88 FSF-NAO-EXISTE VALUE 35.

       77 DEV-STAT          PIC 9(02).
           88 FSD-OK        VALUE ZEROS.
           88 FSD-FIM-REG   VALUE 10.
           88 FSD-NAO-EXISTE VALUE 35.

       77 DVI-STAT          PIC 9(02).
           88 FSDI-OK       VALUE ZEROS.
           88 FSDI-FIM-REG  VALUE 10.
           88 FSDI-NAO-EXISTE VALUE 35.

       77 PRO-STAT          PIC 9(02).
           88 FSPR-OK       VALUE ZEROS.
           88 FSPR-NAO-EXISTE VALUE 35.

       77 REL-STAT          PIC 9(02).
           88 FSR-OK        VALUE ZEROS.

       77 WS-TEM-ITENS      PIC X(01) VALUE 'N'.
           88 TEM-ITENS     VALUE 'S'.
           88 SEM-ITENS     VALUE 'N'.

       77 WS-TEM-FATURA     PIC X(01) VALUE 'N'.
           88 TEM-FATURA    VALUE 'S'.
           88 SEM-FATURA    VALUE 'N'.

       77 WS-TEM-DEVOL      PIC X(01) VALUE 'N'.
           88 TEM-DEVOL     VALUE 'S'.
           88 SEM-DEVOL     VALUE 'N'.

       77 WS-TEM-DEVITEM    PIC X(01) VALUE 'N'.
           88 TEM-DEVITEM   VALUE 'S'.
           88 SEM-DEVITEM   VALUE 'N'.

       77 WS-TEM-PRODUTO    PIC X(01) VALUE 'N'.
           88 TEM-PRODUTO   VALUE 'S'.
           88 SEM-PRODUTO   VALUE 'N'.

       77 WS-MODO           PIC X(01) VALUE 'I'.
           88 MODO-INTERATIVO VALUE 'I'.
           88 MODO-BATCH      VALUE 'B'.

       77 WS-PARM           PIC X(80) VALUE SPACES.
       77 WS-PRM-INI        PIC X(08) VALUE SPACES.
       77 WS-PRM-FIM        PIC X(08) VALUE SPACES.

       77 WS-DATA-INI       PIC 9(08) VALUE ZEROS.
       77 WS-DATA-FIM       PIC 9(08) VALUE ZEROS.
       77 WS-DATA-FAT       PIC 9(08) VALUE ZEROS.

       77 WS-RETCODE        PIC 9(02) VALUE ZEROS.

      *    Valores do pedido ou da devolucao corrente (negativos na
      *    devolucao) e do item corrente.
       77 WS-DOC-RECEITA    PIC S9(11)V99 VALUE ZEROS.
       77 WS-DOC-CUSTO      PIC S9(11)V99 VALUE ZEROS.
       77 WS-DOC-ITENS      PIC 9(05)     VALUE ZEROS.
       77 WS-DOC-ABAIXO     PIC 9(05)     VALUE ZEROS.
       77 WS-ITEM-RECEITA   PIC S9(11)V99 VALUE ZEROS.
       77 WS-ITEM-CUSTO     PIC S9(11)V99 VALUE ZEROS.
       77 WS-ITEM-QTDE      PIC S9(09)V99 VALUE ZEROS.
       77 WS-ITEM-PROD      PIC 9(05)     VALUE ZEROS.
       77 WS-ITEM-ABAIXO    PIC 9(01)     VALUE ZEROS.

      *    Quebras em memoria: por cliente, por vendedor e por
      *    produto.
       01 WS-TAB-CLI.
           05 WS-TC-ENT OCCURS 5000 TIMES.
              10 WS-TC-COD        PIC 9(07).
              10 WS-TC-QTD        PIC 9(05).
              10 WS-TC-ABX        PIC 9(05).
              10 WS-TC-RECEITA    PIC S9(11)V99.
              10 WS-TC-CUSTO      PIC S9(11)V99.

       77 WS-QTD-CLIS       PIC 9(04) VALUE ZEROS.

       01 WS-TAB-VEND.
           05 WS-TV-ENT OCCURS 2000 TIMES.
              10 WS-TV-COD        PIC 9(05).
              10 WS-TV-QTD        PIC 9(05).
              10 WS-TV-ABX        PIC 9(05).
              10 WS-TV-RECEITA    PIC S9(11)V99.
              10 WS-TV-CUSTO      PIC S9(11)V99.

       77 WS-QTD-VENDS      PIC 9(04) VALUE ZEROS.

       01 WS-TAB-PROD.
           05 WS-TP-ENT OCCURS 3000 TIMES.
              10 WS-TP-COD        PIC 9(05).
              10 WS-TP-QTDE       PIC S9(09)V99.
              10 WS-TP-ABX        PIC 9(05).
              10 WS-TP-RECEITA    PIC S9(11)V99.
              10 WS-TP-CUSTO      PIC S9(11)V99.

       77 WS-QTD-PRODS      PIC 9(04) VALUE ZEROS.

       77 WS-IDX            PIC 9(04) VALUE ZEROS.
       77 WS-IDX-ACHOU      PIC 9(04) VALUE ZEROS.

       77 WS-QTD-PEDIDOS    PIC 9(06) VALUE ZEROS.
       77 WS-QTD-DEVOL      PIC 9(06) VALUE ZEROS.
       77 WS-QTD-SEM-CUSTO  PIC 9(06) VALUE ZEROS.
       77 WS-QTD-SEM-ITENS  PIC 9(06) VALUE ZEROS.
       77 WS-QTD-ESTOUROU   PIC 9(06) VALUE ZEROS.
       77 WS-TOT-REC-BRUTA  PIC S9(13)V99 VALUE ZEROS.
       77 WS-TOT-REC-DEVOL  PIC S9(13)V99 VALUE ZEROS.
       77 WS-TOT-RECEITA    PIC S9(13)V99 VALUE ZEROS.
       77 WS-TOT-CUSTO      PIC S9(13)V99 VALUE ZEROS.

      *    Margem de uma linha qualquer do relatorio.
       77 WS-CALC-RECEITA   PIC S9(13)V99 VALUE ZEROS.
       77 WS-CALC-CUSTO     PIC S9(13)V99 VALUE ZEROS.
       77 WS-CALC-MARGEM    PIC S9(13)V99 VALUE ZEROS.
       77 WS-CALC-PERC      PIC S9(05)V99 VALUE ZEROS.

       77 WS-CTPAG          PIC 9(03) VALUE ZEROS.

       01 LINHA-CAB0.
           05 FILLER        PIC X(060) VALUE
           'MARGEM BRUTA POR PEDIDO, CLIENTE, VENDEDOR E PRODUTO'.
           05 FILLER        PIC X(09) VALUE 'PAGINA : '.
           05 PAG-REL       PIC ZZ9.

       01 LINHA-CAB1.
           05 FILLER        PIC X(09) VALUE 'PERIODO: '.
           05 CAB-DATA-INI  PIC 9(08).
           05 FILLER        PIC X(03) VALUE ' A '.
           05 CAB-DATA-FIM  PIC 9(08).

       01 LINHA-SECAO-PED.
           05 FILLER        PIC X(60) VALUE
           'QUEBRA POR PEDIDO (DEV = DEVOLUCAO DO PERIODO)'.

       01 LINHA-TIT-PED.
           05 FILLER        PIC X(60) VALUE
           'TP  PEDIDO   CLIENTE VEND. ITENS ABX            RECEITA'.
           05 FILLER        PIC X(60) VALUE
           '             CUSTO            MARGEM  MARG.%'.

       01 LINHA-SECAO-CLI.
           05 FILLER        PIC X(40) VALUE
           'QUEBRA POR CLIENTE'.

       01 LINHA-SECAO-VEN.
           05 FILLER        PIC X(40) VALUE
           'QUEBRA POR VENDEDOR'.

       01 LINHA-SECAO-PRO.
           05 FILLER        PIC X(40) VALUE
           'QUEBRA POR PRODUTO'.

       01 LINHA-TIT-QUEBRA.
           05 FILLER        PIC X(60) VALUE
           'CODIGO  DESCRICAO                   QTDE/PED.  ABX'.
           05 FILLER        PIC X(60) VALUE
           '            RECEITA              CUSTO             MARGEM'.
           05 FILLER        PIC X(08) VALUE '  MARG.%'.

       01 LINHA-DET-PED.
           05 REL-PED-TIPO  PIC X(03).
           05 FILLER        PIC X(01)  VALUE SPACES.
           05 REL-PED-NUM   PIC 9(08).
           05 FILLER        PIC X(01)  VALUE SPACES.
           05 REL-PED-CODC  PIC 9(07).
           05 FILLER        PIC X(01)  VALUE SPACES.
           05 REL-PED-CODV  PIC 9(05).
           05 FILLER        PIC X(01)  VALUE SPACES.
           05 REL-PED-ITENS PIC ZZZZ9.
           05 FILLER        PIC X(01)  VALUE SPACES.
           05 REL-PED-ABX   PIC ZZZ9.
           05 FILLER        PIC X(01)  VALUE SPACES.
           05 REL-PED-REC   PIC -ZZ.ZZZ.ZZZ.ZZ9,99.
           05 FILLER        PIC X(01)  VALUE SPACES.
           05 REL-PED-CUS   PIC -ZZ.ZZZ.ZZZ.ZZ9,99.
           05 FILLER        PIC X(01)  VALUE SPACES.
           05 REL-PED-MAR   PIC -ZZ.ZZZ.ZZZ.ZZ9,99.
           05 FILLER        PIC X(01)  VALUE SPACES.
           05 REL-PED-PERC  PIC -ZZZ9,99.

       01 LINHA-DET-QUEBRA.
           05 REL-Q-COD     PIC 9(07).
           05 FILLER        PIC X(01)  VALUE SPACES.
           05 REL-Q-DESC    PIC X(25).
           05 FILLER        PIC X(01)  VALUE SPACES.
           05 REL-Q-QTD     PIC -ZZZ.ZZ9,99.
           05 FILLER        PIC X(01)  VALUE SPACES.
           05 REL-Q-ABX     PIC ZZZZ9.
           05 FILLER        PIC X(01)  VALUE SPACES.
           05 REL-Q-REC     PIC -ZZ.ZZZ.ZZZ.ZZ9,99.
           05 FILLER        PIC X(01)  VALUE SPACES.
           05 REL-Q-CUS     PIC -ZZ.ZZZ.ZZZ.ZZ9,99.
           05 FILLER        PIC X(01)  VALUE SPACES.
           05 REL-Q-MAR     PIC -ZZ.ZZZ.ZZZ.ZZ9,99.
           05 FILLER        PIC X(01)  VALUE SPACES.
           05 REL-Q-PERC    PIC -ZZZ9,99.

       01 LINHA-TOT1.
           05 FILLER        PIC X(24) VALUE 'PEDIDOS FATURADOS.....: '.
           05 TOT-PEDIDOS   PIC ZZZZZ9.
           05 FILLER        PIC X(18) VALUE '   DEVOLUCOES...: '.
           05 TOT-DEVOL     PIC ZZZZZ9.

       01 LINHA-TOT2.
           05 FILLER        PIC X(24) VALUE 'RECEITA BRUTA.........: '.
           05 TOT-REC-BRUTA PIC -ZZZ.ZZZ.ZZZ.ZZ9,99.

       01 LINHA-TOT3.
           05 FILLER        PIC X(24) VALUE '(-) DEVOLUCOES........: '.
           05 TOT-REC-DEVOL PIC -ZZZ.ZZZ.ZZZ.ZZ9,99.

       01 LINHA-TOT4.
           05 FILLER        PIC X(24) VALUE 'RECEITA LIQUIDA.......: '.
           05 TOT-RECEITA   PIC -ZZZ.ZZZ.ZZZ.ZZ9,99.

       01 LINHA-TOT5.
           05 FILLER        PIC X(24) VALUE 'CUSTO DAS VENDAS......: '.
           05 TOT-CUSTO     PIC -ZZZ.ZZZ.ZZZ.ZZ9,99.

       01 LINHA-TOT6.
           05 FILLER        PIC X(24) VALUE 'MARGEM BRUTA..........: '.
           05 TOT-MARGEM    PIC -ZZZ.ZZZ.ZZZ.ZZ9,99.
           05 FILLER        PIC X(04) VALUE '  ('.
           05 TOT-PERC      PIC -ZZZ9,99.
           05 FILLER        PIC X(03) VALUE ' %)'.

       01 LINHA-TOT7.
           05 FILLER        PIC X(24) VALUE 'ITENS SEM CUSTO.......: '.
           05 TOT-SEM-CUSTO PIC ZZZZZ9.
           05 FILLER        PIC X(33) VALUE
              '   PEDIDOS SEM ITENS (SO VALOR): '.
           05 TOT-SEM-ITENS PIC ZZZZZ9.

       01 LINHA-TOT8.
           05 FILLER        PIC X(51) VALUE
           '*** TABELA DE QUEBRA CHEIA - ENTRADAS DESPREZADAS: '.
           05 TOT-ESTOUROU  PIC ZZZZZ9.

       01 LINHA-BRANCO      PIC X(100) VALUE SPACES.

       COPY LK_SPOOL.

       77 WS-NUML           PIC 999.
       77 WS-NUMC           PIC 999.
       77 COR-FUNDO         PIC 9 VALUE 1.
       77 COR-FRENTE        PIC 9 VALUE 6.
       77 WS-STATUS         PIC X(40).
       77 WS-MSGERRO        PIC X(80).

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

       01 SS-PERIODO FOREGROUND-COLOR 2.
           05 LINE 08 COLUMN 12 VALUE
              "DATA INICIAL (AAAAMMDD, ZEROS=TODAS):".
           05 COLUMN PLUS 2 PIC 9(08) USING WS-DATA-INI
              BLANK WHEN ZEROS.
           05 LINE 10 COLUMN 12 VALUE
              "DATA FINAL.. (AAAAMMDD, ZEROS=TODAS):".
           05 COLUMN PLUS 2 PIC 9(08) USING WS-DATA-FIM
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
              UNSTRING WS-PARM DELIMITED BY ';'
                       INTO WS-PRM-INI WS-PRM-FIM
              END-UNSTRING
              IF WS-PRM-INI NOT = SPACES
                 MOVE FUNCTION NUMVAL(WS-PRM-INI) TO WS-DATA-INI
              END-IF
              IF WS-PRM-FIM NOT = SPACES
                 MOVE FUNCTION NUMVAL(WS-PRM-FIM) TO WS-DATA-FIM
              END-IF
           END-IF

           IF MODO-INTERATIVO
              DISPLAY SS-CLS
              MOVE "ESC PARA ENCERRAR" TO WS-STATUS
              DISPLAY SS-STATUS
              DISPLAY SS-PERIODO
              ACCEPT  SS-PERIODO
              IF COB-CRT-STATUS = COB-SCR-ESC
                 GOBACK
              END-IF
           END-IF

           IF WS-DATA-FIM = ZEROS
              MOVE 99999999 TO WS-DATA-FIM
           END-IF

           PERFORM ABRIR-ARQUIVO

           PERFORM IMP-CABEC
           WRITE RELMAR-REL FROM LINHA-SECAO-PED AFTER 1
           WRITE RELMAR-REL FROM LINHA-TIT-PED AFTER 1
           WRITE RELMAR-REL FROM LINHA-BRANCO AFTER 1

      *    1a. passada: pedidos faturados, impressos na leitura e
      *    acumulados nas quebras.
           MOVE LOW-VALUES TO PED-KEY
           START PEDIDOS KEY NOT LESS THAN PED-KEY
                 INVALID KEY
                    MOVE 10 TO PED-STAT
           END-START
           PERFORM APURA-PEDIDO THRU APURA-PEDIDO-SAI UNTIL FSPD-FIM-REG

      *    2a. passada: devolucoes do periodo, com sinal trocado.
           IF TEM-DEVOL
              MOVE LOW-VALUES TO DEV-KEY
              START DEVOLUCAO KEY NOT LESS THAN DEV-KEY
                    INVALID KEY
                       MOVE 10 TO DEV-STAT
              END-START
              PERFORM APURA-DEVOLUCAO
                 THRU APURA-DEVOLUCAO-SAI UNTIL FSD-FIM-REG
           END-IF

           IF WS-QTD-PEDIDOS = ZEROS AND WS-QTD-DEVOL = ZEROS
              MOVE 04 TO WS-RETCODE
              DISPLAY 'PROG146: NENHUM PEDIDO FATURADO NO PERIODO'
           END-IF

           WRITE RELMAR-REL FROM LINHA-BRANCO AFTER 1
           WRITE RELMAR-REL FROM LINHA-SECAO-CLI AFTER 1
           WRITE RELMAR-REL FROM LINHA-TIT-QUEBRA AFTER 1
           WRITE RELMAR-REL FROM LINHA-BRANCO AFTER 1
           PERFORM IMPRIME-CLIENTE
               VARYING WS-IDX FROM 1 BY 1
               UNTIL WS-IDX > WS-QTD-CLIS

           WRITE RELMAR-REL FROM LINHA-BRANCO AFTER 1
           WRITE RELMAR-REL FROM LINHA-SECAO-VEN AFTER 1
           WRITE RELMAR-REL FROM LINHA-TIT-QUEBRA AFTER 1
           WRITE RELMAR-REL FROM LINHA-BRANCO AFTER 1
           PERFORM IMPRIME-VENDEDOR
               VARYING WS-IDX FROM 1 BY 1
               UNTIL WS-IDX > WS-QTD-VENDS

           WRITE RELMAR-REL FROM LINHA-BRANCO AFTER 1
           WRITE RELMAR-REL FROM LINHA-SECAO-PRO AFTER 1
           WRITE RELMAR-REL FROM LINHA-TIT-QUEBRA AFTER 1
           WRITE RELMAR-REL FROM LINHA-BRANCO AFTER 1
           PERFORM IMPRIME-PRODUTO
               VARYING WS-IDX FROM 1 BY 1
               UNTIL WS-IDX > WS-QTD-PRODS

           PERFORM TOTAIS
           PERFORM FINALIZA
           .
       FIM-PROCES.
           EXIT.

      *-------------------------------------------------------------*
       APURA-PEDIDO.
      *-------------------------------------------------------------*
           READ PEDIDOS NEXT AT END
                GO TO APURA-PEDIDO-SAI
           END-READ

           IF NOT PED-FATURADO OR PED-NUM-FATURA = ZEROS
              GO TO APURA-PEDIDO-SAI
           END-IF

           MOVE PED-DATA TO WS-DATA-FAT
           IF TEM-FATURA
              MOVE PED-NUM-FATURA TO FAT-NUMERO
              READ FATURA
                   INVALID KEY
                      CONTINUE
                   NOT INVALID KEY
                      MOVE FAT-EMISSAO TO WS-DATA-FAT
              END-READ
           END-IF

           IF WS-DATA-FAT < WS-DATA-INI OR WS-DATA-FAT > WS-DATA-FIM
              GO TO APURA-PEDIDO-SAI
           END-IF

           ADD 1 TO WS-QTD-PEDIDOS
           MOVE ZEROS TO WS-DOC-RECEITA WS-DOC-CUSTO
                         WS-DOC-ITENS WS-DOC-ABAIXO

           IF TEM-ITENS
              MOVE PED-NUMERO TO ITE-PEDIDO
              MOVE ZEROS      TO ITE-SEQ
              START PEDITEM KEY NOT LESS THAN ITE-KEY
                    INVALID KEY
                       MOVE 10 TO ITE-STAT
              END-START
              PERFORM APURA-ITEM-PEDIDO
                 THRU APURA-ITEM-PEDIDO-SAI UNTIL FSI-FIM-REG
              MOVE ZEROS TO ITE-STAT
           END-IF

      *    Pedido sem itens digitados: so a receita do cabecalho.
           IF WS-DOC-ITENS = ZEROS
              ADD 1 TO WS-QTD-SEM-ITENS
              MOVE PED-VALOR TO WS-DOC-RECEITA
           END-IF

           ADD WS-DOC-RECEITA TO WS-TOT-REC-BRUTA WS-TOT-RECEITA
           ADD WS-DOC-CUSTO   TO WS-TOT-CUSTO

           MOVE 'FAT' TO REL-PED-TIPO
           MOVE PED-NUMERO TO REL-PED-NUM
           MOVE PED-CODC   TO REL-PED-CODC
           MOVE PED-CODV   TO REL-PED-CODV
           PERFORM IMPRIME-DOCUMENTO

           PERFORM ACUMULA-CLIENTE THRU ACUMULA-CLIENTE-FIM
           PERFORM ACUMULA-VENDEDOR THRU ACUMULA-VENDEDOR-FIM
           .
       APURA-PEDIDO-SAI.
           EXIT.

      *-------------------------------------------------------------*
       APURA-ITEM-PEDIDO.
      *-------------------------------------------------------------*
           READ PEDITEM NEXT AT END
                GO TO APURA-ITEM-PEDIDO-SAI
           END-READ

           IF ITE-PEDIDO NOT = PED-NUMERO
              MOVE 10 TO ITE-STAT
              GO TO APURA-ITEM-PEDIDO-SAI
           END-IF

           IF ITE-CUSTO NOT NUMERIC
              MOVE ZEROS TO ITE-CUSTO
           END-IF
           IF ITE-CUSTO = ZEROS
              ADD 1 TO WS-QTD-SEM-CUSTO
           END-IF

           MOVE ITE-PROD TO WS-ITEM-PROD
           MOVE ITE-QTDE TO WS-ITEM-QTDE
           COMPUTE WS-ITEM-RECEITA ROUNDED = ITE-QTDE * ITE-PRECO
           COMPUTE WS-ITEM-CUSTO   ROUNDED = ITE-QTDE * ITE-CUSTO
           MOVE ZEROS TO WS-ITEM-ABAIXO
           IF ITE-ABAIXO-TAB = 'S'
              MOVE 1 TO WS-ITEM-ABAIXO
           END-IF

           ADD 1              TO WS-DOC-ITENS
           ADD WS-ITEM-ABAIXO TO WS-DOC-ABAIXO
           ADD WS-ITEM-RECEITA TO WS-DOC-RECEITA
           ADD WS-ITEM-CUSTO   TO WS-DOC-CUSTO

           PERFORM ACUMULA-PRODUTO THRU ACUMULA-PRODUTO-FIM
           .
       APURA-ITEM-PEDIDO-SAI.
           EXIT.

      *-------------------------------------------------------------*
       APURA-DEVOLUCAO.
      *-------------------------------------------------------------*
           READ DEVOLUCAO NEXT AT END
                GO TO APURA-DEVOLUCAO-SAI
           END-READ

           IF DEV-DATA < WS-DATA-INI OR DEV-DATA > WS-DATA-FIM
              GO TO APURA-DEVOLUCAO-SAI
           END-IF

           ADD 1 TO WS-QTD-DEVOL
           MOVE ZEROS TO WS-DOC-RECEITA WS-DOC-CUSTO
                         WS-DOC-ITENS WS-DOC-ABAIXO

           IF TEM-DEVITEM
              MOVE DEV-NUMERO TO DVI-NUMERO
              MOVE ZEROS      TO DVI-SEQ
              START DEVITEM KEY NOT LESS THAN DVI-KEY
                    INVALID KEY
                       MOVE 10 TO DVI-STAT
              END-START
              PERFORM APURA-ITEM-DEVOL
                 THRU APURA-ITEM-DEVOL-SAI UNTIL FSDI-FIM-REG
              MOVE ZEROS TO DVI-STAT
           END-IF

      *    Devolucao so em valor: abate a receita, sem custo.
           IF WS-DOC-ITENS = ZEROS
              COMPUTE WS-DOC-RECEITA = ZEROS - DEV-VALOR
           END-IF

           ADD WS-DOC-RECEITA TO WS-TOT-REC-DEVOL WS-TOT-RECEITA
           ADD WS-DOC-CUSTO   TO WS-TOT-CUSTO

           MOVE 'DEV' TO REL-PED-TIPO
           MOVE DEV-PEDIDO TO REL-PED-NUM
           MOVE DEV-CODC   TO REL-PED-CODC
           MOVE DEV-CODV   TO REL-PED-CODV
           PERFORM IMPRIME-DOCUMENTO

      *    Devolucao nao conta como pedido nas quebras.
           MOVE ZEROS TO WS-DOC-ITENS
           MOVE DEV-CODC TO PED-CODC
           MOVE DEV-CODV TO PED-CODV
           PERFORM ACUMULA-CLIENTE THRU ACUMULA-CLIENTE-FIM
           PERFORM ACUMULA-VENDEDOR THRU ACUMULA-VENDEDOR-FIM
           .
       APURA-DEVOLUCAO-SAI.
           EXIT.

      *-------------------------------------------------------------*
       APURA-ITEM-DEVOL.
      *-------------------------------------------------------------*
           READ DEVITEM NEXT AT END
                GO TO APURA-ITEM-DEVOL-SAI
           END-READ

           IF DVI-NUMERO NOT = DEV-NUMERO
              MOVE 10 TO DVI-STAT
              GO TO APURA-ITEM-DEVOL-SAI
           END-IF

           IF DVI-CUSTO NOT NUMERIC
              MOVE ZEROS TO DVI-CUSTO
           END-IF

           MOVE DVI-PROD TO WS-ITEM-PROD
           COMPUTE WS-ITEM-QTDE = ZEROS - DVI-QTDE
           COMPUTE WS-ITEM-RECEITA ROUNDED = ZEROS
                   - (DVI-QTDE * DVI-PRECO)
           COMPUTE WS-ITEM-CUSTO   ROUNDED = ZEROS
                   - (DVI-QTDE * DVI-CUSTO)
           MOVE ZEROS TO WS-ITEM-ABAIXO

           ADD 1               TO WS-DOC-ITENS
           ADD WS-ITEM-RECEITA TO WS-DOC-RECEITA
           ADD WS-ITEM-CUSTO   TO WS-DOC-CUSTO

           PERFORM ACUMULA-PRODUTO THRU ACUMULA-PRODUTO-FIM
           .
       APURA-ITEM-DEVOL-SAI.
           EXIT.

      *-------------------------------------------------------------*
       IMPRIME-DOCUMENTO.
      *-------------------------------------------------------------*
           MOVE WS-DOC-ITENS   TO REL-PED-ITENS
           MOVE WS-DOC-ABAIXO  TO REL-PED-ABX
           MOVE WS-DOC-RECEITA TO WS-CALC-RECEITA
           MOVE WS-DOC-CUSTO   TO WS-CALC-CUSTO
           PERFORM CALCULA-MARGEM
           MOVE WS-CALC-RECEITA TO REL-PED-REC
           MOVE WS-CALC-CUSTO   TO REL-PED-CUS
           MOVE WS-CALC-MARGEM  TO REL-PED-MAR
           MOVE WS-CALC-PERC    TO REL-PED-PERC
           WRITE RELMAR-REL FROM LINHA-DET-PED AFTER ADVANCING 1 LINE
               AT END-OF-PAGE
                  PERFORM IMP-CABEC
           END-WRITE
           .
       IMPRIME-DOCUMENTO-FIM.
           EXIT.

      *-------------------------------------------------------------*
       CALCULA-MARGEM.
      *-------------------------------------------------------------*
      *    Percentual sobre a receita; receita zero fica sem
      *    percentual.
           COMPUTE WS-CALC-MARGEM = WS-CALC-RECEITA - WS-CALC-CUSTO
           MOVE ZEROS TO WS-CALC-PERC
           IF WS-CALC-RECEITA NOT = ZEROS
              COMPUTE WS-CALC-PERC ROUNDED =
                      WS-CALC-MARGEM * 100 / WS-CALC-RECEITA
                  ON SIZE ERROR
                      MOVE ZEROS TO WS-CALC-PERC
              END-COMPUTE
           END-IF
           .
       CALCULA-MARGEM-FIM.
           EXIT.

      *-------------------------------------------------------------*
       ACUMULA-CLIENTE.
      *-------------------------------------------------------------*
           MOVE ZEROS TO WS-IDX-ACHOU
           PERFORM PROCURA-CLIENTE
               VARYING WS-IDX FROM 1 BY 1
               UNTIL WS-IDX > WS-QTD-CLIS
                  OR WS-IDX-ACHOU NOT = ZEROS

           IF WS-IDX-ACHOU = ZEROS
              IF WS-QTD-CLIS = 5000
                 ADD 1 TO WS-QTD-ESTOUROU
                 GO TO ACUMULA-CLIENTE-FIM
              END-IF
              ADD 1 TO WS-QTD-CLIS
              MOVE WS-QTD-CLIS TO WS-IDX-ACHOU
              MOVE PED-CODC    TO WS-TC-COD (WS-IDX-ACHOU)
              MOVE ZEROS TO WS-TC-QTD     (WS-IDX-ACHOU)
                            WS-TC-ABX     (WS-IDX-ACHOU)
                            WS-TC-RECEITA (WS-IDX-ACHOU)
                            WS-TC-CUSTO   (WS-IDX-ACHOU)
           END-IF

           IF WS-DOC-ITENS NOT = ZEROS OR REL-PED-TIPO = 'FAT'
              ADD 1 TO WS-TC-QTD (WS-IDX-ACHOU)
           END-IF
           ADD WS-DOC-ABAIXO  TO WS-TC-ABX     (WS-IDX-ACHOU)
           ADD WS-DOC-RECEITA TO WS-TC-RECEITA (WS-IDX-ACHOU)
           ADD WS-DOC-CUSTO   TO WS-TC-CUSTO   (WS-IDX-ACHOU)
           .
       ACUMULA-CLIENTE-FIM.
           EXIT.

      *-------------------------------------------------------------*
       PROCURA-CLIENTE.
      *-------------------------------------------------------------*
           IF WS-TC-COD (WS-IDX) = PED-CODC
              MOVE WS-IDX TO WS-IDX-ACHOU
           END-IF
           .
       PROCURA-CLIENTE-FIM.
           EXIT.

      *-------------------------------------------------------------*
       ACUMULA-VENDEDOR.
      *-------------------------------------------------------------*
           MOVE ZEROS TO WS-IDX-ACHOU
           PERFORM PROCURA-VENDEDOR
               VARYING WS-IDX FROM 1 BY 1
               UNTIL WS-IDX > WS-QTD-VENDS
                  OR WS-IDX-ACHOU NOT = ZEROS

           IF WS-IDX-ACHOU = ZEROS
              IF WS-QTD-VENDS = 2000
                 ADD 1 TO WS-QTD-ESTOUROU
                 GO TO ACUMULA-VENDEDOR-FIM
              END-IF
              ADD 1 TO WS-QTD-VENDS
              MOVE WS-QTD-VENDS TO WS-IDX-ACHOU
              MOVE PED-CODV     TO WS-TV-COD (WS-IDX-ACHOU)
              MOVE ZEROS TO WS-TV-QTD     (WS-IDX-ACHOU)
                            WS-TV-ABX     (WS-IDX-ACHOU)
                            WS-TV-RECEITA (WS-IDX-ACHOU)
                            WS-TV-CUSTO   (WS-IDX-ACHOU)
           END-IF

           IF WS-DOC-ITENS NOT = ZEROS OR REL-PED-TIPO = 'FAT'
              ADD 1 TO WS-TV-QTD (WS-IDX-ACHOU)
           END-IF
           ADD WS-DOC-ABAIXO  TO WS-TV-ABX     (WS-IDX-ACHOU)
           ADD WS-DOC-RECEITA TO WS-TV-RECEITA (WS-IDX-ACHOU)
           ADD WS-DOC-CUSTO   TO WS-TV-CUSTO   (WS-IDX-ACHOU)
           .
       ACUMULA-VENDEDOR-FIM.
           EXIT.

      *-------------------------------------------------------------*
       PROCURA-VENDEDOR.
      *-------------------------------------------------------------*
           IF WS-TV-COD (WS-IDX) = PED-CODV
              MOVE WS-IDX TO WS-IDX-ACHOU
           END-IF
           .
       PROCURA-VENDEDOR-FIM.
           EXIT.

      *-------------------------------------------------------------*
       ACUMULA-PRODUTO.
      *-------------------------------------------------------------*
           MOVE ZEROS TO WS-IDX-ACHOU
           PERFORM PROCURA-PRODUTO
               VARYING WS-IDX FROM 1 BY 1
               UNTIL WS-IDX > WS-QTD-PRODS
                  OR WS-IDX-ACHOU NOT = ZEROS

           IF WS-IDX-ACHOU = ZEROS
              IF WS-QTD-PRODS = 3000
                 ADD 1 TO WS-QTD-ESTOUROU
                 GO TO ACUMULA-PRODUTO-FIM
              END-IF
              ADD 1 TO WS-QTD-PRODS
              MOVE WS-QTD-PRODS TO WS-IDX-ACHOU
              MOVE WS-ITEM-PROD TO WS-TP-COD (WS-IDX-ACHOU)
              MOVE ZEROS TO WS-TP-QTDE    (WS-IDX-ACHOU)
                            WS-TP-ABX     (WS-IDX-ACHOU)
                            WS-TP-RECEITA (WS-IDX-ACHOU)
                            WS-TP-CUSTO   (WS-IDX-ACHOU)
           END-IF

           ADD WS-ITEM-QTDE    TO WS-TP-QTDE    (WS-IDX-ACHOU)
           ADD WS-ITEM-ABAIXO  TO WS-TP-ABX     (WS-IDX-ACHOU)
           ADD WS-ITEM-RECEITA TO WS-TP-RECEITA (WS-IDX-ACHOU)
           ADD WS-ITEM-CUSTO   TO WS-TP-CUSTO   (WS-IDX-ACHOU)
           .
       ACUMULA-PRODUTO-FIM.
           EXIT.

      *-------------------------------------------------------------*
       PROCURA-PRODUTO.
      *-------------------------------------------------------------*
           IF WS-TP-COD (WS-IDX) = WS-ITEM-PROD
              MOVE WS-IDX TO WS-IDX-ACHOU
           END-IF
           .
       PROCURA-PRODUTO-FIM.
           EXIT.

      *-------------------------------------------------------------*
       IMPRIME-CLIENTE.
      *-------------------------------------------------------------*
           MOVE WS-TC-COD (WS-IDX)     TO REL-Q-COD
           MOVE SPACES                 TO REL-Q-DESC
           MOVE WS-TC-QTD (WS-IDX)     TO REL-Q-QTD
           MOVE WS-TC-ABX (WS-IDX)     TO REL-Q-ABX
           MOVE WS-TC-RECEITA (WS-IDX) TO WS-CALC-RECEITA
           MOVE WS-TC-CUSTO (WS-IDX)   TO WS-CALC-CUSTO
           PERFORM IMPRIME-QUEBRA
           .
       IMPRIME-CLIENTE-FIM.
           EXIT.

      *-------------------------------------------------------------*
       IMPRIME-VENDEDOR.
      *-------------------------------------------------------------*
           MOVE WS-TV-COD (WS-IDX)     TO REL-Q-COD
           MOVE SPACES                 TO REL-Q-DESC
           MOVE WS-TV-QTD (WS-IDX)     TO REL-Q-QTD
           MOVE WS-TV-ABX (WS-IDX)     TO REL-Q-ABX
           MOVE WS-TV-RECEITA (WS-IDX) TO WS-CALC-RECEITA
           MOVE WS-TV-CUSTO (WS-IDX)   TO WS-CALC-CUSTO
           PERFORM IMPRIME-QUEBRA
           .
       IMPRIME-VENDEDOR-FIM.
           EXIT.

      *-------------------------------------------------------------*
       IMPRIME-PRODUTO.
      *-------------------------------------------------------------*
           MOVE WS-TP-COD (WS-IDX) TO REL-Q-COD
           MOVE SPACES TO REL-Q-DESC
           IF TEM-PRODUTO
              MOVE WS-TP-COD (WS-IDX) TO PRO-COD
              READ PRODUTO
                   INVALID KEY
                      MOVE '(PRODUTO NAO CADASTRADO)'
                           TO REL-Q-DESC
                   NOT INVALID KEY
                      MOVE PRO-DESCRICAO TO REL-Q-DESC
              END-READ
           END-IF
           MOVE WS-TP-QTDE (WS-IDX)    TO REL-Q-QTD
           MOVE WS-TP-ABX (WS-IDX)     TO REL-Q-ABX
           MOVE WS-TP-RECEITA (WS-IDX) TO WS-CALC-RECEITA
           MOVE WS-TP-CUSTO (WS-IDX)   TO WS-CALC-CUSTO
           PERFORM IMPRIME-QUEBRA
           .
       IMPRIME-PRODUTO-FIM.
           EXIT.

      *-------------------------------------------------------------*
       IMPRIME-QUEBRA.
      *-------------------------------------------------------------*
           PERFORM CALCULA-MARGEM
           MOVE WS-CALC-RECEITA TO REL-Q-REC
           MOVE WS-CALC-CUSTO   TO REL-Q-CUS
           MOVE WS-CALC-MARGEM  TO REL-Q-MAR
           MOVE WS-CALC-PERC    TO REL-Q-PERC
           WRITE RELMAR-REL FROM LINHA-DET-QUEBRA
                 AFTER ADVANCING 1 LINE
               AT END-OF-PAGE
                  PERFORM IMP-CABEC
           END-WRITE
           .
       IMPRIME-QUEBRA-FIM.
           EXIT.

      *-------------------------------------------------------------*
       IMP-CABEC.
      *-------------------------------------------------------------*
           ADD  01              TO WS-CTPAG
           MOVE WS-CTPAG        TO PAG-REL
           MOVE WS-DATA-INI     TO CAB-DATA-INI
           MOVE WS-DATA-FIM     TO CAB-DATA-FIM
           WRITE RELMAR-REL   FROM LINHA-CAB0 AFTER ADVANCING PAGE
           WRITE RELMAR-REL   FROM LINHA-CAB1 AFTER ADVANCING 1 LINE
           WRITE RELMAR-REL   FROM LINHA-BRANCO AFTER ADVANCING 1
                 LINE
           .
       IMP-CABEC-FIM.
           EXIT.

      *-------------------------------------------------------------*
       TOTAIS.
      *-------------------------------------------------------------*
           MOVE WS-QTD-PEDIDOS   TO TOT-PEDIDOS
           MOVE WS-QTD-DEVOL     TO TOT-DEVOL
           MOVE WS-TOT-REC-BRUTA TO TOT-REC-BRUTA
           MOVE WS-TOT-REC-DEVOL TO TOT-REC-DEVOL
           MOVE WS-TOT-RECEITA   TO TOT-RECEITA
           MOVE WS-TOT-CUSTO     TO TOT-CUSTO
           MOVE WS-TOT-RECEITA   TO WS-CALC-RECEITA
           MOVE WS-TOT-CUSTO     TO WS-CALC-CUSTO
           PERFORM CALCULA-MARGEM
           MOVE WS-CALC-MARGEM   TO TOT-MARGEM
           MOVE WS-CALC-PERC     TO TOT-PERC
           MOVE WS-QTD-SEM-CUSTO TO TOT-SEM-CUSTO
           MOVE WS-QTD-SEM-ITENS TO TOT-SEM-ITENS

           WRITE RELMAR-REL FROM LINHA-BRANCO AFTER 1
           WRITE RELMAR-REL FROM LINHA-TOT1 AFTER 1
           WRITE RELMAR-REL FROM LINHA-TOT2 AFTER 1
           WRITE RELMAR-REL FROM LINHA-TOT3 AFTER 1
           WRITE RELMAR-REL FROM LINHA-TOT4 AFTER 1
           WRITE RELMAR-REL FROM LINHA-TOT5 AFTER 1
           WRITE RELMAR-REL FROM LINHA-TOT6 AFTER 1
           WRITE RELMAR-REL FROM LINHA-TOT7 AFTER 1
           IF WS-QTD-ESTOUROU NOT = ZEROS
              MOVE WS-QTD-ESTOUROU TO TOT-ESTOUROU
              WRITE RELMAR-REL FROM LINHA-TOT8 AFTER 1
           END-IF

           IF MODO-BATCH
              DISPLAY 'MARGEM BRUTA - ' LINHA-TOT4
              DISPLAY 'MARGEM BRUTA - ' LINHA-TOT6
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
                  'PEDIDOS.ARQ'                DELIMITED BY SIZE
             INTO WS-ARQ-PEDIDOS
           END-STRING

           STRING FUNCTION TRIM(WS-DIR-DADOS) DELIMITED BY SIZE
                  'PEDITEM.ARQ'                DELIMITED BY SIZE
             INTO WS-ARQ-PEDITEM
           END-STRING

           STRING FUNCTION TRIM(WS-DIR-DADOS) DELIMITED BY SIZE
                  'FATURA.ARQ'                 DELIMITED BY SIZE
             INTO WS-ARQ-FATURA
           END-STRING

           STRING FUNCTION TRIM(WS-DIR-DADOS) DELIMITED BY SIZE
                  'DEVOLUCAO.ARQ'              DELIMITED BY SIZE
             INTO WS-ARQ-DEVOLUCAO
           END-STRING

           STRING FUNCTION TRIM(WS-DIR-DADOS) DELIMITED BY SIZE
                  'DEVITEM.ARQ'                DELIMITED BY SIZE
             INTO WS-ARQ-DEVITEM
           END-STRING

           STRING FUNCTION TRIM(WS-DIR-DADOS) DELIMITED BY SIZE
                  'PRODUTO.ARQ'                DELIMITED BY SIZE
             INTO WS-ARQ-PRODUTO
           END-STRING

      *    O relatorio vai para o SPOOL\ com nome datado (PROG35) e
      *    entra no catalogo ao final.
           MOVE 'N'            TO LK-SPL-OPER
           MOVE 'PROG146'      TO LK-SPL-PROGRAMA
           MOVE 'REL-MARG.TXT' TO LK-SPL-SUFIXO
           CALL "PROG35" USING LK-SPOOL END-CALL
           MOVE LK-SPL-CAMINHO TO WS-ARQ-RELMAR
           .
       MONTA-CAMINHOS-FIM.
           EXIT.

      *-------------------------------------------------------------*
       ABRIR-ARQUIVO.
      *-------------------------------------------------------------*
           OPEN INPUT PEDIDOS
           IF FSPD-NAO-EXISTE
              DISPLAY 'ARQUIVO PEDIDOS NAO ENCONTRADO'
              MOVE 12 TO WS-RETCODE
              PERFORM FINALIZA
           END-IF

           SET TEM-ITENS TO TRUE
           OPEN INPUT PEDITEM
           IF FSI-NAO-EXISTE
              SET SEM-ITENS TO TRUE
           END-IF

           SET TEM-FATURA TO TRUE
           OPEN INPUT FATURA
           IF FSF-NAO-EXISTE
              SET SEM-FATURA TO TRUE
           END-IF

           SET TEM-DEVOL TO TRUE
           OPEN INPUT DEVOLUCAO
           IF FSD-NAO-EXISTE
              SET SEM-DEVOL TO TRUE
           END-IF

           SET TEM-DEVITEM TO TRUE
           OPEN INPUT DEVITEM
           IF FSDI-NAO-EXISTE
              SET SEM-DEVITEM TO TRUE
           END-IF

           SET TEM-PRODUTO TO TRUE
           OPEN INPUT PRODUTO
           IF FSPR-NAO-EXISTE
              SET SEM-PRODUTO TO TRUE
           END-IF

           OPEN OUTPUT RELMAR
           .
       ABRIR-ARQUIVO-FIM.
           EXIT.

      *-------------------------------------------------------------*
       FINALIZA.
      *-------------------------------------------------------------*
           CLOSE PEDIDOS RELMAR
           IF TEM-ITENS
              CLOSE PEDITEM
           END-IF
           IF TEM-FATURA
              CLOSE FATURA
           END-IF
           IF TEM-DEVOL
              CLOSE DEVOLUCAO
           END-IF
           IF TEM-DEVITEM
              CLOSE DEVITEM
           END-IF
           IF TEM-PRODUTO
              CLOSE PRODUTO
           END-IF

           MOVE 'R'            TO LK-SPL-OPER
           MOVE 'PROG146'      TO LK-SPL-PROGRAMA
           MOVE SPACES         TO LK-SPL-PARAMS
           STRING WS-DATA-INI ';' WS-DATA-FIM DELIMITED BY SIZE
             INTO LK-SPL-PARAMS
           END-STRING
           MOVE WS-QTD-PEDIDOS TO LK-SPL-QTDE
           MOVE WS-ARQ-RELMAR  TO LK-SPL-CAMINHO
           CALL "PROG35" USING LK-SPOOL END-CALL

           MOVE WS-RETCODE TO RETURN-CODE
           GOBACK.
