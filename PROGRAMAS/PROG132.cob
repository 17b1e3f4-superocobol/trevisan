      ******************************************************************
      * Autor.....: Alexandre Trevisani (PROVA COBOL)
      * Data......: Julho/2019
      * Programa..: PROG132 - Provisão Mensal para Devedores Duvidosos
      * Chamadas..: PROG35 - Spool e Catalogo de Relatorios
      *             PROG40 - Alocacao do Proximo Codigo Livre (tipo L)
      *             PROG58 - Identificador de Execucao
      *             PROG10 - Tratamento de erros de FILE-STATUS
      * Parametros: Competencia AAAAMM (ZEROS = mes anterior); em
      *             modo batch pela linha de comando, formato AAAAMM.
      * Observação: Calcula a provisao para devedores duvidosos (PDD)
      *             do fim da competencia: o saldo em aberto de cada
      *             fatura de FATURA.ARQ naquela data (valor menos o
      *             principal lancado em FATPAG.ARQ ate o fim do mes;
      *             cancelada ate o fim do mes nao entra) vai para a
      *             faixa de atraso de PDDFAIXA.ARQ (PROG131) e recebe
      *             o percentual da faixa. O total e' comparado com a
      *             provisao da competencia anterior (PDDHIST.ARQ) e
      *             so a diferenca vai para CONTLAN.ARQ (tipo PDD),
      *             que o PROG84 leva no proximo extrato contabil:
      *             D = constituicao (provisao maior), C = reversao.
      *             Recalculo da mesma competencia lanca apenas o
      *             ajuste sobre o que ja foi lancado nela. Competencia
      *             fechada em PERIODO.ARQ (PROG68) e' recusada - a
      *             provisao roda antes do fechamento. O demonstrativo
      *             por faixa sai no spool do PROG35.
      * Cod.Retorno (RETURN-CODE):
      *             0 = processamento normal
      *             4 = provisao sem diferenca a lancar
      *             8 = competencia fechada (provisao recusada)
      *            12 = arquivo ausente, tabela de faixas vazia ou
      *                 aborto por file-status
      * Historico.:
      *   2026 mnt - Programa novo.
      ******************************************************************
       IDENTIFICATION      DIVISION.
       PROGRAM-ID.         PROG132.
       ENVIRONMENT         DIVISION.
       CONFIGURATION       SECTION.
       SPECIAL-NAMES.      DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT        SECTION.
       FILE-CONTROL.

       SELECT FATURA ASSIGN TO WS-ARQ-FATURA
              ORGANIZATION         IS INDEXED
              ACCESS  MODE         IS DYNAMIC
              FILE STATUS          IS FAT-STAT
              ALTERNATE RECORD KEY IS FAT-CODC WITH DUPLICATES
              RECORD KEY           IS FAT-KEY.

       SELECT FATPAG ASSIGN TO WS-ARQ-FATPAG
              ORGANIZATION         IS INDEXED
              ACCESS  MODE         IS DYNAMIC
              FILE STATUS          IS FPG-STAT
              RECORD KEY           IS FPG-KEY.

       SELECT PDDFAIXA ASSIGN TO WS-ARQ-PDDFAIXA
              ORGANIZATION IS INDEXED
              ACCESS MODE  IS DYNAMIC
              FILE STATUS  IS PDF-STAT
              RECORD KEY   IS PDF-KEY.

       SELECT PDDHIST ASSIGN TO WS-ARQ-PDDHIST
              ORGANIZATION IS INDEXED
              ACCESS MODE  IS RANDOM
              FILE STATUS  IS PDH-STAT
              RECORD KEY   IS PDH-KEY.

       SELECT PERIODO ASSIGN TO WS-ARQ-PERIODO
              ORGANIZATION IS INDEXED
              ACCESS MODE  IS RANDOM
              FILE STATUS  IS FEC-STAT
              RECORD KEY   IS FEC-KEY.

       SELECT CONTLAN ASSIGN TO WS-ARQ-CONTLAN
              ORGANIZATION IS INDEXED
              ACCESS MODE  IS DYNAMIC
              FILE STATUS  IS CLN-STAT
              RECORD KEY   IS CLN-KEY.

       SELECT RELPDD ASSIGN TO WS-ARQ-RELPDD
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS  IS REL-STAT.

       DATA            DIVISION.
       FILE            SECTION.

       COPY FD_FATURA.

       COPY FD_FATPAG.

       COPY FD_PDDFAIXA.

       COPY FD_PDDHIST.

       COPY FD_PERIODO.

       COPY FD_CONTLAN.

       FD RELPDD
           LINAGE IS 55 LINES
           WITH FOOTING AT 51
           LINES AT TOP 3
           LINES AT BOTTOM 2.

       01 RELPDD-REL.
          05 REL-IMP        PIC X(120).

       WORKING-STORAGE SECTION.

       77 WS-DIR-DADOS       PIC X(50) VALUE SPACES.
       77 WS-ARQ-FATURA      PIC X(70) VALUE SPACES.
       77 WS-ARQ-FATPAG      PIC X(70) VALUE SPACES.
       77 WS-ARQ-PDDFAIXA    PIC X(70) VALUE SPACES.
       77 WS-ARQ-PDDHIST     PIC X(70) VALUE SPACES.
       77 WS-ARQ-PERIODO     PIC X(70) VALUE SPACES.
       77 WS-ARQ-CONTLAN     PIC X(70) VALUE SPACES.
       77 WS-ARQ-RELPDD      PIC X(90) VALUE SPACES.

       77 FAT-STAT          PIC 9(02).
           88 FSF-OK        VALUE ZEROS.
           88 FSF-FIM-REG   VALUE 10.
           88 FSF-NAO-EXISTE VALUE 35.

       77 FPG-STAT          PIC 9(02).
           88 FSP-OK        VALUE ZEROS.
           88 FSP-FIM-REG   VALUE 10.
           88 FSP-NAO-EXISTE VALUE 35.

       77 PDF-STAT          PIC 9(02).
           88 FSX-OK        VALUE ZEROS.
           88 FSX-FIM-REG   VALUE 10.
           88 FSX-NAO-EXISTE VALUE 35.

       77 PDH-STAT          PIC 9(02).
           88 FSH-OK        VALUE ZEROS.
           88 FSH-NAO-EXISTE VALUE 35.

       77 FEC-STAT          PIC 9(02).
           88 FSFEC-OK      VALUE ZEROS.
           88 FSFEC-NAO-EXISTE VALUE 35.

       77 CLN-STAT          PIC 9(02).
           88 FSL-OK        VALUE ZEROS.
           88 FSL-NAO-EXISTE VALUE 35.

       77 REL-STAT          PIC 9(02).
           88 FSR-OK        VALUE ZEROS.

       77 WS-TEM-FATPAG     PIC X(01) VALUE 'N'.
           88 TEM-FATPAG    VALUE 'S'.
           88 SEM-FATPAG    VALUE 'N'.

       77 WS-TEM-PERIODO    PIC X(01) VALUE 'N'.
           88 TEM-PERIODO   VALUE 'S'.
           88 SEM-PERIODO   VALUE 'N'.

       77 WS-MODO           PIC X(01) VALUE 'I'.
           88 MODO-INTERATIVO VALUE 'I'.
           88 MODO-BATCH      VALUE 'B'.

       77 WS-PARM           PIC X(80) VALUE SPACES.

       77 WS-ANOMES         PIC 9(06) VALUE ZEROS.
       77 WS-DATA-HOJE      PIC 9(08) VALUE ZEROS.
       01 WS-ANOMES-ANT.
           05 WS-AMA-ANO    PIC 9(04).
           05 WS-AMA-MES    PIC 9(02).

       01 WS-DATA-MES.
           05 WS-DMS-ANOMES PIC 9(06).
           05 WS-DMS-DIA    PIC 9(02).

       01 WS-TAB-DIAS-MES-V.
           05 FILLER        PIC X(24) VALUE
              '312831303130313130313031'.
       01 WS-TAB-DIAS-MES REDEFINES WS-TAB-DIAS-MES-V.
           05 WS-DIAS-MES   PIC 9(02) OCCURS 12 TIMES.

       77 WS-QUOC           PIC 9(04) VALUE ZEROS.
       77 WS-RESTO          PIC 9(02) VALUE ZEROS.

       77 WS-DATA-FIM-MES   PIC 9(08) VALUE ZEROS.
       77 WS-DIAS-FIM-MES   PIC 9(08) VALUE ZEROS.
       77 WS-DIAS-ATRASO    PIC S9(08) VALUE ZEROS.

       77 WS-RETCODE        PIC 9(02) VALUE ZEROS.

      *    Faixas de PDDFAIXA.ARQ em ordem crescente de atraso.
       01 WS-TAB-FAIXA.
           05 WS-TF-ENT OCCURS 10 TIMES.
              10 WS-TF-DIAS-ATE   PIC 9(05).
              10 WS-TF-DESC       PIC X(20).
              10 WS-TF-PERC       PIC 9(03)V99.
              10 WS-TF-QTD        PIC 9(07).
              10 WS-TF-SALDO      PIC 9(11)V99.
              10 WS-TF-PROVISAO   PIC 9(11)V99.

       77 WS-QTD-FAIXAS     PIC 9(02) VALUE ZEROS.
       77 WS-IDX            PIC 9(02) VALUE ZEROS.
       77 WS-IDX-ACHOU      PIC 9(02) VALUE ZEROS.

       77 WS-SALDO-FAT      PIC S9(11)V99 VALUE ZEROS.
       77 WS-PAGO-ATE       PIC 9(11)V99 VALUE ZEROS.

       77 WS-QTD-FATURAS    PIC 9(07) VALUE ZEROS.
       77 WS-TOT-SALDO      PIC 9(11)V99 VALUE ZEROS.
       77 WS-TOT-PROVISAO   PIC 9(11)V99 VALUE ZEROS.
       77 WS-PROV-ANT       PIC 9(11)V99 VALUE ZEROS.
       77 WS-DIFERENCA      PIC S9(11)V99 VALUE ZEROS.
       77 WS-VLR-LANCTO     PIC 9(09)V99 VALUE ZEROS.
       77 WS-NUM-LANCTO     PIC 9(08) VALUE ZEROS.

      *    Origem da provisao comparada: A = a da competencia
      *    anterior, R = recalculo (a ja lancada nesta), N = nenhuma.
       77 WS-ORIGEM-ANT     PIC X(01) VALUE 'N'.
           88 ANT-ANTERIOR  VALUE 'A'.
           88 ANT-RECALCULO VALUE 'R'.
           88 ANT-NENHUMA   VALUE 'N'.

       77 WS-CTPAG          PIC 9(03) VALUE ZEROS.

       01 LINHA-CAB0.
           05 FILLER        PIC X(044) VALUE
           'PROVISAO PARA DEVEDORES DUVIDOSOS (AAAAMM): '.
           05 CAB-ANOMES    PIC 9(06).
           05 FILLER        PIC X(10) VALUE SPACES.
           05 FILLER        PIC X(09) VALUE 'PAGINA : '.
           05 PAG-REL       PIC ZZ9.

       01 LINHA-CAB1.
           05 FILLER        PIC X(50) VALUE
           'FAIXA DE ATRASO         ATE DIAS      %    FATURAS'.
           05 FILLER        PIC X(40) VALUE
           '       SALDO ABERTO           PROVISAO'.

       01 LINHA-DET.
           05 REL-FX-DESC   PIC X(20).
           05 FILLER        PIC X(06)  VALUE SPACES.
           05 REL-FX-DIAS   PIC ZZZZ9.
           05 FILLER        PIC X(02)  VALUE SPACES.
           05 REL-FX-PERC   PIC ZZ9,99.
           05 FILLER        PIC X(02)  VALUE SPACES.
           05 REL-FX-QTD    PIC ZZZZZZ9.
           05 FILLER        PIC X(02)  VALUE SPACES.
           05 REL-FX-SALDO  PIC ZZ.ZZZ.ZZZ.ZZ9,99.
           05 FILLER        PIC X(02)  VALUE SPACES.
           05 REL-FX-PROV   PIC ZZ.ZZZ.ZZZ.ZZ9,99.

       01 LINHA-TOTAL.
           05 FILLER        PIC X(41)  VALUE 'TOTAL'.
           05 TOT-QTD       PIC ZZZZZZ9.
           05 FILLER        PIC X(02)  VALUE SPACES.
           05 TOT-SALDO     PIC ZZ.ZZZ.ZZZ.ZZ9,99.
           05 FILLER        PIC X(02)  VALUE SPACES.
           05 TOT-PROV      PIC ZZ.ZZZ.ZZZ.ZZ9,99.

       01 LINHA-ANTERIOR.
           05 REL-ANT-DESC  PIC X(69).
           05 REL-ANT-PROV  PIC ZZ.ZZZ.ZZZ.ZZ9,99.

       01 LINHA-DIFERENCA.
           05 FILLER        PIC X(69)  VALUE
           'DIFERENCA A LANCAR'.
           05 REL-DIF       PIC ZZ.ZZZ.ZZZ.ZZ9,99-.

       01 LINHA-LANCTO.
           05 FILLER        PIC X(24)  VALUE
           'LANCAMENTO CONTLAN NR. '.
           05 REL-LANCTO    PIC 9(08).
           05 FILLER        PIC X(03)  VALUE ' - '.
           05 REL-LANCTO-DC PIC X(30).

       01 LINHA-BRANCO      PIC X(100) VALUE SPACES.

       COPY LK_SPOOL.

       COPY LK_SEQUENC.

       COPY LK_FILE_STATUS.

       COPY LK_IDEXEC.

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

       01 SS-COMPETENCIA FOREGROUND-COLOR 2.
           05 LINE 08 COLUMN 12 VALUE
              "COMPETENCIA (AAAAMM, ZEROS=MES ANTERIOR):".
           05 COLUMN PLUS 2 PIC 9(06) USING WS-ANOMES
              BLANK WHEN ZEROS.

       PROCEDURE DIVISION.
       INICIO.
           SET ENVIRONMENT 'COB_SCREEN_EXCEPTIONS' TO 'Y'.
           SET ENVIRONMENT 'COB_SCREEN_ESC' TO 'Y'.
           SET ENVIRONMENT 'ESCDELAY' TO '25'.
           ACCEPT  WS-NUML FROM LINES
           ACCEPT  WS-NUMC FROM COLUMNS
           ACCEPT  WS-DATA-HOJE FROM DATE YYYYMMDD
           PERFORM MONTA-CAMINHOS
           MOVE 'PROG132'  TO LK-IDX-PROGRAMA
           CALL "PROG58" USING LK-IDEXEC END-CALL
           MOVE LK-IDX-ID TO LK-IDE

           ACCEPT WS-PARM FROM COMMAND-LINE
           IF WS-PARM NOT = SPACES
              SET MODO-BATCH TO TRUE
              IF WS-PARM (1:6) IS NUMERIC
                 MOVE WS-PARM (1:6) TO WS-ANOMES
              END-IF
           END-IF

           IF MODO-INTERATIVO
              DISPLAY SS-CLS
              MOVE "ESC PARA ENCERRAR" TO WS-STATUS
              DISPLAY SS-STATUS
              DISPLAY SS-COMPETENCIA
              ACCEPT  SS-COMPETENCIA
              IF COB-CRT-STATUS = COB-SCR-ESC
                 GOBACK
              END-IF
           END-IF

      *    Sem competencia informada vale o mes anterior, o do
      *    fechamento.
           IF WS-ANOMES = ZEROS
              MOVE WS-DATA-HOJE (1:6) TO WS-ANOMES-ANT
              IF WS-AMA-MES = 01
                 MOVE 12 TO WS-AMA-MES
                 SUBTRACT 1 FROM WS-AMA-ANO
              ELSE
                 SUBTRACT 1 FROM WS-AMA-MES
              END-IF
              MOVE WS-ANOMES-ANT TO WS-ANOMES
           END-IF
           MOVE WS-ANOMES TO CAB-ANOMES WS-ANOMES-ANT

           IF WS-AMA-MES < 01 OR WS-AMA-MES > 12
              DISPLAY 'PROG132: COMPETENCIA INVALIDA ' WS-ANOMES
              MOVE 12 TO WS-RETCODE
              MOVE WS-RETCODE TO RETURN-CODE
              GOBACK
           END-IF

           PERFORM FIM-DO-MES

           PERFORM ABRIR-ARQUIVO

           PERFORM VERIFICA-PERIODO THRU VERIFICA-PERIODO-FIM

           PERFORM CARREGA-FAIXAS THRU CARREGA-FAIXAS-FIM

           MOVE LOW-VALUES TO FATURA-FAT
           START FATURA KEY NOT LESS THAN FAT-KEY
                 INVALID KEY
                    MOVE 10 TO FAT-STAT
           END-START
           PERFORM AVALIA-FATURA THRU AVALIA-FATURA-SAI
               UNTIL FSF-FIM-REG

           PERFORM CALCULA-FAIXA
               VARYING WS-IDX FROM 1 BY 1
               UNTIL WS-IDX > WS-QTD-FAIXAS

           PERFORM PROVISAO-ANTERIOR THRU PROVISAO-ANTERIOR-FIM

           COMPUTE WS-DIFERENCA = WS-TOT-PROVISAO - WS-PROV-ANT
           IF WS-DIFERENCA NOT = ZEROS
              PERFORM GRAVA-LANCTO THRU GRAVA-LANCTO-FIM
           ELSE
              MOVE 04 TO WS-RETCODE
              DISPLAY 'PROG132: PROVISAO SEM DIFERENCA A LANCAR - '
                      WS-ANOMES
           END-IF

           PERFORM GRAVA-HISTORICO THRU GRAVA-HISTORICO-FIM

           PERFORM IMPRIME-DEMONSTRATIVO

           PERFORM FINALIZA
           .
       FIM-PROCES.
           EXIT.

      *-------------------------------------------------------------*
       FIM-DO-MES.
      *-------------------------------------------------------------*
           MOVE WS-ANOMES TO WS-DMS-ANOMES
           MOVE WS-DIAS-MES (WS-AMA-MES) TO WS-DMS-DIA
           IF WS-AMA-MES = 02
              DIVIDE WS-AMA-ANO BY 4 GIVING WS-QUOC
                     REMAINDER WS-RESTO
              IF WS-RESTO = ZEROS
                 MOVE 29 TO WS-DMS-DIA
              END-IF
           END-IF
           MOVE WS-DATA-MES TO WS-DATA-FIM-MES
           COMPUTE WS-DIAS-FIM-MES =
                   FUNCTION INTEGER-OF-DATE (WS-DATA-FIM-MES)
           .
       FIM-DO-MES-FIM.
           EXIT.

      *-------------------------------------------------------------*
       VERIFICA-PERIODO.
      *-------------------------------------------------------------*
      *    Competencia ja fechada pelo PROG68 nao recebe lancamento.
           IF SEM-PERIODO
              GO TO VERIFICA-PERIODO-FIM
           END-IF

           MOVE WS-ANOMES TO FEC-ANOMES
           READ PERIODO
                INVALID KEY
                   GO TO VERIFICA-PERIODO-FIM
           END-READ

           IF FEC-FECHADO
              DISPLAY 'PROG132: COMPETENCIA ' WS-ANOMES
                      ' FECHADA - PROVISAO NAO LANCADA'
              MOVE 08 TO WS-RETCODE
              PERFORM FINALIZA
           END-IF
           .
       VERIFICA-PERIODO-FIM.
           EXIT.

      *-------------------------------------------------------------*
       CARREGA-FAIXAS.
      *-------------------------------------------------------------*
           MOVE ZEROS TO WS-QTD-FAIXAS
           INITIALIZE WS-TAB-FAIXA
           MOVE ZEROS TO PDF-DIAS-ATE
           START PDDFAIXA KEY NOT LESS THAN PDF-KEY
                 INVALID KEY
                    MOVE 10 TO PDF-STAT
           END-START
           PERFORM CARREGA-UMA-FAIXA THRU CARREGA-UMA-FAIXA-SAI
               UNTIL FSX-FIM-REG

           IF WS-QTD-FAIXAS = ZEROS
              DISPLAY 'PROG132: TABELA PDDFAIXA SEM FAIXAS (PROG131)'
              MOVE 12 TO WS-RETCODE
              PERFORM FINALIZA
           END-IF
           .
       CARREGA-FAIXAS-FIM.
           EXIT.

      *-------------------------------------------------------------*
       CARREGA-UMA-FAIXA.
      *-------------------------------------------------------------*
           READ PDDFAIXA NEXT AT END
                GO TO CARREGA-UMA-FAIXA-SAI
           END-READ

           IF WS-QTD-FAIXAS = 10
              MOVE 10 TO PDF-STAT
              GO TO CARREGA-UMA-FAIXA-SAI
           END-IF

           ADD 1 TO WS-QTD-FAIXAS
           MOVE PDF-DIAS-ATE   TO WS-TF-DIAS-ATE (WS-QTD-FAIXAS)
           MOVE PDF-DESCRICAO  TO WS-TF-DESC     (WS-QTD-FAIXAS)
           MOVE PDF-PERCENTUAL TO WS-TF-PERC     (WS-QTD-FAIXAS)
           .
       CARREGA-UMA-FAIXA-SAI.
           EXIT.

      *-------------------------------------------------------------*
       AVALIA-FATURA.
      *-------------------------------------------------------------*
           READ FATURA NEXT AT END
                GO TO AVALIA-FATURA-SAI
           END-READ

      *    Emitida depois do fim do mes, ou cancelada ate ele, nao
      *    estava em aberto na data da provisao.
           IF FAT-EMISSAO > WS-DATA-FIM-MES
              GO TO AVALIA-FATURA-SAI
           END-IF
           IF FAT-CANCELADA
              IF FAT-DT-CANC NOT NUMERIC
                 OR FAT-DT-CANC = ZEROS
                 OR FAT-DT-CANC NOT > WS-DATA-FIM-MES
                 GO TO AVALIA-FATURA-SAI
              END-IF
           END-IF

      *    Saldo no fim do mes: valor menos o principal lancado ate
      *    la. Sem FATPAG.ARQ vale o saldo corrente da fatura.
           IF TEM-FATPAG
              MOVE ZEROS      TO WS-PAGO-ATE
              MOVE FAT-NUMERO TO FPG-NUMERO
              MOVE ZEROS      TO FPG-SEQ
              START FATPAG KEY NOT LESS THAN FPG-KEY
                    INVALID KEY
                       MOVE 10 TO FPG-STAT
              END-START
              PERFORM SOMA-PAGTO THRU SOMA-PAGTO-SAI
                  UNTIL FSP-FIM-REG
              MOVE ZEROS TO FPG-STAT
              COMPUTE WS-SALDO-FAT = FAT-VALOR - WS-PAGO-ATE
           ELSE
              IF FAT-ABERTA
                 COMPUTE WS-SALDO-FAT = FAT-VALOR - FAT-VALOR-PAGO
              ELSE
                 MOVE ZEROS TO WS-SALDO-FAT
              END-IF
           END-IF

           IF WS-SALDO-FAT NOT > ZEROS
              GO TO AVALIA-FATURA-SAI
           END-IF

           COMPUTE WS-DIAS-ATRASO = WS-DIAS-FIM-MES
                   - FUNCTION INTEGER-OF-DATE (FAT-VENCTO)
           IF WS-DIAS-ATRASO < ZEROS
              MOVE ZEROS TO WS-DIAS-ATRASO
           END-IF

      *    Primeira faixa que cobre o atraso; acima da maior faixa,
      *    fica na maior.
           MOVE ZEROS TO WS-IDX-ACHOU
           PERFORM PROCURA-FAIXA
               VARYING WS-IDX FROM 1 BY 1
               UNTIL WS-IDX > WS-QTD-FAIXAS
                  OR WS-IDX-ACHOU NOT = ZEROS
           IF WS-IDX-ACHOU = ZEROS
              MOVE WS-QTD-FAIXAS TO WS-IDX-ACHOU
           END-IF

           ADD 1            TO WS-TF-QTD   (WS-IDX-ACHOU)
                               WS-QTD-FATURAS
           ADD WS-SALDO-FAT TO WS-TF-SALDO (WS-IDX-ACHOU)
                               WS-TOT-SALDO
           .
       AVALIA-FATURA-SAI.
           EXIT.

      *-------------------------------------------------------------*
       SOMA-PAGTO.
      *-------------------------------------------------------------*
           READ FATPAG NEXT AT END
                GO TO SOMA-PAGTO-SAI
           END-READ

           IF FPG-NUMERO NOT = FAT-NUMERO
              MOVE 10 TO FPG-STAT
              GO TO SOMA-PAGTO-SAI
           END-IF

           IF FPG-DATA > WS-DATA-FIM-MES
              GO TO SOMA-PAGTO-SAI
           END-IF

      *    Lancamento anterior a divisao de encargos: tudo principal.
           IF FPG-VLR-PRINCIPAL NUMERIC
              AND FPG-VLR-PRINCIPAL > ZEROS
              ADD FPG-VLR-PRINCIPAL TO WS-PAGO-ATE
           ELSE
              ADD FPG-VALOR         TO WS-PAGO-ATE
           END-IF
           .
       SOMA-PAGTO-SAI.
           EXIT.

      *-------------------------------------------------------------*
       PROCURA-FAIXA.
      *-------------------------------------------------------------*
           IF WS-TF-DIAS-ATE (WS-IDX) NOT < WS-DIAS-ATRASO
              MOVE WS-IDX TO WS-IDX-ACHOU
           END-IF
           .
       PROCURA-FAIXA-FIM.
           EXIT.

      *-------------------------------------------------------------*
       CALCULA-FAIXA.
      *-------------------------------------------------------------*
           COMPUTE WS-TF-PROVISAO (WS-IDX) ROUNDED =
                   WS-TF-SALDO (WS-IDX) * WS-TF-PERC (WS-IDX) / 100
           ADD WS-TF-PROVISAO (WS-IDX) TO WS-TOT-PROVISAO
           .
       CALCULA-FAIXA-FIM.
           EXIT.

      *-------------------------------------------------------------*
       PROVISAO-ANTERIOR.
      *-------------------------------------------------------------*
      *    Recalculo: compara com o que ja foi lancado na propria
      *    competencia. Primeira vez: com a competencia anterior.
           MOVE ZEROS TO WS-PROV-ANT
           SET ANT-NENHUMA TO TRUE

           MOVE WS-ANOMES TO PDH-ANOMES
           READ PDDHIST
                INVALID KEY
                   CONTINUE
                NOT INVALID KEY
                   MOVE PDH-PROVISAO TO WS-PROV-ANT
                   SET ANT-RECALCULO TO TRUE
                   GO TO PROVISAO-ANTERIOR-FIM
           END-READ

           MOVE WS-ANOMES TO WS-ANOMES-ANT
           IF WS-AMA-MES = 01
              MOVE 12 TO WS-AMA-MES
              SUBTRACT 1 FROM WS-AMA-ANO
           ELSE
              SUBTRACT 1 FROM WS-AMA-MES
           END-IF
           MOVE WS-ANOMES-ANT TO PDH-ANOMES
           READ PDDHIST
                INVALID KEY
                   CONTINUE
                NOT INVALID KEY
                   MOVE PDH-PROVISAO TO WS-PROV-ANT
                   SET ANT-ANTERIOR TO TRUE
           END-READ
           .
       PROVISAO-ANTERIOR-FIM.
           EXIT.

      *-------------------------------------------------------------*
       GRAVA-LANCTO.
      *-------------------------------------------------------------*
           SET LK-SEQ-LANCTO TO TRUE
           CALL "PROG40" USING LK-SEQUENCIA END-CALL
           IF NOT LK-SEQ-OK
              DISPLAY 'PROG132: FALHA NA ALOCACAO DO LANCAMENTO'
              MOVE 12 TO WS-RETCODE
              PERFORM FINALIZA
           END-IF

           MOVE SPACES           TO CONTLAN-CLN
           MOVE LK-SEQ-NUMERO    TO CLN-SEQ WS-NUM-LANCTO
           SET CLN-PROVISAO-PDD  TO TRUE
           MOVE WS-DATA-FIM-MES  TO CLN-DATA
           MOVE ZEROS            TO CLN-FATURA CLN-PEDIDO CLN-CODC
           IF WS-DIFERENCA > ZEROS
              MOVE WS-DIFERENCA  TO WS-VLR-LANCTO
              SET CLN-DEBITO     TO TRUE
              STRING 'CONSTITUICAO PDD ' DELIMITED BY SIZE
                     WS-ANOMES           DELIMITED BY SIZE
                INTO CLN-HISTORICO
              END-STRING
           ELSE
              COMPUTE WS-VLR-LANCTO = WS-DIFERENCA * -1
              SET CLN-CREDITO    TO TRUE
              STRING 'REVERSAO PDD '     DELIMITED BY SIZE
                     WS-ANOMES           DELIMITED BY SIZE
                INTO CLN-HISTORICO
              END-STRING
           END-IF
           MOVE WS-VLR-LANCTO    TO CLN-VALOR
           MOVE 'PROG132'        TO CLN-OPERADOR
           SET CLN-PENDENTE      TO TRUE
           MOVE ZEROS            TO CLN-DT-ENVIO
           WRITE CONTLAN-CLN
                 INVALID KEY
                   MOVE 'GRAVA-LANCTO'                   TO LK-PAR
                   MOVE 'WRITE'                          TO LK-CMD
                   MOVE 'CONTLAN'                        TO LK-ARQ
                   MOVE CLN-STAT                         TO LK-STA
                   PERFORM ERRO-FILE-STATUS
                   MOVE 12 TO WS-RETCODE
                   PERFORM FINALIZA
           END-WRITE
           .
       GRAVA-LANCTO-FIM.
           EXIT.

      *-------------------------------------------------------------*
       GRAVA-HISTORICO.
      *-------------------------------------------------------------*
           MOVE WS-ANOMES TO PDH-ANOMES
           READ PDDHIST
                INVALID KEY
                   MOVE ZEROS TO PDH-ULT-LANCTO
           END-READ

           MOVE WS-ANOMES       TO PDH-ANOMES
           MOVE WS-DATA-HOJE    TO PDH-DT-CALC
           MOVE WS-TOT-SALDO    TO PDH-BASE
           MOVE WS-TOT-PROVISAO TO PDH-PROVISAO
           MOVE WS-QTD-FAIXAS   TO PDH-QTD-FAIXAS
           PERFORM COPIA-FAIXA
               VARYING WS-IDX FROM 1 BY 1 UNTIL WS-IDX > 10
           IF WS-NUM-LANCTO NOT = ZEROS
              MOVE WS-NUM-LANCTO TO PDH-ULT-LANCTO
           END-IF
           MOVE LK-IDX-ID       TO PDH-IDEXEC

           IF ANT-RECALCULO
              REWRITE PDDHIST-PDH
                    INVALID KEY
                      MOVE 'GRAVA-HISTORICO'             TO LK-PAR
                      MOVE 'REWRITE'                     TO LK-CMD
                      MOVE 'PDDHIST'                     TO LK-ARQ
                      MOVE PDH-STAT                      TO LK-STA
                      PERFORM ERRO-FILE-STATUS
                      MOVE 12 TO WS-RETCODE
              END-REWRITE
           ELSE
              WRITE PDDHIST-PDH
                    INVALID KEY
                      MOVE 'GRAVA-HISTORICO'             TO LK-PAR
                      MOVE 'WRITE'                       TO LK-CMD
                      MOVE 'PDDHIST'                     TO LK-ARQ
                      MOVE PDH-STAT                      TO LK-STA
                      PERFORM ERRO-FILE-STATUS
                      MOVE 12 TO WS-RETCODE
              END-WRITE
           END-IF
           .
       GRAVA-HISTORICO-FIM.
           EXIT.

      *-------------------------------------------------------------*
       COPIA-FAIXA.
      *-------------------------------------------------------------*
           MOVE WS-TF-DIAS-ATE (WS-IDX) TO PDH-FX-DIAS-ATE (WS-IDX)
           MOVE WS-TF-PERC     (WS-IDX) TO PDH-FX-PERC     (WS-IDX)
           MOVE WS-TF-SALDO    (WS-IDX) TO PDH-FX-SALDO    (WS-IDX)
           MOVE WS-TF-PROVISAO (WS-IDX) TO PDH-FX-PROVISAO (WS-IDX)
           .
       COPIA-FAIXA-FIM.
           EXIT.

      *-------------------------------------------------------------*
       IMPRIME-DEMONSTRATIVO.
      *-------------------------------------------------------------*
           PERFORM IMP-CABEC

           PERFORM IMPRIME-FAIXA
               VARYING WS-IDX FROM 1 BY 1
               UNTIL WS-IDX > WS-QTD-FAIXAS

           MOVE WS-QTD-FATURAS  TO TOT-QTD
           MOVE WS-TOT-SALDO    TO TOT-SALDO
           MOVE WS-TOT-PROVISAO TO TOT-PROV
           WRITE RELPDD-REL FROM LINHA-BRANCO AFTER 1
           WRITE RELPDD-REL FROM LINHA-TOTAL AFTER 1

           EVALUATE TRUE
               WHEN ANT-RECALCULO
                  MOVE 'PROVISAO JA LANCADA NESTA COMPETENCIA'
                       TO REL-ANT-DESC
               WHEN ANT-ANTERIOR
                  MOVE 'PROVISAO DA COMPETENCIA ANTERIOR'
                       TO REL-ANT-DESC
               WHEN OTHER
                  MOVE 'SEM PROVISAO ANTERIOR' TO REL-ANT-DESC
           END-EVALUATE
           MOVE WS-PROV-ANT     TO REL-ANT-PROV
           WRITE RELPDD-REL FROM LINHA-BRANCO AFTER 1
           WRITE RELPDD-REL FROM LINHA-ANTERIOR AFTER 1
           MOVE WS-DIFERENCA    TO REL-DIF
           WRITE RELPDD-REL FROM LINHA-DIFERENCA AFTER 1

           IF WS-NUM-LANCTO NOT = ZEROS
              MOVE WS-NUM-LANCTO TO REL-LANCTO
              MOVE CLN-HISTORICO TO REL-LANCTO-DC
              WRITE RELPDD-REL FROM LINHA-BRANCO AFTER 1
              WRITE RELPDD-REL FROM LINHA-LANCTO AFTER 1
           END-IF

           IF MODO-BATCH
              DISPLAY 'PDD - ' LINHA-TOTAL
              DISPLAY 'PDD - ' LINHA-DIFERENCA
           END-IF
           .
       IMPRIME-DEMONSTRATIVO-FIM.
           EXIT.

      *-------------------------------------------------------------*
       IMPRIME-FAIXA.
      *-------------------------------------------------------------*
           MOVE WS-TF-DESC     (WS-IDX) TO REL-FX-DESC
           MOVE WS-TF-DIAS-ATE (WS-IDX) TO REL-FX-DIAS
           MOVE WS-TF-PERC     (WS-IDX) TO REL-FX-PERC
           MOVE WS-TF-QTD      (WS-IDX) TO REL-FX-QTD
           MOVE WS-TF-SALDO    (WS-IDX) TO REL-FX-SALDO
           MOVE WS-TF-PROVISAO (WS-IDX) TO REL-FX-PROV
           WRITE RELPDD-REL FROM LINHA-DET AFTER ADVANCING 1 LINE
               AT END-OF-PAGE
                  PERFORM IMP-CABEC
           END-WRITE
           .
       IMPRIME-FAIXA-FIM.
           EXIT.

      *-------------------------------------------------------------*
       IMP-CABEC.
      *-------------------------------------------------------------*
           ADD  01              TO WS-CTPAG
           MOVE WS-CTPAG        TO PAG-REL
           WRITE RELPDD-REL    FROM LINHA-CAB0 AFTER ADVANCING PAGE
           WRITE RELPDD-REL    FROM LINHA-BRANCO AFTER ADVANCING 1
                 LINE
           WRITE RELPDD-REL    FROM LINHA-CAB1 AFTER ADVANCING 1
                 LINE
           .
       IMP-CABEC-FIM.
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
                  'FATURA.ARQ'                 DELIMITED BY SIZE
             INTO WS-ARQ-FATURA
           END-STRING

           STRING FUNCTION TRIM(WS-DIR-DADOS) DELIMITED BY SIZE
                  'FATPAG.ARQ'                 DELIMITED BY SIZE
             INTO WS-ARQ-FATPAG
           END-STRING

           STRING FUNCTION TRIM(WS-DIR-DADOS) DELIMITED BY SIZE
                  'PDDFAIXA.ARQ'               DELIMITED BY SIZE
             INTO WS-ARQ-PDDFAIXA
           END-STRING

           STRING FUNCTION TRIM(WS-DIR-DADOS) DELIMITED BY SIZE
                  'PDDHIST.ARQ'                DELIMITED BY SIZE
             INTO WS-ARQ-PDDHIST
           END-STRING

           STRING FUNCTION TRIM(WS-DIR-DADOS) DELIMITED BY SIZE
                  'PERIODO.ARQ'                DELIMITED BY SIZE
             INTO WS-ARQ-PERIODO
           END-STRING

           STRING FUNCTION TRIM(WS-DIR-DADOS) DELIMITED BY SIZE
                  'CONTLAN.ARQ'                DELIMITED BY SIZE
             INTO WS-ARQ-CONTLAN
           END-STRING

      *    O demonstrativo vai para o SPOOL\ com nome datado (PROG35)
      *    e entra no catalogo ao final.
           MOVE 'N'            TO LK-SPL-OPER
           MOVE 'PROG132'      TO LK-SPL-PROGRAMA
           MOVE 'PDD.TXT'      TO LK-SPL-SUFIXO
           CALL "PROG35" USING LK-SPOOL END-CALL
           MOVE LK-SPL-CAMINHO TO WS-ARQ-RELPDD
           .
       MONTA-CAMINHOS-FIM.
           EXIT.

      *-------------------------------------------------------------*
       ABRIR-ARQUIVO.
      *-------------------------------------------------------------*
           OPEN INPUT FATURA
           IF FSF-NAO-EXISTE
              DISPLAY 'ARQUIVO FATURA NAO ENCONTRADO'
              MOVE 12 TO WS-RETCODE
              PERFORM FINALIZA
           END-IF

           OPEN INPUT PDDFAIXA
           IF FSX-NAO-EXISTE
              DISPLAY 'ARQUIVO PDDFAIXA NAO ENCONTRADO'
              MOVE 12 TO WS-RETCODE
              PERFORM FINALIZA
           END-IF

           SET TEM-FATPAG TO TRUE
           OPEN INPUT FATPAG
           IF FSP-NAO-EXISTE
              SET SEM-FATPAG TO TRUE
           END-IF

           SET TEM-PERIODO TO TRUE
           OPEN INPUT PERIODO
           IF FSFEC-NAO-EXISTE
              SET SEM-PERIODO TO TRUE
           END-IF

           OPEN I-O PDDHIST
           IF FSH-NAO-EXISTE
              OPEN OUTPUT PDDHIST
              CLOSE PDDHIST
              OPEN I-O PDDHIST
           END-IF

           OPEN I-O CONTLAN
           IF FSL-NAO-EXISTE
              OPEN OUTPUT CONTLAN
              CLOSE CONTLAN
              OPEN I-O CONTLAN
           END-IF

           OPEN OUTPUT RELPDD
           .
       ABRIR-ARQUIVO-FIM.
           EXIT.

      *-------------------------------------------------------------*
       ERRO-FILE-STATUS.
      *-------------------------------------------------------------*
           MOVE 'PROG132'                   TO LK-PRG
           CALL "PROG10" USING LK-FILE-STATUS END-CALL
           .
       FIM-ERRO.
           EXIT.

      *-------------------------------------------------------------*
        FINALIZA.
      *-------------------------------------------------------------*
           CLOSE FATURA PDDFAIXA PDDHIST CONTLAN RELPDD
           IF TEM-FATPAG
              CLOSE FATPAG
           END-IF
           IF TEM-PERIODO
              CLOSE PERIODO
           END-IF

           MOVE 'R'            TO LK-SPL-OPER
           MOVE 'PROG132'      TO LK-SPL-PROGRAMA
           MOVE WS-ANOMES      TO LK-SPL-PARAMS
           MOVE WS-QTD-FATURAS TO LK-SPL-QTDE
           MOVE WS-ARQ-RELPDD  TO LK-SPL-CAMINHO
           CALL "PROG35" USING LK-SPOOL END-CALL

           MOVE WS-RETCODE TO RETURN-CODE
           GOBACK.
