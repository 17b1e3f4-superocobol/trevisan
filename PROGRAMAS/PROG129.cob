      ******************************************************************
      * Autor.....: Alexandre Trevisani (PROVA COBOL)
      * Data......: Julho/2019
      * Programa..: PROG129 - Extrato de Conta do Cliente
      * Chamadas..: PROG35 - Spool e Catalogo de Relatorios
      * Parametros: Cliente (ZEROS = todos os clientes com movimento
      *             no periodo) e periodo, data inicial e final
      *             AAAAMMDD (ambas ZEROS = mes anterior, o do
      *             fechamento); em modo batch pela linha de comando,
      *             formato CLIENTE;AAAAMMDD;AAAAMMDD. Sem parametros
      *             de periodo a rodada noturna tira no fechamento os
      *             extratos de todos os clientes do mes.
      * Observação: Para cada cliente, lista em ordem de data as
      *             faturas emitidas (FATURA.ARQ, a debito), os
      *             cancelamentos de fatura e os recebimentos
      *             (FATPAG.ARQ, origem manual ou banco, a credito;
      *             os encargos por atraso recebidos voltam a debito
      *             para o saldo ficar so no principal) e as notas
      *             de devolucao (DEVOLUCAO.ARQ, a credito), com o
      *             saldo corrente, o saldo anterior ao periodo e o
      *             saldo final. A aplicacao da nota de credito na
      *             fatura (FATPAG origem N) sai so como informativo,
      *             sem mexer no saldo, pois o credito ja entrou pela
      *             propria devolucao.
      * Cod.Retorno (RETURN-CODE):
      *             0 = processamento normal
      *             4 = nenhum extrato emitido
      *            12 = arquivo ausente
      * Historico.:
      *   2026 mnt - Programa novo.
      ******************************************************************
       IDENTIFICATION      DIVISION.
       PROGRAM-ID.         PROG129.
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

       SELECT DEVOLUCAO ASSIGN TO WS-ARQ-DEVOLUCAO
              ORGANIZATION         IS INDEXED
              ACCESS  MODE         IS DYNAMIC
              FILE STATUS          IS DEV-STAT
              ALTERNATE RECORD KEY IS DEV-CODV WITH DUPLICATES
              ALTERNATE RECORD KEY IS DEV-PEDIDO WITH DUPLICATES
              RECORD KEY           IS DEV-KEY.

       SELECT CLIENTES ASSIGN TO WS-ARQ-CLIENTES
              ORGANIZATION         IS INDEXED
              ACCESS MODE          IS DYNAMIC
              FILE STATUS          IS CLI-STAT
              ALTERNATE RECORD KEY IS CLI-COD
              ALTERNATE RECORD KEY IS CLI-NOME  WITH DUPLICATES
              ALTERNATE RECORD KEY IS CLI-CNPJ-RAIZ WITH DUPLICATES
              ALTERNATE RECORD KEY IS CLI-NOME-BUSCA WITH DUPLICATES
              RECORD KEY           IS CLI-KEY.

       SELECT RELEXT ASSIGN TO WS-ARQ-RELEXT
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS  IS REL-STAT.

       DATA            DIVISION.
       FILE            SECTION.

       COPY FD_FATURA.

       COPY FD_FATPAG.

       COPY FD_DEVOLUCAO.

       COPY FD_CLIENTES.

       FD RELEXT
           LINAGE IS 55 LINES
           WITH FOOTING AT 51
           LINES AT TOP 3
           LINES AT BOTTOM 2.

       01 RELEXT-REL.
          05 REL-IMP        PIC X(120).

       WORKING-STORAGE SECTION.

       77 WS-DIR-DADOS       PIC X(50) VALUE SPACES.
       77 WS-ARQ-FATURA      PIC X(70) VALUE SPACES.
       77 WS-ARQ-FATPAG      PIC X(70) VALUE SPACES.
       77 WS-ARQ-DEVOLUCAO   PIC X(70) VALUE SPACES.
       77 WS-ARQ-CLIENTES    PIC X(70) VALUE SPACES.
       77 WS-ARQ-RELEXT      PIC X(90) VALUE SPACES.

       77 FAT-STAT          PIC 9(02).
           88 FSF-OK        VALUE ZEROS.
           88 FSF-FIM-REG   VALUE 10.
           88 FSF-NAO-EXISTE VALUE 35.

       77 FPG-STAT          PIC 9(02).
           88 FSP-OK        VALUE ZEROS.
           88 FSP-FIM-REG   VALUE 10.
           88 FSP-NAO-EXISTE VALUE 35.

       77 DEV-STAT          PIC 9(02).
           88 FSD-OK        VALUE ZEROS.
           88 FSD-FIM-REG   VALUE 10.
           88 FSD-NAO-EXISTE VALUE 35.

       77 CLI-STAT          PIC 9(02).
           88 FSC-OK        VALUE ZEROS.
           88 FSC-FIM-REG   VALUE 10.
           88 FSC-NAO-EXISTE VALUE 35.

       77 REL-STAT          PIC 9(02).
           88 FSR-OK        VALUE ZEROS.

       77 WS-TEM-FATPAG     PIC X(01) VALUE 'N'.
           88 TEM-FATPAG    VALUE 'S'.
           88 SEM-FATPAG    VALUE 'N'.

       77 WS-TEM-DEVOLUCAO  PIC X(01) VALUE 'N'.
           88 TEM-DEVOLUCAO VALUE 'S'.
           88 SEM-DEVOLUCAO VALUE 'N'.

       77 WS-MODO           PIC X(01) VALUE 'I'.
           88 MODO-INTERATIVO VALUE 'I'.
           88 MODO-BATCH      VALUE 'B'.

       77 WS-PARM           PIC X(80) VALUE SPACES.
       77 WS-PRM-CLI        PIC X(10) VALUE SPACES.
       77 WS-PRM-INI        PIC X(10) VALUE SPACES.
       77 WS-PRM-FIM        PIC X(10) VALUE SPACES.

       77 WS-CODC           PIC 9(07) VALUE ZEROS.
       77 WS-DATA-INI       PIC 9(08) VALUE ZEROS.
       77 WS-DATA-FIM       PIC 9(08) VALUE ZEROS.
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

       77 WS-RETCODE        PIC 9(02) VALUE ZEROS.

      *    Cliente do extrato corrente.
       77 WS-CLI-ATUAL      PIC 9(07) VALUE ZEROS.
       77 WS-CLI-NOME       PIC X(40) VALUE SPACES.

      *    Movimento do cliente no periodo, ordenado por data antes
      *    da impressao. Tipo D = debito, C = credito, I = so
      *    informativo (nao entra no saldo).
       01 WS-TAB-MOV.
           05 WS-TM-ENT OCCURS 1000 TIMES.
              10 WS-TM-DATA       PIC 9(08).
              10 WS-TM-TIPO       PIC X(01).
              10 WS-TM-HIST       PIC X(30).
              10 WS-TM-VALOR      PIC 9(09)V99.

       01 WS-TM-TROCA.
           05 FILLER              PIC X(50).

       77 WS-QTD-MOV        PIC 9(04) VALUE ZEROS.

      *    Pedidos distintos das faturas do cliente, para achar as
      *    devolucoes pela chave DEV-PEDIDO.
       01 WS-TAB-PED.
           05 WS-TP-PEDIDO  PIC 9(08) OCCURS 500 TIMES.

       77 WS-QTD-PED        PIC 9(04) VALUE ZEROS.

       77 WS-IDX            PIC 9(04) VALUE ZEROS.
       77 WS-IDX2           PIC 9(04) VALUE ZEROS.
       77 WS-IDX-PED        PIC 9(04) VALUE ZEROS.
       77 WS-IDX-ACHOU      PIC 9(04) VALUE ZEROS.

       77 WS-TROCOU         PIC X(01) VALUE 'N'.
           88 TROCOU-SIM    VALUE 'S'.
           88 TROCOU-NAO    VALUE 'N'.

      *    Lancamento em montagem, antes de ir para a tabela.
       77 WS-MOV-DATA       PIC 9(08) VALUE ZEROS.
       77 WS-MOV-TIPO       PIC X(01) VALUE SPACES.
       77 WS-MOV-HIST       PIC X(30) VALUE SPACES.
       77 WS-MOV-VALOR      PIC 9(09)V99 VALUE ZEROS.

       77 WS-SALDO-ANT      PIC S9(11)V99 VALUE ZEROS.
       77 WS-SALDO          PIC S9(11)V99 VALUE ZEROS.
       77 WS-TOT-DEB        PIC 9(11)V99 VALUE ZEROS.
       77 WS-TOT-CRED       PIC 9(11)V99 VALUE ZEROS.

       77 WS-QTD-EXTRATOS   PIC 9(07) VALUE ZEROS.
       77 WS-CTPAG          PIC 9(03) VALUE ZEROS.

       01 WS-DATA-AMD.
           05 WS-AMD-ANO    PIC X(04).
           05 WS-AMD-MES    PIC X(02).
           05 WS-AMD-DIA    PIC X(02).

       01 WS-DATA-DMA.
           05 WS-DMA-DIA    PIC X(02).
           05 FILLER        PIC X(01) VALUE '/'.
           05 WS-DMA-MES    PIC X(02).
           05 FILLER        PIC X(01) VALUE '/'.
           05 WS-DMA-ANO    PIC X(04).

       01 LINHA-CAB0.
           05 FILLER        PIC X(060) VALUE
           'EXTRATO DE CONTA DO CLIENTE'.
           05 FILLER        PIC X(09) VALUE 'PAGINA : '.
           05 PAG-REL       PIC ZZ9.

       01 LINHA-CAB1.
           05 FILLER        PIC X(09) VALUE 'CLIENTE: '.
           05 CAB-CODC      PIC 9(07).
           05 FILLER        PIC X(03) VALUE ' - '.
           05 CAB-NOME      PIC X(40).

       01 LINHA-CAB2.
           05 FILLER        PIC X(09) VALUE 'PERIODO: '.
           05 CAB-DATA-INI  PIC X(10).
           05 FILLER        PIC X(03) VALUE ' A '.
           05 CAB-DATA-FIM  PIC X(10).

       01 LINHA-CAB3.
           05 FILLER        PIC X(44) VALUE
           'DATA        HISTORICO'.
           05 FILLER        PIC X(54) VALUE
           '           DEBITO           CREDITO              SALDO'.

       01 LINHA-SALDO-ANT.
           05 FILLER        PIC X(12) VALUE SPACES.
           05 FILLER        PIC X(68) VALUE 'SALDO ANTERIOR'.
           05 REL-SALDO-ANT PIC ZZ.ZZZ.ZZZ.ZZ9,99-.

       01 LINHA-DET.
           05 REL-MOV-DATA  PIC X(010).
           05 FILLER        PIC X(002)  VALUE SPACES.
           05 REL-MOV-HIST  PIC X(030).
           05 FILLER        PIC X(002)  VALUE SPACES.
           05 REL-MOV-DEB   PIC ZZ.ZZZ.ZZZ.ZZ9,99 BLANK WHEN ZERO.
           05 FILLER        PIC X(001)  VALUE SPACES.
           05 REL-MOV-CRED  PIC ZZ.ZZZ.ZZZ.ZZ9,99 BLANK WHEN ZERO.
           05 FILLER        PIC X(001)  VALUE SPACES.
           05 REL-MOV-SALDO PIC ZZ.ZZZ.ZZZ.ZZ9,99-.

       01 LINHA-DET-INF.
           05 REL-INF-DATA  PIC X(010).
           05 FILLER        PIC X(002)  VALUE SPACES.
           05 REL-INF-HIST  PIC X(030).
           05 FILLER        PIC X(002)  VALUE SPACES.
           05 FILLER        PIC X(018)  VALUE '(INFORMATIVO)'.
           05 REL-INF-VALOR PIC ZZ.ZZZ.ZZZ.ZZ9,99.

       01 LINHA-TOT-MOV.
           05 FILLER        PIC X(12) VALUE SPACES.
           05 FILLER        PIC X(32) VALUE 'TOTAL DO PERIODO'.
           05 TOT-DEB       PIC ZZ.ZZZ.ZZZ.ZZ9,99.
           05 FILLER        PIC X(001)  VALUE SPACES.
           05 TOT-CRED      PIC ZZ.ZZZ.ZZZ.ZZ9,99.

       01 LINHA-SALDO-FIM.
           05 FILLER        PIC X(12) VALUE SPACES.
           05 FILLER        PIC X(68) VALUE 'SALDO FINAL'.
           05 REL-SALDO-FIM PIC ZZ.ZZZ.ZZZ.ZZ9,99-.

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
              "CLIENTE..... (ZEROS=TODOS C/ MOVIMENTO):".
           05 COLUMN PLUS 2 PIC 9(07) USING WS-CODC
              BLANK WHEN ZEROS.
           05 LINE 10 COLUMN 12 VALUE
              "DATA INICIAL (AAAAMMDD, ZEROS=MES ANT.):".
           05 COLUMN PLUS 2 PIC 9(08) USING WS-DATA-INI
              BLANK WHEN ZEROS.
           05 LINE 12 COLUMN 12 VALUE
              "DATA FINAL.. (AAAAMMDD, ZEROS=MES ANT.):".
           05 COLUMN PLUS 2 PIC 9(08) USING WS-DATA-FIM
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

           ACCEPT WS-PARM FROM COMMAND-LINE
           IF WS-PARM NOT = SPACES
              SET MODO-BATCH TO TRUE
              UNSTRING WS-PARM DELIMITED BY ';'
                       INTO WS-PRM-CLI WS-PRM-INI WS-PRM-FIM
              END-UNSTRING
              IF WS-PRM-CLI NOT = SPACES
                 MOVE FUNCTION NUMVAL(WS-PRM-CLI) TO WS-CODC
              END-IF
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

      *    Sem periodo informado vale o mes anterior inteiro, o do
      *    fechamento; so a data final em branco vai ate hoje.
           IF WS-DATA-INI = ZEROS AND WS-DATA-FIM = ZEROS
              PERFORM MES-ANTERIOR
           END-IF
           IF WS-DATA-FIM = ZEROS
              MOVE WS-DATA-HOJE TO WS-DATA-FIM
           END-IF

           MOVE WS-DATA-INI TO WS-DATA-AMD
           PERFORM EDITA-DATA
           MOVE WS-DATA-DMA TO CAB-DATA-INI
           MOVE WS-DATA-FIM TO WS-DATA-AMD
           PERFORM EDITA-DATA
           MOVE WS-DATA-DMA TO CAB-DATA-FIM

           PERFORM ABRIR-ARQUIVO

           IF WS-CODC NOT = ZEROS
              MOVE WS-CODC TO CLI-COD
              READ CLIENTES KEY IS CLI-COD
                   INVALID KEY
                      MOVE '*** SEM CADASTRO ***' TO CLI-NOME
              END-READ
              PERFORM EXTRATO-CLIENTE THRU EXTRATO-CLIENTE-FIM
           ELSE
              MOVE ZEROS TO CLI-COD
              START CLIENTES KEY NOT LESS THAN CLI-COD
                    INVALID KEY
                       MOVE 10 TO CLI-STAT
              END-START
              PERFORM OLHA-CLIENTE THRU OLHA-CLIENTE-SAI
                  UNTIL FSC-FIM-REG
           END-IF

           IF WS-QTD-EXTRATOS = ZEROS
              MOVE 04 TO WS-RETCODE
              DISPLAY 'PROG129: NENHUM EXTRATO NO PERIODO '
                      WS-DATA-INI ' A ' WS-DATA-FIM
           END-IF

           IF MODO-BATCH
              DISPLAY 'PROG129: EXTRATOS EMITIDOS: ' WS-QTD-EXTRATOS
           END-IF

           PERFORM FINALIZA
           .
       FIM-PROCES.
           EXIT.

      *-------------------------------------------------------------*
       MES-ANTERIOR.
      *-------------------------------------------------------------*
           MOVE WS-DATA-HOJE (1:6) TO WS-ANOMES-ANT
           IF WS-AMA-MES = 01
              MOVE 12 TO WS-AMA-MES
              SUBTRACT 1 FROM WS-AMA-ANO
           ELSE
              SUBTRACT 1 FROM WS-AMA-MES
           END-IF

           MOVE WS-ANOMES-ANT TO WS-DMS-ANOMES
           MOVE 01            TO WS-DMS-DIA
           MOVE WS-DATA-MES   TO WS-DATA-INI

           MOVE WS-DIAS-MES (WS-AMA-MES) TO WS-DMS-DIA
           IF WS-AMA-MES = 02
              DIVIDE WS-AMA-ANO BY 4 GIVING WS-QUOC
                     REMAINDER WS-RESTO
              IF WS-RESTO = ZEROS
                 MOVE 29 TO WS-DMS-DIA
              END-IF
           END-IF
           MOVE WS-DATA-MES   TO WS-DATA-FIM
           .
       MES-ANTERIOR-FIM.
           EXIT.

      *-------------------------------------------------------------*
       OLHA-CLIENTE.
      *-------------------------------------------------------------*
           READ CLIENTES NEXT AT END
                GO TO OLHA-CLIENTE-SAI
           END-READ

           PERFORM EXTRATO-CLIENTE THRU EXTRATO-CLIENTE-FIM
           .
       OLHA-CLIENTE-SAI.
           EXIT.

      *-------------------------------------------------------------*
       EXTRATO-CLIENTE.
      *-------------------------------------------------------------*
      *    Monta o movimento do cliente (CLI-COD/CLI-NOME ja lidos)
      *    e imprime o extrato. Na rodada de todos os clientes so sai
      *    quem teve movimento no periodo.
           MOVE CLI-COD  TO WS-CLI-ATUAL
           MOVE CLI-NOME TO WS-CLI-NOME
           MOVE ZEROS    TO WS-SALDO-ANT WS-QTD-MOV WS-QTD-PED

           MOVE WS-CLI-ATUAL TO FAT-CODC
           START FATURA KEY IS EQUAL FAT-CODC
                 INVALID KEY
                    MOVE 10 TO FAT-STAT
           END-START
           PERFORM OLHA-FATURA THRU OLHA-FATURA-SAI
               UNTIL FSF-FIM-REG
           MOVE ZEROS TO FAT-STAT

           IF TEM-DEVOLUCAO
              PERFORM OLHA-PEDIDO-DEV
                  VARYING WS-IDX-PED FROM 1 BY 1
                  UNTIL WS-IDX-PED > WS-QTD-PED
           END-IF

           IF WS-QTD-MOV = ZEROS AND WS-CODC = ZEROS
              GO TO EXTRATO-CLIENTE-FIM
           END-IF

           SET TROCOU-SIM TO TRUE
           PERFORM ORDENA-PASSADA UNTIL TROCOU-NAO

           PERFORM IMPRIME-EXTRATO THRU IMPRIME-EXTRATO-FIM
           .
       EXTRATO-CLIENTE-FIM.
           EXIT.

      *-------------------------------------------------------------*
       OLHA-FATURA.
      *-------------------------------------------------------------*
           READ FATURA NEXT AT END
                GO TO OLHA-FATURA-SAI
           END-READ

           IF FAT-CODC NOT = WS-CLI-ATUAL
              MOVE 10 TO FAT-STAT
              GO TO OLHA-FATURA-SAI
           END-IF

      *    Fatura emitida depois do periodo nao tem nada no extrato:
      *    pagamento e cancelamento sao sempre posteriores a emissao.
           IF FAT-EMISSAO > WS-DATA-FIM
              GO TO OLHA-FATURA-SAI
           END-IF

           PERFORM GUARDA-PEDIDO THRU GUARDA-PEDIDO-FIM

           MOVE FAT-EMISSAO TO WS-MOV-DATA
           MOVE 'D'         TO WS-MOV-TIPO
           MOVE SPACES      TO WS-MOV-HIST
           IF FAT-QTD-PARC NUMERIC AND FAT-QTD-PARC > 1
              STRING 'FATURA '      DELIMITED BY SIZE
                     FAT-NUMERO     DELIMITED BY SIZE
                     ' PARC '       DELIMITED BY SIZE
                     FAT-PARCELA    DELIMITED BY SIZE
                     '/'            DELIMITED BY SIZE
                     FAT-QTD-PARC   DELIMITED BY SIZE
                INTO WS-MOV-HIST
              END-STRING
           ELSE
              STRING 'FATURA '      DELIMITED BY SIZE
                     FAT-NUMERO     DELIMITED BY SIZE
                INTO WS-MOV-HIST
              END-STRING
           END-IF
           MOVE FAT-VALOR   TO WS-MOV-VALOR
           PERFORM REGISTRA-MOV THRU REGISTRA-MOV-FIM

           IF FAT-CANCELADA AND FAT-DT-CANC NUMERIC
                            AND FAT-DT-CANC NOT = ZEROS
              MOVE FAT-DT-CANC TO WS-MOV-DATA
              MOVE 'C'         TO WS-MOV-TIPO
              MOVE SPACES      TO WS-MOV-HIST
              STRING 'CANCELAMENTO FATURA ' DELIMITED BY SIZE
                     FAT-NUMERO             DELIMITED BY SIZE
                INTO WS-MOV-HIST
              END-STRING
              MOVE FAT-VALOR   TO WS-MOV-VALOR
              PERFORM REGISTRA-MOV THRU REGISTRA-MOV-FIM
           END-IF

           IF TEM-FATPAG
              MOVE FAT-NUMERO TO FPG-NUMERO
              MOVE ZEROS      TO FPG-SEQ
              START FATPAG KEY NOT LESS THAN FPG-KEY
                    INVALID KEY
                       MOVE 10 TO FPG-STAT
              END-START
              PERFORM OLHA-PAGTO THRU OLHA-PAGTO-SAI
                  UNTIL FSP-FIM-REG
              MOVE ZEROS TO FPG-STAT
           END-IF
           .
       OLHA-FATURA-SAI.
           EXIT.

      *-------------------------------------------------------------*
       OLHA-PAGTO.
      *-------------------------------------------------------------*
           READ FATPAG NEXT AT END
                GO TO OLHA-PAGTO-SAI
           END-READ

           IF FPG-NUMERO NOT = FAT-NUMERO
              MOVE 10 TO FPG-STAT
              GO TO OLHA-PAGTO-SAI
           END-IF

           MOVE FPG-DATA    TO WS-MOV-DATA
           MOVE FPG-VALOR   TO WS-MOV-VALOR
           MOVE SPACES      TO WS-MOV-HIST

      *    Credito de devolucao aplicado na fatura: o valor ja entrou
      *    a credito pela nota de devolucao.
           IF FPG-NOTA-CRED
              MOVE 'I' TO WS-MOV-TIPO
              STRING 'NOTA CRED. APLIC. FAT. ' DELIMITED BY SIZE
                     FAT-NUMERO                DELIMITED BY SIZE
                INTO WS-MOV-HIST
              END-STRING
              PERFORM REGISTRA-MOV THRU REGISTRA-MOV-FIM
              GO TO OLHA-PAGTO-SAI
           END-IF

           MOVE 'C' TO WS-MOV-TIPO
           IF FPG-BANCO
              STRING 'RECEBTO BANCO FATURA ' DELIMITED BY SIZE
                     FAT-NUMERO              DELIMITED BY SIZE
                INTO WS-MOV-HIST
              END-STRING
           ELSE
              STRING 'RECEBIMENTO FATURA '   DELIMITED BY SIZE
                     FAT-NUMERO              DELIMITED BY SIZE
                INTO WS-MOV-HIST
              END-STRING
           END-IF
           PERFORM REGISTRA-MOV THRU REGISTRA-MOV-FIM

      *    O recebido inclui os encargos por atraso; eles voltam a
      *    debito para o saldo refletir so o principal das faturas.
      *    Lancamento anterior a divisao de encargos nao tem a parte.
           IF FPG-ENC-PAGO NUMERIC AND FPG-ENC-PAGO > ZEROS
              MOVE 'D'          TO WS-MOV-TIPO
              MOVE SPACES       TO WS-MOV-HIST
              STRING 'ENCARGOS ATRASO FATURA ' DELIMITED BY SIZE
                     FAT-NUMERO                DELIMITED BY SIZE
                INTO WS-MOV-HIST
              END-STRING
              MOVE FPG-ENC-PAGO TO WS-MOV-VALOR
              PERFORM REGISTRA-MOV THRU REGISTRA-MOV-FIM
           END-IF
           .
       OLHA-PAGTO-SAI.
           EXIT.

      *-------------------------------------------------------------*
       GUARDA-PEDIDO.
      *-------------------------------------------------------------*
           IF FAT-PEDIDO = ZEROS
              GO TO GUARDA-PEDIDO-FIM
           END-IF

           MOVE ZEROS TO WS-IDX-ACHOU
           PERFORM PROCURA-PEDIDO
               VARYING WS-IDX FROM 1 BY 1
               UNTIL WS-IDX > WS-QTD-PED
                  OR WS-IDX-ACHOU NOT = ZEROS

           IF WS-IDX-ACHOU NOT = ZEROS OR WS-QTD-PED = 500
              GO TO GUARDA-PEDIDO-FIM
           END-IF

           ADD 1 TO WS-QTD-PED
           MOVE FAT-PEDIDO TO WS-TP-PEDIDO (WS-QTD-PED)
           .
       GUARDA-PEDIDO-FIM.
           EXIT.

      *-------------------------------------------------------------*
       PROCURA-PEDIDO.
      *-------------------------------------------------------------*
           IF WS-TP-PEDIDO (WS-IDX) = FAT-PEDIDO
              MOVE WS-IDX TO WS-IDX-ACHOU
           END-IF
           .
       PROCURA-PEDIDO-FIM.
           EXIT.

      *-------------------------------------------------------------*
       OLHA-PEDIDO-DEV.
      *-------------------------------------------------------------*
           MOVE WS-TP-PEDIDO (WS-IDX-PED) TO DEV-PEDIDO
           START DEVOLUCAO KEY IS EQUAL DEV-PEDIDO
                 INVALID KEY
                    MOVE 10 TO DEV-STAT
           END-START
           PERFORM OLHA-DEVOLUCAO THRU OLHA-DEVOLUCAO-SAI
               UNTIL FSD-FIM-REG
           MOVE ZEROS TO DEV-STAT
           .
       OLHA-PEDIDO-DEV-FIM.
           EXIT.

      *-------------------------------------------------------------*
       OLHA-DEVOLUCAO.
      *-------------------------------------------------------------*
           READ DEVOLUCAO NEXT AT END
                GO TO OLHA-DEVOLUCAO-SAI
           END-READ

           IF DEV-PEDIDO NOT = WS-TP-PEDIDO (WS-IDX-PED)
              MOVE 10 TO DEV-STAT
              GO TO OLHA-DEVOLUCAO-SAI
           END-IF

           IF DEV-CODC NOT = WS-CLI-ATUAL
              GO TO OLHA-DEVOLUCAO-SAI
           END-IF

           MOVE DEV-DATA    TO WS-MOV-DATA
           MOVE 'C'         TO WS-MOV-TIPO
           MOVE SPACES      TO WS-MOV-HIST
           STRING 'NOTA DE DEVOLUCAO ' DELIMITED BY SIZE
                  DEV-NUMERO           DELIMITED BY SIZE
             INTO WS-MOV-HIST
           END-STRING
           MOVE DEV-VALOR   TO WS-MOV-VALOR
           PERFORM REGISTRA-MOV THRU REGISTRA-MOV-FIM
           .
       OLHA-DEVOLUCAO-SAI.
           EXIT.

      *-------------------------------------------------------------*
       REGISTRA-MOV.
      *-------------------------------------------------------------*
      *    Antes do periodo vai para o saldo anterior; dentro dele,
      *    para a tabela do extrato.
           IF WS-MOV-DATA > WS-DATA-FIM
              GO TO REGISTRA-MOV-FIM
           END-IF

           IF WS-MOV-DATA < WS-DATA-INI
              EVALUATE WS-MOV-TIPO
                  WHEN 'D'
                     ADD WS-MOV-VALOR TO WS-SALDO-ANT
                  WHEN 'C'
                     SUBTRACT WS-MOV-VALOR FROM WS-SALDO-ANT
              END-EVALUATE
              GO TO REGISTRA-MOV-FIM
           END-IF

           IF WS-QTD-MOV = 1000
              GO TO REGISTRA-MOV-FIM
           END-IF

           ADD 1 TO WS-QTD-MOV
           MOVE WS-MOV-DATA  TO WS-TM-DATA  (WS-QTD-MOV)
           MOVE WS-MOV-TIPO  TO WS-TM-TIPO  (WS-QTD-MOV)
           MOVE WS-MOV-HIST  TO WS-TM-HIST  (WS-QTD-MOV)
           MOVE WS-MOV-VALOR TO WS-TM-VALOR (WS-QTD-MOV)
           .
       REGISTRA-MOV-FIM.
           EXIT.

      *-------------------------------------------------------------*
       ORDENA-PASSADA.
      *-------------------------------------------------------------*
           SET TROCOU-NAO TO TRUE
           PERFORM ORDENA-COMPARA
               VARYING WS-IDX2 FROM 1 BY 1
               UNTIL WS-IDX2 NOT < WS-QTD-MOV
           .
       ORDENA-PASSADA-FIM.
           EXIT.

      *-------------------------------------------------------------*
       ORDENA-COMPARA.
      *-------------------------------------------------------------*
           IF WS-TM-DATA (WS-IDX2) > WS-TM-DATA (WS-IDX2 + 1)
              MOVE WS-TM-ENT (WS-IDX2)     TO WS-TM-TROCA
              MOVE WS-TM-ENT (WS-IDX2 + 1) TO WS-TM-ENT (WS-IDX2)
              MOVE WS-TM-TROCA             TO WS-TM-ENT (WS-IDX2 + 1)
              SET TROCOU-SIM TO TRUE
           END-IF
           .
       ORDENA-COMPARA-FIM.
           EXIT.

      *-------------------------------------------------------------*
       IMPRIME-EXTRATO.
      *-------------------------------------------------------------*
           ADD 1 TO WS-QTD-EXTRATOS
           MOVE WS-CLI-ATUAL TO CAB-CODC
           MOVE WS-CLI-NOME  TO CAB-NOME
           MOVE ZEROS        TO WS-TOT-DEB WS-TOT-CRED
           MOVE WS-SALDO-ANT TO WS-SALDO

           PERFORM IMP-CABEC

           MOVE WS-SALDO-ANT TO REL-SALDO-ANT
           WRITE RELEXT-REL FROM LINHA-SALDO-ANT AFTER 1

           PERFORM IMPRIME-MOV
               VARYING WS-IDX FROM 1 BY 1
               UNTIL WS-IDX > WS-QTD-MOV

           MOVE WS-TOT-DEB  TO TOT-DEB
           MOVE WS-TOT-CRED TO TOT-CRED
           MOVE WS-SALDO    TO REL-SALDO-FIM
           WRITE RELEXT-REL FROM LINHA-BRANCO AFTER 1
           WRITE RELEXT-REL FROM LINHA-TOT-MOV AFTER 1
           WRITE RELEXT-REL FROM LINHA-SALDO-FIM AFTER 1
           .
       IMPRIME-EXTRATO-FIM.
           EXIT.

      *-------------------------------------------------------------*
       IMPRIME-MOV.
      *-------------------------------------------------------------*
           MOVE WS-TM-DATA (WS-IDX) TO WS-DATA-AMD
           PERFORM EDITA-DATA

           IF WS-TM-TIPO (WS-IDX) = 'I'
              MOVE WS-DATA-DMA          TO REL-INF-DATA
              MOVE WS-TM-HIST  (WS-IDX) TO REL-INF-HIST
              MOVE WS-TM-VALOR (WS-IDX) TO REL-INF-VALOR
              WRITE RELEXT-REL FROM LINHA-DET-INF
                    AFTER ADVANCING 1 LINE
                  AT END-OF-PAGE
                     PERFORM IMP-CABEC
              END-WRITE
           ELSE
              MOVE ZEROS TO REL-MOV-DEB REL-MOV-CRED
              IF WS-TM-TIPO (WS-IDX) = 'D'
                 ADD WS-TM-VALOR (WS-IDX) TO WS-SALDO WS-TOT-DEB
                 MOVE WS-TM-VALOR (WS-IDX) TO REL-MOV-DEB
              ELSE
                 SUBTRACT WS-TM-VALOR (WS-IDX) FROM WS-SALDO
                 ADD WS-TM-VALOR (WS-IDX) TO WS-TOT-CRED
                 MOVE WS-TM-VALOR (WS-IDX) TO REL-MOV-CRED
              END-IF
              MOVE WS-DATA-DMA          TO REL-MOV-DATA
              MOVE WS-TM-HIST  (WS-IDX) TO REL-MOV-HIST
              MOVE WS-SALDO             TO REL-MOV-SALDO
              WRITE RELEXT-REL FROM LINHA-DET AFTER ADVANCING 1 LINE
                  AT END-OF-PAGE
                     PERFORM IMP-CABEC
              END-WRITE
           END-IF
           .
       IMPRIME-MOV-FIM.
           EXIT.

      *-------------------------------------------------------------*
       IMP-CABEC.
      *-------------------------------------------------------------*
           ADD  01              TO WS-CTPAG
           MOVE WS-CTPAG        TO PAG-REL
           WRITE RELEXT-REL    FROM LINHA-CAB0 AFTER ADVANCING PAGE
           WRITE RELEXT-REL    FROM LINHA-CAB1 AFTER ADVANCING 1
                 LINE
           WRITE RELEXT-REL    FROM LINHA-CAB2 AFTER ADVANCING 1
                 LINE
           WRITE RELEXT-REL    FROM LINHA-BRANCO AFTER ADVANCING 1
                 LINE
           WRITE RELEXT-REL    FROM LINHA-CAB3 AFTER ADVANCING 1
                 LINE
           .
       IMP-CABEC-FIM.
           EXIT.

      *-------------------------------------------------------------*
       EDITA-DATA.
      *-------------------------------------------------------------*
           MOVE WS-AMD-DIA TO WS-DMA-DIA
           MOVE WS-AMD-MES TO WS-DMA-MES
           MOVE WS-AMD-ANO TO WS-DMA-ANO
           .
       EDITA-DATA-FIM.
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
                  'DEVOLUCAO.ARQ'              DELIMITED BY SIZE
             INTO WS-ARQ-DEVOLUCAO
           END-STRING

           STRING FUNCTION TRIM(WS-DIR-DADOS) DELIMITED BY SIZE
                  'CLIENTES.ARQ'               DELIMITED BY SIZE
             INTO WS-ARQ-CLIENTES
           END-STRING

      *    O relatorio vai para o SPOOL\ com nome datado (PROG35) e
      *    entra no catalogo ao final.
           MOVE 'N'            TO LK-SPL-OPER
           MOVE 'PROG129'      TO LK-SPL-PROGRAMA
           MOVE 'EXTRATO.TXT'  TO LK-SPL-SUFIXO
           CALL "PROG35" USING LK-SPOOL END-CALL
           MOVE LK-SPL-CAMINHO TO WS-ARQ-RELEXT
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

           OPEN INPUT CLIENTES
           IF FSC-NAO-EXISTE
              DISPLAY 'ARQUIVO CLIENTES NAO ENCONTRADO'
              MOVE 12 TO WS-RETCODE
              PERFORM FINALIZA
           END-IF

           SET TEM-FATPAG TO TRUE
           OPEN INPUT FATPAG
           IF FSP-NAO-EXISTE
              SET SEM-FATPAG TO TRUE
           END-IF

           SET TEM-DEVOLUCAO TO TRUE
           OPEN INPUT DEVOLUCAO
           IF FSD-NAO-EXISTE
              SET SEM-DEVOLUCAO TO TRUE
           END-IF

           OPEN OUTPUT RELEXT
           .
       ABRIR-ARQUIVO-FIM.
           EXIT.

      *-------------------------------------------------------------*
        FINALIZA.
      *-------------------------------------------------------------*
           CLOSE FATURA CLIENTES RELEXT
           IF TEM-FATPAG
              CLOSE FATPAG
           END-IF
           IF TEM-DEVOLUCAO
              CLOSE DEVOLUCAO
           END-IF

           MOVE 'R'              TO LK-SPL-OPER
           MOVE 'PROG129'        TO LK-SPL-PROGRAMA
           MOVE SPACES           TO LK-SPL-PARAMS
           STRING WS-CODC        DELIMITED BY SIZE
                  ';'            DELIMITED BY SIZE
                  WS-DATA-INI    DELIMITED BY SIZE
                  ';'            DELIMITED BY SIZE
                  WS-DATA-FIM    DELIMITED BY SIZE
             INTO LK-SPL-PARAMS
           END-STRING
           MOVE WS-QTD-EXTRATOS  TO LK-SPL-QTDE
           MOVE WS-ARQ-RELEXT    TO LK-SPL-CAMINHO
           CALL "PROG35" USING LK-SPOOL END-CALL

           MOVE WS-RETCODE TO RETURN-CODE
           GOBACK.
