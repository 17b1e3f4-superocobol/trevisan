      ******************************************************************
      * Autor.....: Alexandre Trevisani (PROVA COBOL)
      * Data......: Julho/2019
      * Programa..: PROG130 - Projeção de Fluxo de Caixa por Semana
      * Chamadas..: PROG35 - Spool e Catalogo de Relatorios
      *             PROG41 - Leitura dos Parametros Gerais
      * Parametros: Horizonte em dias (ZEROS = 90, maximo 182) e a
      *             opcao de gerar tambem em CSV (S/N); em modo batch
      *             pela linha de comando, formato  DIAS;CSV
      * Observação: Projeta, semana a semana a partir de hoje, o que
      *             entra e o que sai de caixa:
      *             - entradas das faturas em aberto (FATURA.ARQ),
      *               pelo saldo, na semana do vencimento;
      *             - entradas dos pedidos aprovados ainda nao
      *               faturados (PEDIDOS.ARQ): pedido faturado sem
      *               fatura emitida sai na proxima rodada do PROG64;
      *               pedido em aberto fatura na PED-DATA mais o
      *               prazo medio pedido-fatura dos ultimos 180 dias
      *               (sem historico, 7 dias); cada parcela vence
      *               pelos prazos da condicao de pagamento
      *               (CONDPAG.ARQ) ou pelo PAR-PRAZO-PAGTO;
      *             - saidas das comissoes aprovadas e nao pagas
      *               (COMISSAO.ARQ), no dia 10 do mes seguinte a
      *               competencia (ja vencida = primeira semana).
      *             As faturas vencidas ficam fora das semanas, numa
      *             secao propria por faixa de atraso, com a taxa de
      *             recuperacao tirada do historico de FATPAG.ARQ: do
      *             que venceu em aberto entre 365 e 31 dias atras,
      *             quanto entrou (principal, manual ou banco) depois
      *             do vencimento. Sem historico a taxa e' zero.
      *             O CSV (uma linha por semana) vai para o spool
      *             junto com o relatorio.
      * Cod.Retorno (RETURN-CODE):
      *             0 = processamento normal
      *             4 = nenhum valor a projetar
      *            12 = arquivo ausente
      * Historico.:
      *   2026 mnt - Programa novo.
      ******************************************************************
       IDENTIFICATION      DIVISION.
       PROGRAM-ID.         PROG130.
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

       SELECT PEDIDOS ASSIGN TO WS-ARQ-PEDIDOS
              ORGANIZATION         IS INDEXED
              ACCESS  MODE         IS DYNAMIC
              FILE STATUS          IS PED-STAT
              ALTERNATE RECORD KEY IS PED-CODC WITH DUPLICATES
              ALTERNATE RECORD KEY IS PED-CODV WITH DUPLICATES
              RECORD KEY           IS PED-KEY.

       SELECT CONDPAG ASSIGN TO WS-ARQ-CONDPAG
              ORGANIZATION IS INDEXED
              ACCESS MODE  IS RANDOM
              FILE STATUS  IS CPG-STAT
              RECORD KEY   IS CPG-KEY.

       SELECT COMISSAO ASSIGN TO WS-ARQ-COMISSAO
              ORGANIZATION         IS INDEXED
              ACCESS  MODE         IS DYNAMIC
              FILE STATUS          IS COM-STAT
              RECORD KEY           IS COM-KEY.

       SELECT RELFLX ASSIGN TO WS-ARQ-RELFLX
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS  IS REL-STAT.

       SELECT RELFLX-CSV ASSIGN TO WS-ARQ-RELFLX-CSV
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS  IS CSV-STAT.

       DATA            DIVISION.
       FILE            SECTION.

       COPY FD_FATURA.

       COPY FD_FATPAG.

       COPY FD_PEDIDOS.

       COPY FD_CONDPAG.

       COPY FD_COMISSAO.

       FD RELFLX
           LINAGE IS 55 LINES
           WITH FOOTING AT 51
           LINES AT TOP 3
           LINES AT BOTTOM 2.

       01 RELFLX-REL.
          05 REL-IMP        PIC X(120).

       FD RELFLX-CSV.

       01 RELFLX-CSV-REG.
          05 CSV-IMP        PIC X(120).

       WORKING-STORAGE SECTION.

       77 WS-DIR-DADOS       PIC X(50) VALUE SPACES.
       77 WS-ARQ-FATURA      PIC X(70) VALUE SPACES.
       77 WS-ARQ-FATPAG      PIC X(70) VALUE SPACES.
       77 WS-ARQ-PEDIDOS     PIC X(70) VALUE SPACES.
       77 WS-ARQ-CONDPAG     PIC X(70) VALUE SPACES.
       77 WS-ARQ-COMISSAO    PIC X(70) VALUE SPACES.
       77 WS-ARQ-RELFLX      PIC X(90) VALUE SPACES.
       77 WS-ARQ-RELFLX-CSV  PIC X(90) VALUE SPACES.

       77 FAT-STAT          PIC 9(02).
           88 FSF-OK        VALUE ZEROS.
           88 FSF-FIM-REG   VALUE 10.
           88 FSF-NAO-EXISTE VALUE 35.

       77 FPG-STAT          PIC 9(02).
           88 FSP-OK        VALUE ZEROS.
           88 FSP-FIM-REG   VALUE 10.
           88 FSP-NAO-EXISTE VALUE 35.

       77 PED-STAT          PIC 9(02).
           88 FSD-OK        VALUE ZEROS.
           88 FSD-FIM-REG   VALUE 10.
           88 FSD-NAO-EXISTE VALUE 35.

       77 CPG-STAT          PIC 9(02).
           88 FSCPG-OK      VALUE ZEROS.
           88 FSCPG-NAO-EXISTE VALUE 35.

       77 COM-STAT          PIC 9(02).
           88 FSM-OK        VALUE ZEROS.
           88 FSM-FIM-REG   VALUE 10.
           88 FSM-NAO-EXISTE VALUE 35.

       77 REL-STAT          PIC 9(02).
           88 FSR-OK        VALUE ZEROS.

       77 CSV-STAT          PIC 9(02).
           88 FSV-OK        VALUE ZEROS.

       77 WS-TEM-FATPAG     PIC X(01) VALUE 'N'.
           88 TEM-FATPAG    VALUE 'S'.
           88 SEM-FATPAG    VALUE 'N'.

       77 WS-TEM-PEDIDOS    PIC X(01) VALUE 'N'.
           88 TEM-PEDIDOS   VALUE 'S'.
           88 SEM-PEDIDOS   VALUE 'N'.

       77 WS-TEM-CONDPAG    PIC X(01) VALUE 'N'.
           88 TEM-CONDPAG   VALUE 'S'.
           88 SEM-CONDPAG   VALUE 'N'.

       77 WS-TEM-COMISSAO   PIC X(01) VALUE 'N'.
           88 TEM-COMISSAO  VALUE 'S'.
           88 SEM-COMISSAO  VALUE 'N'.

       77 WS-MODO           PIC X(01) VALUE 'I'.
           88 MODO-INTERATIVO VALUE 'I'.
           88 MODO-BATCH      VALUE 'B'.

       77 WS-PARM           PIC X(80) VALUE SPACES.
       77 WS-PRM-DIAS       PIC X(10) VALUE SPACES.

       77 WS-CSV            PIC X(01) VALUE 'N'.
           88 CSV-SIM       VALUE 'S'.
           88 CSV-NAO       VALUE 'N'.

       77 WS-HORIZONTE      PIC 9(03) VALUE ZEROS.
       77 WS-QTD-SEM        PIC 9(02) VALUE ZEROS.

       77 WS-DATA-HOJE      PIC 9(08) VALUE ZEROS.
       77 WS-DIAS-HOJE      PIC 9(08) VALUE ZEROS.
       77 WS-DIAS-DATA      PIC 9(08) VALUE ZEROS.
       77 WS-DIAS-EMISSAO   PIC 9(08) VALUE ZEROS.
       77 WS-DIAS-ATRASO    PIC 9(08) VALUE ZEROS.
       77 WS-DATA-CALC      PIC 9(08) VALUE ZEROS.

      *    Janela do historico de recuperacao (em dias corridos,
      *    INTEGER-OF-DATE) e do prazo medio pedido-fatura.
       77 WS-HIST-INI       PIC 9(08) VALUE ZEROS.
       77 WS-HIST-FIM       PIC 9(08) VALUE ZEROS.
       77 WS-PRAZO-INI      PIC 9(08) VALUE ZEROS.

       77 WS-PRAZO-PAGTO    PIC 9(03) VALUE 30.
       77 WS-DIA-PAGTO-COM  PIC 9(02) VALUE 10.

       77 WS-PRAZO-FATUR    PIC 9(03) VALUE 7.
       77 WS-SOMA-PRAZO     PIC 9(09) VALUE ZEROS.
       77 WS-QTD-PRAZO      PIC 9(07) VALUE ZEROS.

       77 WS-RETCODE        PIC 9(02) VALUE ZEROS.

      *    Semanas da projecao: entradas das faturas, dos pedidos e
      *    saidas das comissoes.
       01 WS-TAB-SEM.
           05 WS-TS-ENT OCCURS 26 TIMES.
              10 WS-TS-INICIO     PIC 9(08).
              10 WS-TS-FIM        PIC 9(08).
              10 WS-TS-FATURAS    PIC 9(11)V99.
              10 WS-TS-PEDIDOS    PIC 9(11)V99.
              10 WS-TS-COMISSOES  PIC 9(11)V99.

       77 WS-SEM            PIC 9(02) VALUE ZEROS.
       77 WS-IDX            PIC 9(04) VALUE ZEROS.

      *    Faixas de atraso das faturas vencidas: 1-30, 31-60, 61-90
      *    e acima de 90 dias.
       01 WS-TAB-FAIXA.
           05 WS-TF-ENT OCCURS 4 TIMES.
              10 WS-TF-QTD        PIC 9(07).
              10 WS-TF-SALDO      PIC 9(11)V99.

       01 WS-TAB-FAIXA-DESC-V.
           05 FILLER        PIC X(20) VALUE '  1 A  30 DIAS      '.
           05 FILLER        PIC X(20) VALUE ' 31 A  60 DIAS      '.
           05 FILLER        PIC X(20) VALUE ' 61 A  90 DIAS      '.
           05 FILLER        PIC X(20) VALUE 'ACIMA DE 90 DIAS    '.
       01 WS-TAB-FAIXA-DESC REDEFINES WS-TAB-FAIXA-DESC-V.
           05 WS-TF-DESC    PIC X(20) OCCURS 4 TIMES.

       77 WS-FAIXA          PIC 9(01) VALUE ZEROS.

       77 WS-SALDO-FAT      PIC S9(09)V99 VALUE ZEROS.
       77 WS-VENC-QTD       PIC 9(07) VALUE ZEROS.
       77 WS-VENC-SALDO     PIC 9(11)V99 VALUE ZEROS.
       77 WS-VENC-ESPERADO  PIC 9(11)V99 VALUE ZEROS.

      *    Historico de recuperacao: base = o que ficou em aberto no
      *    vencimento; recebido = principal que entrou depois dele.
       77 WS-REC-BASE       PIC 9(13)V99 VALUE ZEROS.
       77 WS-REC-RECEBIDO   PIC 9(13)V99 VALUE ZEROS.
       77 WS-TAXA-REC       PIC 9(03)V99 VALUE ZEROS.
       77 WS-H-ANTES        PIC 9(11)V99 VALUE ZEROS.
       77 WS-H-DEPOIS       PIC 9(11)V99 VALUE ZEROS.
       77 WS-H-NOTA         PIC 9(11)V99 VALUE ZEROS.
       77 WS-H-BASE         PIC S9(11)V99 VALUE ZEROS.
       77 WS-H-PRINCIPAL    PIC 9(09)V99 VALUE ZEROS.

      *    Parcelas do pedido (mesma regra do PROG64).
       77 WS-QTD-PARC       PIC 9(02) VALUE ZEROS.
       77 WS-PARC           PIC 9(02) VALUE ZEROS.
       77 WS-VLR-PARCELA    PIC 9(09)V99 VALUE ZEROS.
       77 WS-VLR-ACUM       PIC 9(09)V99 VALUE ZEROS.
       77 WS-VLR-PROJ       PIC 9(09)V99 VALUE ZEROS.
       01 WS-PRAZOS-PARC.
           05 WS-DIAS-PARC  PIC 9(03) OCCURS 6 TIMES.

       01 WS-ANOMES-PAGTO.
           05 WS-AMP-ANO    PIC 9(04).
           05 WS-AMP-MES    PIC 9(02).

       01 WS-DATA-PAGTO-COM.
           05 WS-DPC-ANOMES PIC 9(06).
           05 WS-DPC-DIA    PIC 9(02).

       77 WS-QTD-FATURAS    PIC 9(07) VALUE ZEROS.
       77 WS-QTD-PEDIDOS    PIC 9(07) VALUE ZEROS.
       77 WS-QTD-COMISSOES  PIC 9(07) VALUE ZEROS.
       77 WS-QTD-PROJ       PIC 9(07) VALUE ZEROS.

       77 WS-TOT-FATURAS    PIC 9(13)V99 VALUE ZEROS.
       77 WS-TOT-PEDIDOS    PIC 9(13)V99 VALUE ZEROS.
       77 WS-TOT-COMISSOES  PIC 9(13)V99 VALUE ZEROS.
       77 WS-SALDO-SEM      PIC S9(13)V99 VALUE ZEROS.
       77 WS-ACUMULADO      PIC S9(13)V99 VALUE ZEROS.

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
           05 FILLER        PIC X(40) VALUE
           'PROJECAO DE FLUXO DE CAIXA - PROXIMOS '.
           05 CAB-HORIZONTE PIC ZZ9.
           05 FILLER        PIC X(17) VALUE ' DIAS A PARTIR DE'.
           05 FILLER        PIC X(01) VALUE SPACES.
           05 CAB-HOJE      PIC X(10).
           05 FILLER        PIC X(10) VALUE SPACES.
           05 FILLER        PIC X(09) VALUE 'PAGINA : '.
           05 PAG-REL       PIC ZZ9.

       01 LINHA-CAB1.
           05 FILLER        PIC X(35) VALUE
           'SEM PERIODO'.
           05 FILLER        PIC X(60) VALUE
           ' ENTR.FATURAS  ENTR.PEDIDOS SAIDA COMISSAO   SALDO SEMANA'.
           05 FILLER        PIC X(15) VALUE
           '      ACUMULADO'.

       01 LINHA-DET.
           05 REL-SEM       PIC Z9.
           05 FILLER        PIC X(02)  VALUE SPACES.
           05 REL-INICIO    PIC X(10).
           05 FILLER        PIC X(03)  VALUE ' A '.
           05 REL-FIM       PIC X(10).
           05 FILLER        PIC X(03)  VALUE SPACES.
           05 REL-FATURAS   PIC ZZZ.ZZZ.ZZ9,99.
           05 FILLER        PIC X(01)  VALUE SPACES.
           05 REL-PEDIDOS   PIC ZZZ.ZZZ.ZZ9,99.
           05 FILLER        PIC X(01)  VALUE SPACES.
           05 REL-COMISSOES PIC ZZZ.ZZZ.ZZ9,99.
           05 FILLER        PIC X(01)  VALUE SPACES.
           05 REL-SALDO-SEM PIC ZZZ.ZZZ.ZZ9,99-.
           05 FILLER        PIC X(01)  VALUE SPACES.
           05 REL-ACUMULADO PIC ZZZ.ZZZ.ZZ9,99-.

       01 LINHA-TOTAIS.
           05 FILLER        PIC X(33) VALUE 'TOTAL DO HORIZONTE'.
           05 TOT-FATURAS   PIC ZZZ.ZZZ.ZZ9,99.
           05 FILLER        PIC X(01)  VALUE SPACES.
           05 TOT-PEDIDOS   PIC ZZZ.ZZZ.ZZ9,99.
           05 FILLER        PIC X(01)  VALUE SPACES.
           05 TOT-COMISSOES PIC ZZZ.ZZZ.ZZ9,99.
           05 FILLER        PIC X(01)  VALUE SPACES.
           05 TOT-SALDO     PIC ZZZ.ZZZ.ZZ9,99-.

       01 LINHA-SECAO-VENC.
           05 FILLER        PIC X(50) VALUE
           'FATURAS VENCIDAS (FORA DA PROJECAO SEMANAL)'.
           05 FILLER        PIC X(30) VALUE
           '   QTDE             SALDO'.

       01 LINHA-DET-VENC.
           05 FILLER        PIC X(04)  VALUE SPACES.
           05 REL-FX-DESC   PIC X(20).
           05 FILLER        PIC X(27)  VALUE SPACES.
           05 REL-FX-QTD    PIC ZZZZZZ9.
           05 FILLER        PIC X(01)  VALUE SPACES.
           05 REL-FX-SALDO  PIC ZZ.ZZZ.ZZZ.ZZ9,99.

       01 LINHA-TAXA.
           05 FILLER        PIC X(04)  VALUE SPACES.
           05 FILLER        PIC X(47)  VALUE
           'TAXA DE RECUPERACAO (HISTORICO FATPAG)'.
           05 REL-TAXA      PIC ZZ9,99.
           05 FILLER        PIC X(02)  VALUE ' %'.

       01 LINHA-ESPERADO.
           05 FILLER        PIC X(04)  VALUE SPACES.
           05 FILLER        PIC X(55)  VALUE
           'RECUPERACAO ESPERADA DAS VENCIDAS'.
           05 REL-ESPERADO  PIC ZZ.ZZZ.ZZZ.ZZ9,99.

       01 LINHA-PRAZO.
           05 FILLER        PIC X(04)  VALUE SPACES.
           05 FILLER        PIC X(47)  VALUE
           'PRAZO MEDIO PEDIDO-FATURA USADO (DIAS)'.
           05 REL-PRAZO     PIC ZZ9.

       01 LINHA-BRANCO      PIC X(100) VALUE SPACES.

       01 LINHA-CSV-CAB.
           05 FILLER        PIC X(07) VALUE 'SEMANA;'.
           05 FILLER        PIC X(07) VALUE 'INICIO;'.
           05 FILLER        PIC X(04) VALUE 'FIM;'.
           05 FILLER        PIC X(09) VALUE 'FATURAS;'.
           05 FILLER        PIC X(08) VALUE 'PEDIDOS;'.
           05 FILLER        PIC X(10) VALUE 'COMISSOES;'.
           05 FILLER        PIC X(06) VALUE 'SALDO;'.
           05 FILLER        PIC X(09) VALUE 'ACUMULADO'.

       01 LINHA-CSV-DET.
           05 CSV-SEM       PIC X(08).
           05 FILLER        PIC X(01) VALUE ';'.
           05 CSV-INICIO    PIC X(10).
           05 FILLER        PIC X(01) VALUE ';'.
           05 CSV-FIM       PIC X(10).
           05 FILLER        PIC X(01) VALUE ';'.
           05 CSV-FATURAS   PIC -9(11),99.
           05 FILLER        PIC X(01) VALUE ';'.
           05 CSV-PEDIDOS   PIC -9(11),99.
           05 FILLER        PIC X(01) VALUE ';'.
           05 CSV-COMISSOES PIC -9(11),99.
           05 FILLER        PIC X(01) VALUE ';'.
           05 CSV-SALDO     PIC -9(11),99.
           05 FILLER        PIC X(01) VALUE ';'.
           05 CSV-ACUMULADO PIC -9(11),99.

       COPY LK_SPOOL.

       COPY LK_PARAM.

       77 WS-NUML           PIC 999.
       77 WS-NUMC           PIC 999.
       77 COR-FUNDO         PIC 9 VALUE 1.
       77 COR-FRENTE        PIC 9 VALUE 6.
       77 WS-STATUS         PIC X(40).
       77 WS-MSGERRO        PIC X(80).
       77 WS-ERRO           PIC X(01).

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

       01 SS-OPCOES FOREGROUND-COLOR 2.
           05 LINE 08 COLUMN 12 VALUE
              "HORIZONTE EM DIAS (ZEROS=90, MAXIMO 182)........:".
           05 COLUMN PLUS 2 PIC 9(03) USING WS-HORIZONTE
              BLANK WHEN ZEROS.
           05 LINE 10 COLUMN 12 VALUE
              "GERAR TAMBEM EM CSV (PARA EXCEL) 'S' OU 'N'.....:".
           05 COLUMN PLUS 2 PIC X(01) USING WS-CSV.

       01 SS-ERRO.
           05 FILLER FOREGROUND-COLOR 4 BACKGROUND-COLOR 1 HIGHLIGHT.
               10 LINE WS-NUML COLUMN 2 PIC X(80) FROM WS-MSGERRO BELL.
               10 COLUMN PLUS 2 TO WS-ERRO.

       PROCEDURE DIVISION.
       INICIO.
           SET ENVIRONMENT 'COB_SCREEN_EXCEPTIONS' TO 'Y'.
           SET ENVIRONMENT 'COB_SCREEN_ESC' TO 'Y'.
           SET ENVIRONMENT 'ESCDELAY' TO '25'.
           ACCEPT  WS-NUML FROM LINES
           ACCEPT  WS-NUMC FROM COLUMNS
           ACCEPT  WS-DATA-HOJE FROM DATE YYYYMMDD
           COMPUTE WS-DIAS-HOJE =
                   FUNCTION INTEGER-OF-DATE (WS-DATA-HOJE)
           PERFORM MONTA-CAMINHOS

           ACCEPT WS-PARM FROM COMMAND-LINE
           IF WS-PARM NOT = SPACES
              SET MODO-BATCH TO TRUE
              UNSTRING WS-PARM DELIMITED BY ';'
                       INTO WS-PRM-DIAS WS-CSV
              END-UNSTRING
              IF WS-PRM-DIAS NOT = SPACES
                 MOVE FUNCTION NUMVAL(WS-PRM-DIAS) TO WS-HORIZONTE
              END-IF
              IF WS-CSV NOT = 'S'
                 MOVE 'N' TO WS-CSV
              END-IF
           END-IF

           IF MODO-INTERATIVO
              DISPLAY SS-CLS
              MOVE "ESC PARA ENCERRAR" TO WS-STATUS
              DISPLAY SS-STATUS
              PERFORM ACEITA-OPCOES THRU ACEITA-OPCOES-FIM
           END-IF

           IF WS-HORIZONTE = ZEROS
              MOVE 90 TO WS-HORIZONTE
           END-IF
           IF WS-HORIZONTE > 182
              MOVE 182 TO WS-HORIZONTE
           END-IF
           COMPUTE WS-QTD-SEM = WS-HORIZONTE / 7 + 1
           IF WS-QTD-SEM > 26
              MOVE 26 TO WS-QTD-SEM
           END-IF

      *    Prazo de pagamento parametrizado (PROG42) para os pedidos
      *    sem condicao; sem PARAM.ARQ vale o padrao de 30 dias.
           CALL "PROG41" USING LK-PARAM END-CALL
           IF LK-PAR-PRAZO-PAGTO NOT = ZEROS
              MOVE LK-PAR-PRAZO-PAGTO TO WS-PRAZO-PAGTO
           END-IF

           COMPUTE WS-HIST-INI  = WS-DIAS-HOJE - 365
           COMPUTE WS-HIST-FIM  = WS-DIAS-HOJE - 31
           COMPUTE WS-PRAZO-INI = WS-DIAS-HOJE - 180

           PERFORM ABRIR-ARQUIVO

           INITIALIZE WS-TAB-SEM WS-TAB-FAIXA
           PERFORM MONTA-SEMANA
               VARYING WS-SEM FROM 1 BY 1
               UNTIL WS-SEM > WS-QTD-SEM

           MOVE LOW-VALUES TO FATURA-FAT
           START FATURA KEY NOT LESS THAN FAT-KEY
                 INVALID KEY
                    MOVE 10 TO FAT-STAT
           END-START
           PERFORM PROJETA-FATURA THRU PROJETA-FATURA-SAI
               UNTIL FSF-FIM-REG
           MOVE ZEROS TO FAT-STAT

           IF WS-REC-BASE > ZEROS
              COMPUTE WS-TAXA-REC ROUNDED =
                      WS-REC-RECEBIDO * 100 / WS-REC-BASE
                 ON SIZE ERROR
                    MOVE 100 TO WS-TAXA-REC
              END-COMPUTE
              IF WS-TAXA-REC > 100
                 MOVE 100 TO WS-TAXA-REC
              END-IF
           END-IF
           COMPUTE WS-VENC-ESPERADO ROUNDED =
                   WS-VENC-SALDO * WS-TAXA-REC / 100

           IF TEM-PEDIDOS
              MOVE LOW-VALUES TO PEDIDOS-PED
              START PEDIDOS KEY NOT LESS THAN PED-KEY
                    INVALID KEY
                       MOVE 10 TO PED-STAT
              END-START
              PERFORM MEDE-PRAZO THRU MEDE-PRAZO-SAI
                  UNTIL FSD-FIM-REG
              MOVE ZEROS TO PED-STAT

              IF WS-QTD-PRAZO > ZEROS
                 COMPUTE WS-PRAZO-FATUR ROUNDED =
                         WS-SOMA-PRAZO / WS-QTD-PRAZO
              END-IF

              MOVE LOW-VALUES TO PEDIDOS-PED
              START PEDIDOS KEY NOT LESS THAN PED-KEY
                    INVALID KEY
                       MOVE 10 TO PED-STAT
              END-START
              PERFORM PROJETA-PEDIDO THRU PROJETA-PEDIDO-SAI
                  UNTIL FSD-FIM-REG
              MOVE ZEROS TO PED-STAT
           END-IF

           IF TEM-COMISSAO
              MOVE LOW-VALUES TO COMISSAO-COM
              START COMISSAO KEY NOT LESS THAN COM-KEY
                    INVALID KEY
                       MOVE 10 TO COM-STAT
              END-START
              PERFORM PROJETA-COMISSAO THRU PROJETA-COMISSAO-SAI
                  UNTIL FSM-FIM-REG
              MOVE ZEROS TO COM-STAT
           END-IF

           COMPUTE WS-QTD-PROJ = WS-QTD-FATURAS + WS-QTD-PEDIDOS
                               + WS-QTD-COMISSOES + WS-VENC-QTD
           IF WS-QTD-PROJ = ZEROS
              MOVE 04 TO WS-RETCODE
              DISPLAY 'PROG130: NENHUM VALOR A PROJETAR'
              PERFORM FINALIZA
           END-IF

           PERFORM IMP-CABEC
           IF CSV-SIM
              WRITE RELFLX-CSV-REG FROM LINHA-CSV-CAB
           END-IF

           MOVE ZEROS TO WS-ACUMULADO
           PERFORM IMPRIME-SEMANA
               VARYING WS-SEM FROM 1 BY 1
               UNTIL WS-SEM > WS-QTD-SEM

           PERFORM TOTAIS
           PERFORM IMPRIME-VENCIDAS
           PERFORM FINALIZA
           .
       FIM-PROCES.
           EXIT.

      *-------------------------------------------------------------*
       ACEITA-OPCOES.
      *-------------------------------------------------------------*
           DISPLAY SS-OPCOES
           ACCEPT  SS-OPCOES
           IF COB-CRT-STATUS = COB-SCR-ESC
              GOBACK
           END-IF

           IF WS-CSV NOT = 'S' AND WS-CSV NOT = 'N'
              MOVE 'DIGITE "S" OU "N" NO CSV'             TO WS-MSGERRO
              PERFORM MOSTRA-ERRO
              GO TO ACEITA-OPCOES
           END-IF
           .
       ACEITA-OPCOES-FIM.
           EXIT.

      *-------------------------------------------------------------*
       MONTA-SEMANA.
      *-------------------------------------------------------------*
           COMPUTE WS-TS-INICIO (WS-SEM) =
                   FUNCTION DATE-OF-INTEGER
                            (WS-DIAS-HOJE + (WS-SEM - 1) * 7)
           COMPUTE WS-TS-FIM (WS-SEM) =
                   FUNCTION DATE-OF-INTEGER
                            (WS-DIAS-HOJE + WS-SEM * 7 - 1)
      *    A ultima semana termina no fim do horizonte.
           IF WS-SEM = WS-QTD-SEM
              COMPUTE WS-TS-FIM (WS-SEM) =
                      FUNCTION DATE-OF-INTEGER
                               (WS-DIAS-HOJE + WS-HORIZONTE)
           END-IF
           .
       MONTA-SEMANA-FIM.
           EXIT.

      *-------------------------------------------------------------*
       PROJETA-FATURA.
      *-------------------------------------------------------------*
           READ FATURA NEXT AT END
                GO TO PROJETA-FATURA-SAI
           END-READ

           IF FAT-CANCELADA
              GO TO PROJETA-FATURA-SAI
           END-IF

           COMPUTE WS-DIAS-DATA =
                   FUNCTION INTEGER-OF-DATE (FAT-VENCTO)

           IF WS-DIAS-DATA NOT < WS-HIST-INI
              AND WS-DIAS-DATA NOT > WS-HIST-FIM
              AND TEM-FATPAG
              PERFORM HISTORICO-RECEBTO THRU HISTORICO-RECEBTO-FIM
           END-IF

           IF NOT FAT-ABERTA
              GO TO PROJETA-FATURA-SAI
           END-IF

           COMPUTE WS-SALDO-FAT = FAT-VALOR - FAT-VALOR-PAGO
           IF WS-SALDO-FAT NOT > ZEROS
              GO TO PROJETA-FATURA-SAI
           END-IF

      *    Vencida: fica fora das semanas, na faixa de atraso.
           IF WS-DIAS-DATA < WS-DIAS-HOJE
              COMPUTE WS-DIAS-ATRASO = WS-DIAS-HOJE - WS-DIAS-DATA
              EVALUATE TRUE
                  WHEN WS-DIAS-ATRASO NOT > 30
                     MOVE 1 TO WS-FAIXA
                  WHEN WS-DIAS-ATRASO NOT > 60
                     MOVE 2 TO WS-FAIXA
                  WHEN WS-DIAS-ATRASO NOT > 90
                     MOVE 3 TO WS-FAIXA
                  WHEN OTHER
                     MOVE 4 TO WS-FAIXA
              END-EVALUATE
              ADD 1            TO WS-TF-QTD   (WS-FAIXA) WS-VENC-QTD
              ADD WS-SALDO-FAT TO WS-TF-SALDO (WS-FAIXA) WS-VENC-SALDO
              GO TO PROJETA-FATURA-SAI
           END-IF

           PERFORM ACHA-SEMANA THRU ACHA-SEMANA-FIM
           IF WS-SEM = ZEROS
              GO TO PROJETA-FATURA-SAI
           END-IF

           ADD 1            TO WS-QTD-FATURAS
           ADD WS-SALDO-FAT TO WS-TS-FATURAS (WS-SEM)
           .
       PROJETA-FATURA-SAI.
           EXIT.

      *-------------------------------------------------------------*
       HISTORICO-RECEBTO.
      *-------------------------------------------------------------*
      *    Soma os lancamentos da fatura antes e depois do vencimento.
      *    Credito de nota de devolucao nao e' caixa: sai da base.
           MOVE ZEROS TO WS-H-ANTES WS-H-DEPOIS WS-H-NOTA

           MOVE FAT-NUMERO TO FPG-NUMERO
           MOVE ZEROS      TO FPG-SEQ
           START FATPAG KEY NOT LESS THAN FPG-KEY
                 INVALID KEY
                    MOVE 10 TO FPG-STAT
           END-START
           PERFORM SOMA-RECEBTO THRU SOMA-RECEBTO-SAI
               UNTIL FSP-FIM-REG
           MOVE ZEROS TO FPG-STAT

           COMPUTE WS-H-BASE = FAT-VALOR - WS-H-ANTES - WS-H-NOTA
           IF WS-H-BASE NOT > ZEROS
              GO TO HISTORICO-RECEBTO-FIM
           END-IF

           IF WS-H-DEPOIS > WS-H-BASE
              MOVE WS-H-BASE TO WS-H-DEPOIS
           END-IF
           ADD WS-H-BASE   TO WS-REC-BASE
           ADD WS-H-DEPOIS TO WS-REC-RECEBIDO
           .
       HISTORICO-RECEBTO-FIM.
           EXIT.

      *-------------------------------------------------------------*
       SOMA-RECEBTO.
      *-------------------------------------------------------------*
           READ FATPAG NEXT AT END
                GO TO SOMA-RECEBTO-SAI
           END-READ

           IF FPG-NUMERO NOT = FAT-NUMERO
              MOVE 10 TO FPG-STAT
              GO TO SOMA-RECEBTO-SAI
           END-IF

      *    Lancamento anterior a divisao de encargos: tudo principal.
           IF FPG-VLR-PRINCIPAL NUMERIC
              AND FPG-VLR-PRINCIPAL > ZEROS
              MOVE FPG-VLR-PRINCIPAL TO WS-H-PRINCIPAL
           ELSE
              MOVE FPG-VALOR         TO WS-H-PRINCIPAL
           END-IF

           EVALUATE TRUE
               WHEN FPG-NOTA-CRED
                  ADD WS-H-PRINCIPAL TO WS-H-NOTA
               WHEN FPG-DATA NOT > FAT-VENCTO
                  ADD WS-H-PRINCIPAL TO WS-H-ANTES
               WHEN OTHER
                  ADD WS-H-PRINCIPAL TO WS-H-DEPOIS
           END-EVALUATE
           .
       SOMA-RECEBTO-SAI.
           EXIT.

      *-------------------------------------------------------------*
       MEDE-PRAZO.
      *-------------------------------------------------------------*
      *    Prazo entre a digitacao do pedido e a emissao da fatura,
      *    nos pedidos faturados dos ultimos 180 dias.
           READ PEDIDOS NEXT AT END
                GO TO MEDE-PRAZO-SAI
           END-READ

           IF NOT PED-FATURADO OR PED-NUM-FATURA = ZEROS
              GO TO MEDE-PRAZO-SAI
           END-IF

           COMPUTE WS-DIAS-DATA = FUNCTION INTEGER-OF-DATE (PED-DATA)
           IF WS-DIAS-DATA < WS-PRAZO-INI
              GO TO MEDE-PRAZO-SAI
           END-IF

           MOVE PED-NUM-FATURA TO FAT-NUMERO
           READ FATURA
                INVALID KEY
                   GO TO MEDE-PRAZO-SAI
           END-READ

           COMPUTE WS-DIAS-EMISSAO =
                   FUNCTION INTEGER-OF-DATE (FAT-EMISSAO)
           IF WS-DIAS-EMISSAO < WS-DIAS-DATA
              GO TO MEDE-PRAZO-SAI
           END-IF

           ADD 1 TO WS-QTD-PRAZO
           COMPUTE WS-SOMA-PRAZO = WS-SOMA-PRAZO
                                 + WS-DIAS-EMISSAO - WS-DIAS-DATA
           .
       MEDE-PRAZO-SAI.
           EXIT.

      *-------------------------------------------------------------*
       PROJETA-PEDIDO.
      *-------------------------------------------------------------*
           READ PEDIDOS NEXT AT END
                GO TO PROJETA-PEDIDO-SAI
           END-READ

      *    Faturado sem fatura: sai na proxima rodada do PROG64.
      *    Em aberto: fatura no prazo medio, nunca antes de amanha.
      *    Pendente de aprovacao, cancelado ou ja faturado nao entra.
           EVALUATE TRUE
               WHEN PED-FATURADO AND PED-NUM-FATURA = ZEROS
                  COMPUTE WS-DIAS-EMISSAO = WS-DIAS-HOJE + 1
               WHEN PED-ABERTO
                  COMPUTE WS-DIAS-EMISSAO =
                          FUNCTION INTEGER-OF-DATE (PED-DATA)
                        + WS-PRAZO-FATUR
                  IF WS-DIAS-EMISSAO NOT > WS-DIAS-HOJE
                     COMPUTE WS-DIAS-EMISSAO = WS-DIAS-HOJE + 1
                  END-IF
               WHEN OTHER
                  GO TO PROJETA-PEDIDO-SAI
           END-EVALUATE

           IF PED-VALOR = ZEROS
              GO TO PROJETA-PEDIDO-SAI
           END-IF

           MOVE 1              TO WS-QTD-PARC
           MOVE ZEROS          TO WS-PRAZOS-PARC
           MOVE WS-PRAZO-PAGTO TO WS-DIAS-PARC (1)
           IF PED-COND-PAGTO NOT = SPACES AND TEM-CONDPAG
              MOVE PED-COND-PAGTO TO CPG-COD
              READ CONDPAG
                   INVALID KEY
                      CONTINUE
                   NOT INVALID KEY
                      IF CPG-QTD-PARC > ZEROS AND CPG-QTD-PARC < 7
                         MOVE CPG-QTD-PARC TO WS-QTD-PARC
                         MOVE CPG-PRAZOS   TO WS-PRAZOS-PARC
                      END-IF
              END-READ
           END-IF

           COMPUTE WS-VLR-PARCELA = PED-VALOR / WS-QTD-PARC
           MOVE ZEROS TO WS-VLR-ACUM
           ADD 1 TO WS-QTD-PEDIDOS

           PERFORM PROJETA-PARCELA
               VARYING WS-PARC FROM 1 BY 1
               UNTIL WS-PARC > WS-QTD-PARC
           .
       PROJETA-PEDIDO-SAI.
           EXIT.

      *-------------------------------------------------------------*
       PROJETA-PARCELA.
      *-------------------------------------------------------------*
           IF WS-PARC = WS-QTD-PARC
              COMPUTE WS-VLR-PROJ = PED-VALOR - WS-VLR-ACUM
           ELSE
              MOVE WS-VLR-PARCELA TO WS-VLR-PROJ
           END-IF
           ADD WS-VLR-PROJ TO WS-VLR-ACUM

           COMPUTE WS-DIAS-DATA = WS-DIAS-EMISSAO
                                + WS-DIAS-PARC (WS-PARC)
           PERFORM ACHA-SEMANA THRU ACHA-SEMANA-FIM
           IF WS-SEM NOT = ZEROS
              ADD WS-VLR-PROJ TO WS-TS-PEDIDOS (WS-SEM)
           END-IF
           .
       PROJETA-PARCELA-FIM.
           EXIT.

      *-------------------------------------------------------------*
       PROJETA-COMISSAO.
      *-------------------------------------------------------------*
           READ COMISSAO NEXT AT END
                GO TO PROJETA-COMISSAO-SAI
           END-READ

           IF NOT COM-APROVADA
              GO TO PROJETA-COMISSAO-SAI
           END-IF

      *    Paga com a folha do mes seguinte ao da competencia; a que
      *    ja passou do dia entra como devida na primeira semana.
           MOVE COM-ANOMES TO WS-ANOMES-PAGTO
           IF WS-AMP-MES = 12
              MOVE 01 TO WS-AMP-MES
              ADD 1 TO WS-AMP-ANO
           ELSE
              ADD 1 TO WS-AMP-MES
           END-IF
           MOVE WS-ANOMES-PAGTO  TO WS-DPC-ANOMES
           MOVE WS-DIA-PAGTO-COM TO WS-DPC-DIA
           MOVE WS-DATA-PAGTO-COM TO WS-DATA-CALC

           COMPUTE WS-DIAS-DATA =
                   FUNCTION INTEGER-OF-DATE (WS-DATA-CALC)
           IF WS-DIAS-DATA < WS-DIAS-HOJE
              MOVE WS-DIAS-HOJE TO WS-DIAS-DATA
           END-IF

           PERFORM ACHA-SEMANA THRU ACHA-SEMANA-FIM
           IF WS-SEM = ZEROS
              GO TO PROJETA-COMISSAO-SAI
           END-IF

           ADD 1         TO WS-QTD-COMISSOES
           ADD COM-VALOR TO WS-TS-COMISSOES (WS-SEM)
           .
       PROJETA-COMISSAO-SAI.
           EXIT.

      *-------------------------------------------------------------*
       ACHA-SEMANA.
      *-------------------------------------------------------------*
      *    Semana (1..WS-QTD-SEM) do dia WS-DIAS-DATA; ZEROS = fora
      *    do horizonte.
           MOVE ZEROS TO WS-SEM
           IF WS-DIAS-DATA < WS-DIAS-HOJE
              OR WS-DIAS-DATA > WS-DIAS-HOJE + WS-HORIZONTE
              GO TO ACHA-SEMANA-FIM
           END-IF
           COMPUTE WS-SEM = (WS-DIAS-DATA - WS-DIAS-HOJE) / 7 + 1
           IF WS-SEM > WS-QTD-SEM
              MOVE WS-QTD-SEM TO WS-SEM
           END-IF
           .
       ACHA-SEMANA-FIM.
           EXIT.

      *-------------------------------------------------------------*
       IMPRIME-SEMANA.
      *-------------------------------------------------------------*
           COMPUTE WS-SALDO-SEM = WS-TS-FATURAS (WS-SEM)
                                + WS-TS-PEDIDOS (WS-SEM)
                                - WS-TS-COMISSOES (WS-SEM)
           ADD WS-SALDO-SEM TO WS-ACUMULADO
           ADD WS-TS-FATURAS   (WS-SEM) TO WS-TOT-FATURAS
           ADD WS-TS-PEDIDOS   (WS-SEM) TO WS-TOT-PEDIDOS
           ADD WS-TS-COMISSOES (WS-SEM) TO WS-TOT-COMISSOES

           MOVE WS-SEM TO REL-SEM
           MOVE WS-TS-INICIO (WS-SEM) TO WS-DATA-AMD
           PERFORM EDITA-DATA
           MOVE WS-DATA-DMA TO REL-INICIO CSV-INICIO
           MOVE WS-TS-FIM (WS-SEM) TO WS-DATA-AMD
           PERFORM EDITA-DATA
           MOVE WS-DATA-DMA TO REL-FIM CSV-FIM
           MOVE WS-TS-FATURAS   (WS-SEM) TO REL-FATURAS
           MOVE WS-TS-PEDIDOS   (WS-SEM) TO REL-PEDIDOS
           MOVE WS-TS-COMISSOES (WS-SEM) TO REL-COMISSOES
           MOVE WS-SALDO-SEM             TO REL-SALDO-SEM
           MOVE WS-ACUMULADO             TO REL-ACUMULADO
           WRITE RELFLX-REL FROM LINHA-DET AFTER ADVANCING 1 LINE
               AT END-OF-PAGE
                  PERFORM IMP-CABEC
           END-WRITE

           IF CSV-SIM
              MOVE WS-SEM                   TO CSV-SEM
              MOVE WS-TS-FATURAS   (WS-SEM) TO CSV-FATURAS
              MOVE WS-TS-PEDIDOS   (WS-SEM) TO CSV-PEDIDOS
              MOVE WS-TS-COMISSOES (WS-SEM) TO CSV-COMISSOES
              MOVE WS-SALDO-SEM             TO CSV-SALDO
              MOVE WS-ACUMULADO             TO CSV-ACUMULADO
              WRITE RELFLX-CSV-REG FROM LINHA-CSV-DET
           END-IF
           .
       IMPRIME-SEMANA-FIM.
           EXIT.

      *-------------------------------------------------------------*
       TOTAIS.
      *-------------------------------------------------------------*
           MOVE WS-TOT-FATURAS   TO TOT-FATURAS
           MOVE WS-TOT-PEDIDOS   TO TOT-PEDIDOS
           MOVE WS-TOT-COMISSOES TO TOT-COMISSOES
           MOVE WS-ACUMULADO     TO TOT-SALDO
           WRITE RELFLX-REL FROM LINHA-BRANCO AFTER 1
           WRITE RELFLX-REL FROM LINHA-TOTAIS AFTER 1

           IF MODO-BATCH
              DISPLAY 'FLUXO - ' LINHA-TOTAIS
           END-IF
           .
       TOTAIS-FIM.
           EXIT.

      *-------------------------------------------------------------*
       IMPRIME-VENCIDAS.
      *-------------------------------------------------------------*
           WRITE RELFLX-REL FROM LINHA-BRANCO AFTER 1
           WRITE RELFLX-REL FROM LINHA-SECAO-VENC AFTER 1
           PERFORM IMPRIME-FAIXA
               VARYING WS-FAIXA FROM 1 BY 1
               UNTIL WS-FAIXA > 4

           MOVE 'TOTAL VENCIDO'  TO REL-FX-DESC
           MOVE WS-VENC-QTD      TO REL-FX-QTD
           MOVE WS-VENC-SALDO    TO REL-FX-SALDO
           WRITE RELFLX-REL FROM LINHA-DET-VENC AFTER 1

           MOVE WS-TAXA-REC      TO REL-TAXA
           WRITE RELFLX-REL FROM LINHA-TAXA AFTER 1
           MOVE WS-VENC-ESPERADO TO REL-ESPERADO
           WRITE RELFLX-REL FROM LINHA-ESPERADO AFTER 1

           WRITE RELFLX-REL FROM LINHA-BRANCO AFTER 1
           MOVE WS-PRAZO-FATUR   TO REL-PRAZO
           WRITE RELFLX-REL FROM LINHA-PRAZO AFTER 1

           IF CSV-SIM
              MOVE 'VENCIDAS'       TO CSV-SEM
              MOVE SPACES           TO CSV-INICIO CSV-FIM
              MOVE WS-VENC-SALDO    TO CSV-FATURAS
              MOVE ZEROS            TO CSV-PEDIDOS CSV-COMISSOES
              MOVE WS-VENC-ESPERADO TO CSV-SALDO
              MOVE ZEROS            TO CSV-ACUMULADO
              WRITE RELFLX-CSV-REG FROM LINHA-CSV-DET
           END-IF
           .
       IMPRIME-VENCIDAS-FIM.
           EXIT.

      *-------------------------------------------------------------*
       IMPRIME-FAIXA.
      *-------------------------------------------------------------*
           MOVE WS-TF-DESC  (WS-FAIXA) TO REL-FX-DESC
           MOVE WS-TF-QTD   (WS-FAIXA) TO REL-FX-QTD
           MOVE WS-TF-SALDO (WS-FAIXA) TO REL-FX-SALDO
           WRITE RELFLX-REL FROM LINHA-DET-VENC AFTER 1
           .
       IMPRIME-FAIXA-FIM.
           EXIT.

      *-------------------------------------------------------------*
       IMP-CABEC.
      *-------------------------------------------------------------*
           ADD  01              TO WS-CTPAG
           MOVE WS-CTPAG        TO PAG-REL
           MOVE WS-HORIZONTE    TO CAB-HORIZONTE
           MOVE WS-DATA-HOJE    TO WS-DATA-AMD
           PERFORM EDITA-DATA
           MOVE WS-DATA-DMA     TO CAB-HOJE
           WRITE RELFLX-REL    FROM LINHA-CAB0 AFTER ADVANCING PAGE
           WRITE RELFLX-REL    FROM LINHA-BRANCO AFTER ADVANCING 1
                 LINE
           WRITE RELFLX-REL    FROM LINHA-CAB1 AFTER ADVANCING 1
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
       MOSTRA-ERRO.
      *-------------------------------------------------------------*
           DISPLAY SS-ERRO
           ACCEPT SS-ERRO
           DISPLAY SS-STATUS
           .
       MOSTRA-ERRO-FIM.
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
                  'PEDIDOS.ARQ'                DELIMITED BY SIZE
             INTO WS-ARQ-PEDIDOS
           END-STRING

           STRING FUNCTION TRIM(WS-DIR-DADOS) DELIMITED BY SIZE
                  'CONDPAG.ARQ'                DELIMITED BY SIZE
             INTO WS-ARQ-CONDPAG
           END-STRING

           STRING FUNCTION TRIM(WS-DIR-DADOS) DELIMITED BY SIZE
                  'COMISSAO.ARQ'               DELIMITED BY SIZE
             INTO WS-ARQ-COMISSAO
           END-STRING

      *    Os relatorios vao para o SPOOL\ com nome datado (PROG35),
      *    e sao registrados no catalogo ao final.
           MOVE 'N'            TO LK-SPL-OPER
           MOVE 'PROG130'      TO LK-SPL-PROGRAMA
           MOVE 'FLUXO.TXT'    TO LK-SPL-SUFIXO
           CALL "PROG35" USING LK-SPOOL END-CALL
           MOVE LK-SPL-CAMINHO TO WS-ARQ-RELFLX

           MOVE 'FLUXO.CSV'    TO LK-SPL-SUFIXO
           CALL "PROG35" USING LK-SPOOL END-CALL
           MOVE LK-SPL-CAMINHO TO WS-ARQ-RELFLX-CSV
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

           SET TEM-FATPAG TO TRUE
           OPEN INPUT FATPAG
           IF FSP-NAO-EXISTE
              SET SEM-FATPAG TO TRUE
           END-IF

           SET TEM-PEDIDOS TO TRUE
           OPEN INPUT PEDIDOS
           IF FSD-NAO-EXISTE
              SET SEM-PEDIDOS TO TRUE
           END-IF

           SET TEM-CONDPAG TO TRUE
           OPEN INPUT CONDPAG
           IF FSCPG-NAO-EXISTE
              SET SEM-CONDPAG TO TRUE
           END-IF

           SET TEM-COMISSAO TO TRUE
           OPEN INPUT COMISSAO
           IF FSM-NAO-EXISTE
              SET SEM-COMISSAO TO TRUE
           END-IF

           OPEN OUTPUT RELFLX
           IF CSV-SIM
              OPEN OUTPUT RELFLX-CSV
           END-IF
           .
       ABRIR-ARQUIVO-FIM.
           EXIT.

      *-------------------------------------------------------------*
        FINALIZA.
      *-------------------------------------------------------------*
           CLOSE FATURA RELFLX
           IF CSV-SIM
              CLOSE RELFLX-CSV
           END-IF
           IF TEM-FATPAG
              CLOSE FATPAG
           END-IF
           IF TEM-PEDIDOS
              CLOSE PEDIDOS
           END-IF
           IF TEM-CONDPAG
              CLOSE CONDPAG
           END-IF
           IF TEM-COMISSAO
              CLOSE COMISSAO
           END-IF

           MOVE 'R'            TO LK-SPL-OPER
           MOVE 'PROG130'      TO LK-SPL-PROGRAMA
           MOVE SPACES         TO LK-SPL-PARAMS
           STRING 'DIAS=' WS-HORIZONTE ' CSV=' WS-CSV
                  DELIMITED BY SIZE
             INTO LK-SPL-PARAMS
           END-STRING
           MOVE WS-QTD-PROJ    TO LK-SPL-QTDE
           MOVE WS-ARQ-RELFLX  TO LK-SPL-CAMINHO
           CALL "PROG35" USING LK-SPOOL END-CALL
           IF CSV-SIM
              MOVE WS-ARQ-RELFLX-CSV TO LK-SPL-CAMINHO
              CALL "PROG35" USING LK-SPOOL END-CALL
           END-IF

           MOVE WS-RETCODE TO RETURN-CODE
           GOBACK.
