      ******************************************************************
      * Autor.....: Alexandre Trevisani (PROVA COBOL)
      * Data......: Julho/2019
      * Programa..: PROG193 - Consentimento de Marketing do Cliente
      * Chamadas..: PROG58  - Identificador de Execucao
      *             PROG192 - Registro de Consentimento de Marketing
      * Observação: Tela de consulta e registro do consentimento de
      *             marketing (LGPD) por cliente: mostra a situacao
      *             de cada canal (e-mail, telefone e WhatsApp) com
      *             data, origem e quem registrou, e aceita a
      *             concessao (C) ou a revogacao (R) de um canal com
      *             a data e a origem informadas pelo operador (ex.:
      *             TELEFONE, FORMULARIO, VISITA, E-MAIL). A gravacao
      *             e a trilha ficam com o PROG192; cargas em lote
      *             vem pelo PROG194.
      * Historico.:
      *   2026 mnt - Programa novo.
      ******************************************************************
       IDENTIFICATION      DIVISION.
       PROGRAM-ID.         PROG193.
       ENVIRONMENT         DIVISION.
       CONFIGURATION       SECTION.
       SPECIAL-NAMES.      DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT        SECTION.
       FILE-CONTROL.

       SELECT CLIENTES ASSIGN TO WS-ARQ-CLIENTES
              ORGANIZATION         IS INDEXED
              ACCESS MODE          IS RANDOM
              FILE STATUS          IS CLI-STAT
              ALTERNATE RECORD KEY IS CLI-COD
              ALTERNATE RECORD KEY IS CLI-NOME  WITH DUPLICATES
              ALTERNATE RECORD KEY IS CLI-CNPJ-RAIZ WITH DUPLICATES
              ALTERNATE RECORD KEY IS CLI-NOME-BUSCA WITH DUPLICATES
              LOCK MODE IS MANUAL WITH LOCK ON MULTIPLE RECORDS
              RECORD KEY           IS CLI-KEY.

       SELECT CONSENT ASSIGN TO WS-ARQ-CONSENT
              ORGANIZATION IS INDEXED
              ACCESS MODE  IS RANDOM
              FILE STATUS  IS CNS-STAT
              RECORD KEY   IS CNS-KEY.

       DATA                DIVISION.
       FILE                SECTION.

       COPY FD_CLIENTES.

       COPY FD_CONSENT.

       WORKING-STORAGE SECTION.

       01 WS-MODULO.
           05 FILLER        PIC X(30) VALUE
              "PROVA COBOL - CONSENTIMENTO".
           05 FILLER        PIC X(12) VALUE "MENSAGEM :".
           05 WS-MENSAG     PIC X(40) VALUE SPACES.

       77 WS-DIR-DADOS       PIC X(50) VALUE SPACES.
       77 WS-ARQ-CLIENTES    PIC X(70) VALUE SPACES.
       77 WS-ARQ-CONSENT     PIC X(70) VALUE SPACES.

       77 CLI-STAT          PIC 9(02).
           88 FSC-OK        VALUE ZEROS.
           88 FSC-NAO-EXISTE VALUE 35.

       77 CNS-STAT          PIC 9(02).
           88 FSN-OK        VALUE ZEROS.
           88 FSN-NAO-EXISTE VALUE 35.

       77 WS-TEM-CONSENT    PIC X(01) VALUE 'N'.
           88 TEM-CONSENT   VALUE 'S'.

       77 WS-ERRO           PIC X.
           88 E-SIM         VALUES ARE "S" "s".
           88 E-NAO         VALUES ARE "N" "n".

       77 WS-DATA-HOJE      PIC 9(08) VALUE ZEROS.
       77 WS-CODC           PIC 9(07) VALUE ZEROS.
       77 WS-IDX            PIC 9(01) VALUE ZEROS.

      *    Evento digitado.
       77 WS-CANAL          PIC X(01) VALUE SPACES.
           88 CANAL-VALIDO  VALUES ARE 'E' 'T' 'W'.
       77 WS-ACAO           PIC X(01) VALUE SPACES.
           88 ACAO-VALIDA   VALUES ARE 'C' 'R'.
       01 WS-DATA-EVENTO    PIC 9(08) VALUE ZEROS.
       01 WS-DATA-EVENTO-R  REDEFINES WS-DATA-EVENTO.
           05 WS-DEV-ANO    PIC 9(04).
           05 WS-DEV-MES    PIC 9(02).
           05 WS-DEV-DIA    PIC 9(02).
       77 WS-ORIGEM         PIC X(12) VALUE SPACES.

      *    Quadro dos tres canais.
       01 WS-TAB-CANAIS.
           05 FILLER        PIC X(09) VALUE 'EE-MAIL  '.
           05 FILLER        PIC X(09) VALUE 'TTELEFONE'.
           05 FILLER        PIC X(09) VALUE 'WWHATSAPP'.
       01 FILLER REDEFINES WS-TAB-CANAIS.
           05 WS-CANAL-ENT  OCCURS 3 TIMES.
              10 WS-CANAL-COD  PIC X(01).
              10 WS-CANAL-NOME PIC X(08).

       01 WS-QUADRO.
           05 WS-QUADRO-LIN OCCURS 3 TIMES PIC X(76).

       01 WS-LINHA-CANAL.
           05 WLC-NOME      PIC X(08).
           05 FILLER        PIC X(01) VALUE SPACES.
           05 WLC-SITUACAO  PIC X(12).
           05 FILLER        PIC X(01) VALUE SPACES.
           05 WLC-DATA      PIC X(08).
           05 FILLER        PIC X(01) VALUE SPACES.
           05 WLC-ORIGEM    PIC X(12).
           05 FILLER        PIC X(01) VALUE SPACES.
           05 WLC-QUEM      PIC X(30).

       77 WS-NUML           PIC 999.
       77 WS-NUMC           PIC 999.
       77 COR-FUNDO         PIC 9 VALUE 1.
       77 COR-FRENTE        PIC 9 VALUE 6.

       77 WS-STATUS         PIC X(40).
       77 WS-MSGERRO        PIC X(80).

       COPY LK_IDEXEC.

       COPY LK_CONSENT.

       COPY screenio.

       SCREEN SECTION.
       01 SS-CLS.
           05 SS-FILLER.
               10 BLANK SCREEN.
               10 LINE 01 COLUMN 01 ERASE EOL
                  BACKGROUND-COLOR COR-FUNDO.
               10 LINE WS-NUML COLUMN 01 ERASE EOL
                  BACKGROUND-COLOR COR-FUNDO.
           05 SS-CABECALHO.
               10 LINE 01 COLUMN 02 PIC X(80) FROM WS-MODULO
                  HIGHLIGHT FOREGROUND-COLOR COR-FRENTE
                  BACKGROUND-COLOR COR-FUNDO.
           05 SS-STATUS.
               10 LINE WS-NUML COLUMN 2 ERASE EOL PIC X(30)
                  FROM WS-STATUS HIGHLIGHT
                  FOREGROUND-COLOR COR-FRENTE
                  BACKGROUND-COLOR COR-FUNDO.

       01 SS-CHAVE FOREGROUND-COLOR 2.
           05 LINE 06 COLUMN 12 VALUE "CLIENTE..:".
           05 COLUMN PLUS 2 PIC 9(07) USING WS-CODC
              BLANK WHEN ZEROS.

       01 SS-CLIENTE FOREGROUND-COLOR 2.
           05 LINE 07 COLUMN 12 VALUE "NOME.....:".
           05 COLUMN PLUS 2 PIC X(40) FROM CLI-NOME.
           05 LINE 08 COLUMN 12 VALUE "CNPJ/CPF.:".
           05 COLUMN PLUS 2 PIC X(18) FROM CLI-CNPJ-FMT.
           05 LINE 10 COLUMN 03 VALUE
              "CANAL    SITUACAO     DATA     ORIGEM       REGISTRADO".
           05 COLUMN PLUS 1 VALUE "POR".
           05 LINE 11 COLUMN 03 PIC X(76) FROM WS-QUADRO-LIN (1).
           05 LINE 12 COLUMN 03 PIC X(76) FROM WS-QUADRO-LIN (2).
           05 LINE 13 COLUMN 03 PIC X(76) FROM WS-QUADRO-LIN (3).

       01 SS-EVENTO FOREGROUND-COLOR 2.
           05 LINE 15 COLUMN 12 VALUE "CANAL....:".
           05 COLUMN PLUS 2 PIC X(01) USING WS-CANAL.
           05 COLUMN PLUS 2 VALUE "(E=E-MAIL T=TELEFONE W=WHATSAPP)".
           05 LINE 16 COLUMN 12 VALUE "ACAO.....:".
           05 COLUMN PLUS 2 PIC X(01) USING WS-ACAO.
           05 COLUMN PLUS 2 VALUE "(C=CONCEDE R=REVOGA)".
           05 LINE 17 COLUMN 12 VALUE "DATA.....:".
           05 COLUMN PLUS 2 PIC 9(08) USING WS-DATA-EVENTO.
           05 LINE 18 COLUMN 12 VALUE "ORIGEM...:".
           05 COLUMN PLUS 2 PIC X(12) USING WS-ORIGEM.

       01 SS-ERRO.
           05 FILLER FOREGROUND-COLOR 6 BACKGROUND-COLOR 1 HIGHLIGHT.
               10 LINE WS-NUML COLUMN 2 PIC X(80) FROM WS-MSGERRO BELL.
               10 COLUMN PLUS 2 TO WS-ERRO.

       PROCEDURE DIVISION.
       INICIO.
           SET ENVIRONMENT 'COB_SCREEN_EXCEPTIONS' TO 'Y'.
           SET ENVIRONMENT 'COB_SCREEN_ESC' TO 'Y'.
           SET ENVIRONMENT 'ESCDELAY' TO '25'.
           ACCEPT  WS-NUML FROM LINES
           ACCEPT  WS-NUMC FROM COLUMNS
           PERFORM MONTA-CAMINHOS
           MOVE 'PROG193' TO LK-IDX-PROGRAMA
           CALL "PROG58" USING LK-IDEXEC END-CALL
           ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD
           PERFORM ABRIR-ARQUIVO
           MOVE "CONSENTIMENTO DE MARKETING" TO WS-MENSAG
           MOVE "ESC PARA ENCERRAR" TO WS-STATUS
           .
       LE-CLIENTE.
           DISPLAY SS-CLS
           MOVE ZEROS TO WS-CODC
           ACCEPT SS-CHAVE
           IF COB-CRT-STATUS = COB-SCR-ESC OR WS-CODC = ZEROS
              PERFORM FINALIZA
           END-IF

           MOVE WS-CODC TO CLI-COD
           READ CLIENTES KEY IS CLI-COD
                INVALID KEY
                   MOVE "CLIENTE NAO CADASTRADO" TO WS-MSGERRO
                   PERFORM MOSTRA-ERRO
                   GO TO LE-CLIENTE
           END-READ
           .
       DIG-EVENTO.
           PERFORM MONTA-QUADRO
           DISPLAY SS-CLIENTE

           MOVE SPACES       TO WS-CANAL WS-ACAO WS-ORIGEM
           MOVE WS-DATA-HOJE TO WS-DATA-EVENTO
           ACCEPT SS-EVENTO
           IF COB-CRT-STATUS = COB-SCR-ESC
              GO TO LE-CLIENTE
           END-IF

           SET E-NAO TO TRUE
           PERFORM VALIDA-EVENTO
           IF E-SIM
              GO TO DIG-EVENTO
           END-IF

           MOVE CLI-COD        TO LK-CNS-CODC
           MOVE CLI-CNPJ       TO LK-CNS-CNPJ
           MOVE WS-CANAL       TO LK-CNS-CANAL
           MOVE WS-ACAO        TO LK-CNS-ACAO
           MOVE WS-DATA-EVENTO TO LK-CNS-DATA
           MOVE WS-ORIGEM      TO LK-CNS-ORIGEM
           MOVE SPACES         TO LK-CNS-ARQUIVO
           MOVE 'PROG193'      TO LK-CNS-PROGRAMA
           MOVE LK-IDX-ID      TO LK-CNS-IDEXEC
           CALL "PROG192" USING LK-CONSENT END-CALL

           EVALUATE LK-CNS-RET
              WHEN '0'
                 MOVE "CONSENTIMENTO REGISTRADO" TO WS-MSGERRO
              WHEN '4'
                 MOVE "DATA ANTERIOR A SITUACAO VIGENTE - IGNORADO"
                      TO WS-MSGERRO
              WHEN OTHER
                 MOVE SPACES TO WS-MSGERRO
                 STRING "ERRO AO GRAVAR CONSENT.ARQ - STATUS "
                        LK-CNS-STAT DELIMITED BY SIZE
                   INTO WS-MSGERRO
                 END-STRING
           END-EVALUATE
           PERFORM MOSTRA-ERRO
           GO TO DIG-EVENTO
           .
       FIM-PROCES.
           EXIT.

      *-----------------------------------------------------------------
       VALIDA-EVENTO.
      *-----------------------------------------------------------------
           IF NOT CANAL-VALIDO
              MOVE "CANAL INVALIDO - E, T OU W" TO WS-MSGERRO
              SET E-SIM TO TRUE
              PERFORM MOSTRA-ERRO
           END-IF

           IF NOT ACAO-VALIDA
              MOVE "ACAO INVALIDA - C OU R" TO WS-MSGERRO
              SET E-SIM TO TRUE
              PERFORM MOSTRA-ERRO
           END-IF

           IF WS-DEV-MES < 01 OR WS-DEV-MES > 12
              OR WS-DEV-DIA < 01 OR WS-DEV-DIA > 31
              OR WS-DATA-EVENTO > WS-DATA-HOJE
              MOVE "DATA INVALIDA OU FUTURA" TO WS-MSGERRO
              SET E-SIM TO TRUE
              PERFORM MOSTRA-ERRO
           END-IF

           IF WS-ORIGEM = SPACES
              MOVE "FAVOR INFORMAR A ORIGEM" TO WS-MSGERRO
              SET E-SIM TO TRUE
              PERFORM MOSTRA-ERRO
           END-IF
           .
       VALIDA-EVENTO-FIM.
           EXIT.

      *-----------------------------------------------------------------
       MONTA-QUADRO.
      *-----------------------------------------------------------------
      *    O registro e' aberto e fechado a cada quadro: a gravacao
      *    do PROG192 precisa do arquivo livre.
           MOVE 'N' TO WS-TEM-CONSENT
           OPEN INPUT CONSENT
           IF FSN-OK
              SET TEM-CONSENT TO TRUE
           END-IF

           PERFORM MONTA-LINHA-CANAL
               VARYING WS-IDX FROM 1 BY 1 UNTIL WS-IDX > 3

           IF TEM-CONSENT
              CLOSE CONSENT
           END-IF
           .
       MONTA-QUADRO-FIM.
           EXIT.

      *-----------------------------------------------------------------
       MONTA-LINHA-CANAL.
      *-----------------------------------------------------------------
           MOVE SPACES                 TO WS-LINHA-CANAL
           MOVE WS-CANAL-NOME (WS-IDX) TO WLC-NOME
           MOVE 'SEM REGISTRO'         TO WLC-SITUACAO

           IF TEM-CONSENT
              MOVE CLI-COD               TO CNS-CODC
              MOVE WS-CANAL-COD (WS-IDX) TO CNS-CANAL
              READ CONSENT
                   INVALID KEY
                      MOVE 23 TO CNS-STAT
              END-READ
              IF FSN-OK
                 PERFORM EDITA-LINHA-CANAL
              END-IF
           END-IF

           MOVE WS-LINHA-CANAL TO WS-QUADRO-LIN (WS-IDX)
           .
       MONTA-LINHA-CANAL-FIM.
           EXIT.

      *-----------------------------------------------------------------
       EDITA-LINHA-CANAL.
      *-----------------------------------------------------------------
           IF CNS-CONCEDIDO
              MOVE 'CONCEDIDO'      TO WLC-SITUACAO
              MOVE CNS-DT-CONSENT   TO WLC-DATA
              MOVE CNS-ORIGEM       TO WLC-ORIGEM
              IF CNS-ARQUIVO NOT = SPACES
                 MOVE CNS-ARQUIVO   TO WLC-QUEM
              ELSE
                 MOVE CNS-OPERADOR  TO WLC-QUEM
              END-IF
           ELSE
              MOVE 'REVOGADO'       TO WLC-SITUACAO
              MOVE CNS-DT-REVOGA    TO WLC-DATA
              MOVE CNS-ORIG-REVOGA  TO WLC-ORIGEM
              IF CNS-ARQ-REVOGA NOT = SPACES
                 MOVE CNS-ARQ-REVOGA  TO WLC-QUEM
              ELSE
                 MOVE CNS-OPER-REVOGA TO WLC-QUEM
              END-IF
           END-IF
           .
       EDITA-LINHA-CANAL-FIM.
           EXIT.

      *-----------------------------------------------------------------
       MONTA-CAMINHOS.
      *-----------------------------------------------------------------
      *    O diretorio dos arquivos de dados vem da variavel de
      *    ambiente COBOL_DATA_DIR (com a barra final incluida), para
      *    permitir apontar um ambiente de testes sem recompilar. Se
      *    a variavel nao estiver definida, mantem C:\COBOL\.
           ACCEPT WS-DIR-DADOS FROM ENVIRONMENT 'COBOL_DATA_DIR'
           IF WS-DIR-DADOS = SPACES
              MOVE 'C:\COBOL\' TO WS-DIR-DADOS
           END-IF

           STRING FUNCTION TRIM(WS-DIR-DADOS) DELIMITED BY SIZE
                  'CLIENTES.ARQ'               DELIMITED BY SIZE
             INTO WS-ARQ-CLIENTES
           END-STRING

           STRING FUNCTION TRIM(WS-DIR-DADOS) DELIMITED BY SIZE
                  'CONSENT.ARQ'                DELIMITED BY SIZE
             INTO WS-ARQ-CONSENT
           END-STRING
           .
       MONTA-CAMINHOS-FIM.
           EXIT.

      *-----------------------------------------------------------------
       ABRIR-ARQUIVO.
      *-----------------------------------------------------------------
           OPEN INPUT CLIENTES
           IF FSC-NAO-EXISTE
              MOVE "ARQUIVO CLIENTES NAO ENCONTRADO" TO WS-MSGERRO
              PERFORM MOSTRA-ERRO
              GOBACK
           END-IF
           .
       ABRIR-ARQUIVO-FIM.
           EXIT.

      *-----------------------------------------------------------------
       MOSTRA-ERRO.
      *-----------------------------------------------------------------
           DISPLAY SS-ERRO
           ACCEPT  SS-ERRO
           DISPLAY SS-STATUS
           .
       MOSTRA-ERRO-FIM.
           EXIT.

      *-----------------------------------------------------------------
       FINALIZA.
      *-----------------------------------------------------------------
           CLOSE CLIENTES
           GOBACK.
