      ******************************************************************
      * Autor.....: Alexandre Trevisani (PROVA COBOL)
      * Data......: Julho/2019
      * Programa..: PROG186 - Sessoes Ativas do Menu
      * Chamadas..: PROG19 - Conferencia da senha do supervisor
      *             PROG41 - Parametros gerais (PAR-SESSAO-MINUTOS)
      *             PROG58 - Identificador de execucao
      *             PROG190 - Encadeamento da Trilha de Auditoria
      * Observação: Lista as sessoes abertas do PMENU (SESSAO.ARQ):
      *             operador, perfil, terminal, inicio, ultima
      *             atividade e minutos parado, marcando como VENCIDA
      *             a que passou de PAR-SESSAO-MINUTOS (PMENU caido
      *             ou terminal abandonado). O supervisor escolhe
      *             pelo numero da linha a sessao a encerrar: o
      *             registro e' apagado e aquele PMENU volta a tela
      *             de login na proxima opcao escolhida. Cada
      *             encerramento e' registrado em AUDITLOG.TXT.
      *             Acesso restrito a supervisor, como o PROG18.
      * Historico.:
      *   2026 mnt - Programa novo.
      *   2026 mnt - Linhas de AUDITLOG.TXT gravadas pelo PROG190,
      *              encadeadas (sequencia, resumo e elo com a
      *              linha anterior) para a conferencia do PROG191;
      *              o programa nao abre mais o arquivo.
      ******************************************************************
       IDENTIFICATION      DIVISION.
       PROGRAM-ID.         PROG186.
       ENVIRONMENT         DIVISION.
       CONFIGURATION       SECTION.
       SPECIAL-NAMES.      DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT        SECTION.
       FILE-CONTROL.

       SELECT SESSAO ASSIGN TO WS-ARQ-SESSAO
              ORGANIZATION IS INDEXED
              ACCESS MODE  IS DYNAMIC
              FILE STATUS  IS SES-STAT
              RECORD KEY   IS SES-KEY.

       SELECT OPERADOR ASSIGN TO WS-ARQ-OPERADOR
              ORGANIZATION IS INDEXED
              ACCESS MODE  IS RANDOM
              FILE STATUS  IS OPE-STAT
              RECORD KEY   IS OPE-KEY.

       DATA                DIVISION.
       FILE                SECTION.

       COPY FD_SESSAO.

       COPY FD_OPERADOR.

       WORKING-STORAGE SECTION.

       01 WS-MODULO.
           05 FILLER        PIC X(30) VALUE
              "PROVA COBOL - SESSOES ATIVAS".
           05 FILLER        PIC X(12) VALUE "MENSAGEM :".
           05 WS-MENSAG     PIC X(40) VALUE SPACES.

       77 WS-DIR-DADOS       PIC X(50) VALUE SPACES.
       77 WS-ARQ-SESSAO      PIC X(70) VALUE SPACES.
       77 WS-ARQ-OPERADOR    PIC X(70) VALUE SPACES.

       77 SES-STAT          PIC 9(02).
           88 FSS-OK        VALUE ZEROS.
           88 FSS-FIM-REG   VALUE 10.
           88 FSS-NAO-EXISTE VALUE 35.

       77 OPE-STAT          PIC 9(02).
           88 FSO-OK        VALUE ZEROS.
           88 FSO-NAO-EXISTE VALUE 35.

       77 WS-ERRO           PIC X.
           88 E-SIM         VALUES ARE "S" "s".
           88 E-NAO         VALUES ARE "N" "n".

       77 WS-RESPOSTA       PIC X VALUE "N".
           88 RESP-SIM      VALUES ARE "S" "s".

       77 WS-AUTORIZACAO    PIC X VALUE "N".
           88 AUTORIZADO     VALUE "S".
           88 NAO-AUTORIZADO VALUE "N".

       77 WS-FIM-TELA       PIC X VALUE "N".
           88 FINALIZAR      VALUE "S".

       77 WS-COD-SUPERV     PIC X(08) VALUE SPACES.
       77 WS-SENHA-SUPERV   PIC X(20) VALUE SPACES.
       77 WS-TENTATIVAS-LOGIN     PIC 9(02) VALUE ZEROS.
       77 WS-MAX-TENTATIVAS-LOGIN PIC 9(02) VALUE 03.

       77 WS-ESCOLHA        PIC 9(02) VALUE ZEROS.
       77 WS-DATA-HOJE      PIC 9(08) VALUE ZEROS.
       77 WS-MIN-AGORA      PIC 9(05) VALUE ZEROS.
       77 WS-MIN-ULTIMO     PIC 9(05) VALUE ZEROS.
       77 WS-MIN-PARADO     PIC S9(07) VALUE ZEROS.
       77 WS-LIN-POS        PIC 9(03) VALUE ZEROS.

      *    Sessoes mostradas na tela (uma pagina).
       77 WS-MAX-SESSOES    PIC 9(02) VALUE 15.
       77 WS-QTD-SESSOES    PIC 9(02) VALUE ZEROS.
       77 WS-QTD-FORA       PIC 9(05) VALUE ZEROS.
       77 WS-IDX-SES        PIC 9(02) VALUE ZEROS.
       01 WS-TAB-SESSOES.
           05 WS-SES-ITEM OCCURS 15 TIMES.
              10 WS-TS-OPERADOR PIC X(08).
              10 WS-TS-TERMINAL PIC X(20).
              10 WS-TS-IDEXEC   PIC X(26).
              10 WS-TS-PERFIL   PIC X(01).
              10 WS-TS-DT-INI   PIC 9(08).
              10 WS-TS-HR-INI   PIC 9(06).
              10 WS-TS-DT-ULT   PIC 9(08).
              10 WS-TS-HR-ULT   PIC 9(06).
              10 WS-TS-PARADO   PIC 9(05).

       01 WS-HORA-COMPLETA  PIC 9(08) VALUE ZEROS.
       01 WS-HORA-R REDEFINES WS-HORA-COMPLETA.
           05 WS-HR-HH      PIC 9(02).
           05 WS-HR-MM      PIC 9(02).
           05 FILLER        PIC 9(04).

       01 WS-HORA-ULTIMO    PIC 9(06) VALUE ZEROS.
       01 WS-HORA-ULT-R REDEFINES WS-HORA-ULTIMO.
           05 WS-HU-HH      PIC 9(02).
           05 WS-HU-MM      PIC 9(02).
           05 FILLER        PIC 9(02).

       01 LINHA-CAB-SES.
           05 FILLER        PIC X(39) VALUE
              "NR OPERADOR P TERMINAL             INIC".
           05 FILLER        PIC X(38) VALUE
              "IO       ULT.ATIV.  MIN PARADO".

       01 LINHA-SES.
           05 LSE-NUM       PIC Z9.
           05 FILLER        PIC X(01) VALUE SPACES.
           05 LSE-OPERADOR  PIC X(08).
           05 FILLER        PIC X(01) VALUE SPACES.
           05 LSE-PERFIL    PIC X(01).
           05 FILLER        PIC X(01) VALUE SPACES.
           05 LSE-TERMINAL  PIC X(20).
           05 FILLER        PIC X(01) VALUE SPACES.
           05 LSE-DIA-INI   PIC 99/.
           05 LSE-MES-INI   PIC 99.
           05 FILLER        PIC X(01) VALUE SPACES.
           05 LSE-HH-INI    PIC 99.
           05 FILLER        PIC X(01) VALUE ':'.
           05 LSE-MM-INI    PIC 99.
           05 FILLER        PIC X(02) VALUE SPACES.
           05 LSE-DIA-ULT   PIC 99/.
           05 LSE-MES-ULT   PIC 99.
           05 FILLER        PIC X(01) VALUE SPACES.
           05 LSE-HH-ULT    PIC 99.
           05 FILLER        PIC X(01) VALUE ':'.
           05 LSE-MM-ULT    PIC 99.
           05 FILLER        PIC X(01) VALUE SPACES.
           05 LSE-PARADO    PIC ZZZZ9.
           05 FILLER        PIC X(01) VALUE SPACES.
           05 LSE-SITUACAO  PIC X(07).

       01 LINHA-AUDITORIA.
           05 AUD-DATA          PIC 9(08) VALUE ZEROS.
           05 FILLER            PIC X(02) VALUE SPACES.
           05 AUD-HORA          PIC 9(06) VALUE ZEROS.
           05 FILLER            PIC X(02) VALUE SPACES.
           05 AUD-PROGRAMA      PIC X(08) VALUE SPACES.
           05 FILLER            PIC X(02) VALUE SPACES.
           05 AUD-CHAVE         PIC X(14) VALUE SPACES.
           05 FILLER            PIC X(02) VALUE SPACES.
           05 AUD-CAMPO         PIC X(15) VALUE SPACES.
           05 FILLER            PIC X(02) VALUE SPACES.
           05 AUD-ANTES         PIC X(20) VALUE SPACES.
           05 FILLER            PIC X(02) VALUE SPACES.
           05 AUD-DEPOIS        PIC X(20) VALUE SPACES.
           05 FILLER            PIC X(02) VALUE SPACES.
           05 AUD-IDEXEC        PIC X(26) VALUE SPACES.

       77 WS-NUML           PIC 999.
       77 WS-NUMC           PIC 999.
       77 COR-FUNDO         PIC 9 VALUE 1.
       77 COR-FRENTE        PIC 9 VALUE 6.
       77 WS-STATUS         PIC X(40).
       77 WS-MSGERRO        PIC X(80).

       COPY LK_FILE_STATUS.

       COPY LK_IDEXEC.

       COPY LK_AUDCHAIN.

       COPY LK_PARAM.

       COPY LK_SENHA.

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

       01 SS-SUPERVISOR FOREGROUND-COLOR 6.
           05 LINE 09 COLUMN 45 VALUE "SUPERVISOR:".
           05 COLUMN PLUS 2 PIC X(08) USING WS-COD-SUPERV.
           05 LINE 11 COLUMN 45 VALUE "SENHA.....:".
           05 COLUMN PLUS 2 PIC X(20) USING WS-SENHA-SUPERV
              NO ECHO.

       01 SS-ESCOLHA FOREGROUND-COLOR 2.
           05 LINE 21 COLUMN 02 VALUE
              "SESSAO A ENCERRAR (NR; 0 = ATUALIZA; 99 = SAIR):".
           05 COLUMN PLUS 2 PIC 99 USING WS-ESCOLHA.

       01 SS-PERGUNTA.
           05 FILLER FOREGROUND-COLOR 6 BACKGROUND-COLOR 1 HIGHLIGHT.
               10 LINE WS-NUML COLUMN 2 PIC X(80) FROM WS-MSGERRO BELL.
               10 COLUMN PLUS 2 TO WS-RESPOSTA.

       01 SS-ERRO.
           05 FILLER FOREGROUND-COLOR 6 BACKGROUND-COLOR 1 HIGHLIGHT.
               10 LINE WS-NUML COLUMN 2 PIC X(80) FROM WS-MSGERRO BELL.
               10 COLUMN PLUS 2 TO WS-ERRO.

       PROCEDURE DIVISION.
       INICIO.
           SET ENVIRONMENT 'COB_SCREEN_EXCEPTIONS' TO 'Y'.
           SET ENVIRONMENT 'COB_SCREEN_ESC' TO 'Y'.
           SET ENVIRONMENT 'ESCDELAY' TO '25'.
           ACCEPT   WS-NUML FROM LINES
           ACCEPT   WS-NUMC FROM COLUMNS
           PERFORM  MONTA-CAMINHOS
           MOVE 'PROG186' TO LK-IDX-PROGRAMA
           CALL "PROG58" USING LK-IDEXEC END-CALL
           MOVE LK-IDX-ID TO LK-IDE
           CALL "PROG41" USING LK-PARAM END-CALL
           PERFORM  ABRIR-ARQUIVO
           DISPLAY  SS-CLS

           PERFORM ROT-VALIDA-SUPERVISOR
              THRU ROT-VALIDA-SUPERVISOR-FIM
           IF NAO-AUTORIZADO
              PERFORM FECHA-ARQUIVO
              GOBACK
           END-IF

           PERFORM MOSTRA-SESSOES THRU MOSTRA-SESSOES-FIM
                   UNTIL FINALIZAR

           PERFORM FECHA-ARQUIVO
           GOBACK
           .

      *-----------------------------------------------------------------
       ROT-VALIDA-SUPERVISOR.
      *-----------------------------------------------------------------
      *    Encerrar sessao de outro operador e' restrito a
      *    supervisores, na mesma conferencia do PROG18: codigo e
      *    senha de um operador com OPE-PERFIL = 'S'.
           SET NAO-AUTORIZADO TO TRUE
           MOVE SPACES TO WS-COD-SUPERV WS-SENHA-SUPERV
           DISPLAY SS-CLS
           DISPLAY SS-SUPERVISOR
           ACCEPT  SS-SUPERVISOR

           MOVE WS-COD-SUPERV TO OPE-COD
           READ OPERADOR
                INVALID KEY
                   MOVE "OPERADOR NAO CADASTRADO" TO WS-MSGERRO
                   PERFORM ROT-SUPERV-FALHOU
                   GO TO ROT-VALIDA-SUPERVISOR-TESTA
           END-READ

           IF OPE-INATIVO
              MOVE "OPERADOR INATIVO"      TO WS-MSGERRO
              PERFORM ROT-SUPERV-FALHOU
              GO TO ROT-VALIDA-SUPERVISOR-TESTA
           END-IF

           SET LK-SEN-CONFERE   TO TRUE
           MOVE WS-SENHA-SUPERV TO LK-SEN-ENTRADA
           MOVE OPE-SENHA       TO LK-SEN-LEGADA
           MOVE OPE-SENHA-FORTE TO LK-SEN-FORTE
           CALL "PROG19" USING LK-SENHA END-CALL

           IF NOT LK-SEN-OK
              MOVE "SENHA INVALIDA"        TO WS-MSGERRO
              PERFORM ROT-SUPERV-FALHOU
              GO TO ROT-VALIDA-SUPERVISOR-TESTA
           END-IF

           IF NOT OPE-SUPERVISOR
              MOVE "ACESSO RESTRITO A SUPERVISOR" TO WS-MSGERRO
              PERFORM ROT-SUPERV-FALHOU
              GO TO ROT-VALIDA-SUPERVISOR-TESTA
           END-IF

           SET AUTORIZADO TO TRUE
           .
       ROT-VALIDA-SUPERVISOR-TESTA.
           IF NAO-AUTORIZADO
              AND WS-TENTATIVAS-LOGIN < WS-MAX-TENTATIVAS-LOGIN
              GO TO ROT-VALIDA-SUPERVISOR
           END-IF
           .
       ROT-VALIDA-SUPERVISOR-FIM.
           EXIT.

      *-----------------------------------------------------------------
       ROT-SUPERV-FALHOU.
      *-----------------------------------------------------------------
           ADD 1 TO WS-TENTATIVAS-LOGIN
           PERFORM MOSTRA-ERRO
           IF WS-TENTATIVAS-LOGIN >= WS-MAX-TENTATIVAS-LOGIN
              MOVE "ACESSO NEGADO - ENCERRANDO" TO WS-MSGERRO
              PERFORM MOSTRA-ERRO
           END-IF
           .
       ROT-SUPERV-FALHOU-FIM.
           EXIT.

      *-----------------------------------------------------------------
       MOSTRA-SESSOES.
      *-----------------------------------------------------------------
      *    Relê SESSAO.ARQ a cada volta, para a lista refletir os
      *    logins e saidas feitos enquanto a tela estava aberta.
           PERFORM CARREGA-SESSOES THRU CARREGA-SESSOES-FIM

           MOVE "SESSOES ATIVAS DO MENU" TO WS-MENSAG
           DISPLAY SS-CLS
           DISPLAY LINHA-CAB-SES AT LINE 03 COLUMN 02
           PERFORM MOSTRA-UMA-SESSAO THRU MOSTRA-UMA-SESSAO-FIM
                   VARYING WS-IDX-SES FROM 1 BY 1
                   UNTIL WS-IDX-SES > WS-QTD-SESSOES

           IF WS-QTD-SESSOES = ZEROS
              DISPLAY "NENHUMA SESSAO ABERTA" AT LINE 05 COLUMN 02
           END-IF
           IF WS-QTD-FORA NOT = ZEROS
              MOVE SPACES TO WS-STATUS
              STRING 'MAIS ' WS-QTD-FORA ' SESSOES NAO LISTADAS'
                     DELIMITED BY SIZE INTO WS-STATUS
              END-STRING
              DISPLAY SS-STATUS
           END-IF

           MOVE ZEROS TO WS-ESCOLHA
           ACCEPT SS-ESCOLHA
           IF COB-CRT-STATUS = COB-SCR-ESC OR WS-ESCOLHA = 99
              MOVE "S" TO WS-FIM-TELA
              GO TO MOSTRA-SESSOES-FIM
           END-IF

           IF WS-ESCOLHA = ZEROS
              GO TO MOSTRA-SESSOES-FIM
           END-IF

           IF WS-ESCOLHA > WS-QTD-SESSOES
              MOVE "NUMERO DE SESSAO INVALIDO" TO WS-MSGERRO
              PERFORM MOSTRA-ERRO
              GO TO MOSTRA-SESSOES-FIM
           END-IF

           MOVE SPACES TO WS-MSGERRO
           STRING 'ENCERRAR A SESSAO DE '     DELIMITED BY SIZE
                  WS-TS-OPERADOR (WS-ESCOLHA) DELIMITED BY SPACE
                  ' EM '                      DELIMITED BY SIZE
                  WS-TS-TERMINAL (WS-ESCOLHA) DELIMITED BY '  '
                  ' (S/N)?'                   DELIMITED BY SIZE
             INTO WS-MSGERRO
           END-STRING
           MOVE "N" TO WS-RESPOSTA
           DISPLAY SS-PERGUNTA
           ACCEPT  SS-PERGUNTA
           IF RESP-SIM
              PERFORM ENCERRA-SESSAO THRU ENCERRA-SESSAO-FIM
           END-IF
           .
       MOSTRA-SESSOES-FIM.
           EXIT.

      *-----------------------------------------------------------------
       CARREGA-SESSOES.
      *-----------------------------------------------------------------
           MOVE ZEROS TO WS-QTD-SESSOES WS-QTD-FORA
           ACCEPT WS-DATA-HOJE     FROM DATE YYYYMMDD
           ACCEPT WS-HORA-COMPLETA FROM TIME
           COMPUTE WS-MIN-AGORA = WS-HR-HH * 60 + WS-HR-MM

           MOVE LOW-VALUES TO SES-KEY
           START SESSAO KEY IS NOT LESS THAN SES-KEY
                 INVALID KEY
                    GO TO CARREGA-SESSOES-FIM
           END-START

           PERFORM CARREGA-UMA-SESSAO THRU CARREGA-UMA-SESSAO-FIM
                   UNTIL FSS-FIM-REG
           .
       CARREGA-SESSOES-FIM.
           EXIT.

      *-----------------------------------------------------------------
       CARREGA-UMA-SESSAO.
      *-----------------------------------------------------------------
           READ SESSAO NEXT
                AT END
                   GO TO CARREGA-UMA-SESSAO-FIM
           END-READ

           IF WS-QTD-SESSOES NOT < WS-MAX-SESSOES
              ADD 1 TO WS-QTD-FORA
              GO TO CARREGA-UMA-SESSAO-FIM
           END-IF

           ADD 1 TO WS-QTD-SESSOES
           MOVE WS-QTD-SESSOES TO WS-IDX-SES
           MOVE SES-OPERADOR   TO WS-TS-OPERADOR (WS-IDX-SES)
           MOVE SES-TERMINAL   TO WS-TS-TERMINAL (WS-IDX-SES)
           MOVE SES-IDEXEC     TO WS-TS-IDEXEC   (WS-IDX-SES)
           MOVE SES-PERFIL     TO WS-TS-PERFIL   (WS-IDX-SES)
           MOVE SES-DT-INICIO  TO WS-TS-DT-INI   (WS-IDX-SES)
           MOVE SES-HR-INICIO  TO WS-TS-HR-INI   (WS-IDX-SES)
           MOVE SES-DT-ULTIMO  TO WS-TS-DT-ULT   (WS-IDX-SES)
           MOVE SES-HR-ULTIMO  TO WS-TS-HR-ULT   (WS-IDX-SES)

      *    Minutos desde a ultima atividade no menu.
           MOVE ZEROS TO WS-MIN-PARADO
           IF SES-DT-ULTIMO NUMERIC AND SES-DT-ULTIMO NOT = ZEROS
              MOVE SES-HR-ULTIMO TO WS-HORA-ULTIMO
              COMPUTE WS-MIN-ULTIMO = WS-HU-HH * 60 + WS-HU-MM
              COMPUTE WS-MIN-PARADO =
                      (FUNCTION INTEGER-OF-DATE (WS-DATA-HOJE) -
                       FUNCTION INTEGER-OF-DATE (SES-DT-ULTIMO))
                      * 1440 + WS-MIN-AGORA - WS-MIN-ULTIMO
           END-IF
           IF WS-MIN-PARADO < ZEROS
              MOVE ZEROS TO WS-MIN-PARADO
           END-IF
           IF WS-MIN-PARADO > 99999
              MOVE 99999 TO WS-MIN-PARADO
           END-IF
           MOVE WS-MIN-PARADO  TO WS-TS-PARADO   (WS-IDX-SES)
           .
       CARREGA-UMA-SESSAO-FIM.
           EXIT.

      *-----------------------------------------------------------------
       MOSTRA-UMA-SESSAO.
      *-----------------------------------------------------------------
           MOVE WS-IDX-SES                 TO LSE-NUM
           MOVE WS-TS-OPERADOR (WS-IDX-SES) TO LSE-OPERADOR
           MOVE WS-TS-PERFIL   (WS-IDX-SES) TO LSE-PERFIL
           MOVE WS-TS-TERMINAL (WS-IDX-SES) TO LSE-TERMINAL
           MOVE WS-TS-DT-INI (WS-IDX-SES) (7:2) TO LSE-DIA-INI
           MOVE WS-TS-DT-INI (WS-IDX-SES) (5:2) TO LSE-MES-INI
           MOVE WS-TS-HR-INI (WS-IDX-SES) (1:2) TO LSE-HH-INI
           MOVE WS-TS-HR-INI (WS-IDX-SES) (3:2) TO LSE-MM-INI
           MOVE WS-TS-DT-ULT (WS-IDX-SES) (7:2) TO LSE-DIA-ULT
           MOVE WS-TS-DT-ULT (WS-IDX-SES) (5:2) TO LSE-MES-ULT
           MOVE WS-TS-HR-ULT (WS-IDX-SES) (1:2) TO LSE-HH-ULT
           MOVE WS-TS-HR-ULT (WS-IDX-SES) (3:2) TO LSE-MM-ULT
           MOVE WS-TS-PARADO   (WS-IDX-SES) TO LSE-PARADO
           IF WS-TS-PARADO (WS-IDX-SES) > LK-PAR-SESSAO-MIN
              MOVE 'VENCIDA' TO LSE-SITUACAO
           ELSE
              MOVE SPACES    TO LSE-SITUACAO
           END-IF

           COMPUTE WS-LIN-POS = WS-IDX-SES + 4
           DISPLAY LINHA-SES AT LINE WS-LIN-POS COLUMN 02
           .
       MOSTRA-UMA-SESSAO-FIM.
           EXIT.

      *-----------------------------------------------------------------
       ENCERRA-SESSAO.
      *-----------------------------------------------------------------
      *    So apaga se a sessao ainda for a listada: o operador pode
      *    ter saido ou entrado de novo enquanto a tela estava aberta.
           MOVE WS-TS-OPERADOR (WS-ESCOLHA) TO SES-OPERADOR
           READ SESSAO
                INVALID KEY
                   MOVE "SESSAO JA ENCERRADA" TO WS-MSGERRO
                   PERFORM MOSTRA-ERRO
                   GO TO ENCERRA-SESSAO-FIM
           END-READ

           IF SES-IDEXEC NOT = WS-TS-IDEXEC (WS-ESCOLHA)
              MOVE "SESSAO MUDOU DESDE A LISTAGEM - CONFIRA DE NOVO"
                                                   TO WS-MSGERRO
              PERFORM MOSTRA-ERRO
              GO TO ENCERRA-SESSAO-FIM
           END-IF

           DELETE SESSAO RECORD
                  INVALID KEY
                     MOVE 'ENCERRA-SESSAO'          TO LK-PAR
                     MOVE 'DELETE'                  TO LK-CMD
                     PERFORM ERRO-FILE-STATUS
                     GO TO ENCERRA-SESSAO-FIM
           END-DELETE

           MOVE SPACES              TO LINHA-AUDITORIA
           MOVE SES-OPERADOR        TO AUD-CHAVE
           MOVE 'SESSAO'            TO AUD-CAMPO
           MOVE SES-TERMINAL        TO AUD-ANTES
           MOVE '(ENCERRADA)'       TO AUD-DEPOIS
           PERFORM GRAVA-AUDITORIA THRU GRAVA-AUDITORIA-FIM

           MOVE "SESSAO ENCERRADA" TO WS-MSGERRO
           PERFORM MOSTRA-ERRO
           .
       ENCERRA-SESSAO-FIM.
           EXIT.

      *-----------------------------------------------------------------
       GRAVA-AUDITORIA.
      *-----------------------------------------------------------------
           ACCEPT WS-HORA-COMPLETA FROM TIME
           ACCEPT AUD-DATA FROM DATE YYYYMMDD
           MOVE LK-IDX-ID           TO AUD-IDEXEC
           MOVE WS-HORA-COMPLETA (1:6) TO AUD-HORA
           MOVE 'PROG186'              TO AUD-PROGRAMA
           MOVE 'G'             TO LK-ACH-OPERACAO
           MOVE LINHA-AUDITORIA TO LK-ACH-LINHA
           CALL "PROG190" USING LK-AUDCHAIN END-CALL
           IF LK-ACH-ERRO
              MOVE 'PROG186'                   TO LK-PRG
              MOVE 'AUDITLOG'                  TO LK-ARQ
              MOVE 'WRITE'                     TO LK-CMD
              MOVE 'GRAVA-AUDITORIA'           TO LK-PAR
              MOVE LK-ACH-STAT                 TO LK-STA
              CALL "PROG10" USING LK-FILE-STATUS END-CALL
           END-IF
           .
       GRAVA-AUDITORIA-FIM.
           EXIT.

      *-----------------------------------------------------------------
       ERRO-FILE-STATUS.
      *-----------------------------------------------------------------
           MOVE 'PROG186'   TO LK-PRG
           MOVE 'SESSAO'    TO LK-ARQ
           MOVE SES-STAT    TO LK-STA
           CALL "PROG10" USING LK-FILE-STATUS END-CALL
           .
       ERRO-FILE-STATUS-FIM.
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
                  'SESSAO.ARQ'                 DELIMITED BY SIZE
             INTO WS-ARQ-SESSAO
           END-STRING

           STRING FUNCTION TRIM(WS-DIR-DADOS) DELIMITED BY SIZE
                  'OPERADOR.ARQ'               DELIMITED BY SIZE
             INTO WS-ARQ-OPERADOR
           END-STRING

           .
       MONTA-CAMINHOS-FIM.
           EXIT.

      *-----------------------------------------------------------------
       ABRIR-ARQUIVO.
      *-----------------------------------------------------------------
           OPEN I-O SESSAO
           IF FSS-NAO-EXISTE THEN
               OPEN OUTPUT SESSAO
               CLOSE SESSAO
               OPEN I-O SESSAO
           END-IF

           OPEN INPUT OPERADOR
           IF FSO-NAO-EXISTE THEN
               OPEN OUTPUT OPERADOR
               CLOSE OPERADOR
               OPEN INPUT OPERADOR
           END-IF

           .
       ABRIR-ARQUIVO-FIM.
           EXIT.

      *-----------------------------------------------------------------
       FECHA-ARQUIVO.
      *-----------------------------------------------------------------
           CLOSE SESSAO OPERADOR
           .
       FECHA-ARQUIVO-FIM.
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
