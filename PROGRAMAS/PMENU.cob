      *              ROT-VALIDA-EXIT: o GO TO da recusa por perfil
      *              escapava do PERFORM sem THRU e derrubava o laco
      *              do menu.
      *   2026 mnt - Login e troca de senha pelo resumo com sal do
      *              PROG19 (frase-senha de ate 20 posicoes); cifra
      *              antiga convertida no login ate PAR-SENHA-CORTE.
      *   2026 mnt - Sessao por operador em SESSAO.ARQ (terminal,
      *              inicio, ultima atividade): segundo login do
      *              mesmo operador so apos aviso e encerramento da
      *              sessao anterior; menu parado alem de
      *              PAR-SESSAO-MINUTOS volta ao login; sessao
      *              encerrada pelo supervisor (PROG186) idem.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PMENU.
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS  IS ALR-STAT.

       SELECT SESSAO ASSIGN TO WS-ARQ-SESSAO
              ORGANIZATION IS INDEXED
              ACCESS MODE IS RANDOM
              FILE STATUS IS SES-STAT
              RECORD KEY IS SES-KEY.

       DATA DIVISION.
       FILE SECTION.

       01  ALERTA-REG.
           05 ALR-IMP          PIC X(150).

       COPY FD_SESSAO.

       WORKING-STORAGE SECTION.

       01 WS-MODULO.
       77 WS-ARQ-OPERADOR    PIC X(70) VALUE SPACES.
       77 WS-ARQ-MENULOG     PIC X(70) VALUE SPACES.
       77 WS-ARQ-ALERTA      PIC X(70) VALUE SPACES.
       77 WS-ARQ-SESSAO      PIC X(70) VALUE SPACES.

       77 WS-NUML           PIC 999.
       77 WS-NUMC           PIC 999.
           88 FSAL-OK       VALUE ZEROS.
           88 FSAL-NAO-EXISTE VALUE 35.

       77 SES-STAT          PIC 9(02).
           88 FSS-OK        VALUE ZEROS.
           88 FSS-NAO-EXISTE VALUE 35.

      *    Sessao do operador logado em SESSAO.ARQ.
       77 WS-SESSAO         PIC X(01) VALUE 'N'.
           88 SESSAO-ABERTA     VALUE 'S'.
           88 SESSAO-FECHADA    VALUE 'N'.
       77 WS-SES-CONFERE    PIC X(01) VALUE 'S'.
           88 SESSAO-CONFERIDA  VALUE 'S'.
           88 SESSAO-REINICIADA VALUE 'N'.
       77 WS-SES-LOGIN      PIC X(01) VALUE 'S'.
           88 LOGIN-LIBERADO    VALUE 'S'.
           88 LOGIN-RECUSADO    VALUE 'N'.
       77 WS-SES-EXISTE     PIC X(01) VALUE 'N'.
           88 SES-JA-EXISTE     VALUE 'S'.
       77 WS-TERMINAL       PIC X(20) VALUE SPACES.
       77 WS-SESSAO-SEG     PIC 9(05) VALUE 900.
       01 WS-HORA-SESSAO.
           05 WS-HS-HH      PIC 9(02).
           05 FILLER        PIC X(01) VALUE ':'.
           05 WS-HS-MM      PIC 9(02).

       01 LINHA-MENULOG.
           05 MLG-DATA          PIC 9(08) VALUE ZEROS.
           05 FILLER            PIC X(02) VALUE SPACES.
       77 WS-HORA-COMPLETA  PIC 9(08).

       77 WS-COD-OPERADOR   PIC X(08) VALUE SPACES.
       77 WS-SENHA-OPERADOR PIC X(20) VALUE SPACES.
       77 WS-OPERADOR-NOME  PIC X(40) VALUE SPACES.
       77 WS-PERFIL-OPERADOR PIC X(01) VALUE SPACES.
           88 PERFIL-CONSULTA   VALUE 'C'.
       77 WS-TENTATIVAS-LOGIN     PIC 9(02) VALUE ZEROS.
       77 WS-MAX-TENTATIVAS-LOGIN PIC 9(02) VALUE 03.

       77 WS-SENHA-NOVA1    PIC X(20) VALUE SPACES.
       77 WS-SENHA-NOVA2    PIC X(20) VALUE SPACES.
       77 WS-SENHA-ATUAL    PIC X(20) VALUE SPACES.

       77 WS-MAX-FALHAS-TXT PIC X(02) VALUE SPACES.
       77 WS-MAX-FALHAS     PIC 9(02) VALUE 05.

       COPY LK_IDEXEC.

       COPY LK_PARAM.

       COPY screenio.

       77 WS-ERRO           PIC X.
          88 E-SIM          VALUE "S".
          88 E-NAO          VALUE "N".
           05 LINE 09 COLUMN 45 VALUE "OPERADOR:".
           05 COLUMN PLUS 2 PIC X(08) USING WS-COD-OPERADOR.
           05 LINE 11 COLUMN 45 VALUE "SENHA...:".
           05 COLUMN PLUS 2 PIC X(20) USING WS-SENHA-OPERADOR
              NO ECHO.

       01 SS-TROCA-SENHA FOREGROUND-COLOR 6.
           05 LINE 13 COLUMN 40 VALUE "NOVA SENHA....:".
           05 COLUMN PLUS 2 PIC X(20) USING WS-SENHA-NOVA1
              NO ECHO.
           05 LINE 15 COLUMN 40 VALUE "CONFIRME SENHA:".
           05 COLUMN PLUS 2 PIC X(20) USING WS-SENHA-NOVA2
              NO ECHO.

       01 SS-SENHA-ATUAL FOREGROUND-COLOR 6.
           05 LINE 11 COLUMN 40 VALUE "SENHA ATUAL...:".
           05 COLUMN PLUS 2 PIC X(20) USING WS-SENHA-ATUAL
              NO ECHO.

       01 SS-ERRO.
              AND WS-MAX-FALHAS-TXT NUMERIC
              MOVE WS-MAX-FALHAS-TXT TO WS-MAX-FALHAS
           END-IF
      *    Minutos sem uso do menu que encerram a sessao
      *    (PAR-SESSAO-MINUTOS) e identificacao do terminal gravada
      *    na sessao: COBOL_TERMINAL, senao o nome da maquina.
           CALL "PROG41" USING LK-PARAM END-CALL
           COMPUTE WS-SESSAO-SEG = LK-PAR-SESSAO-MIN * 60
           ACCEPT WS-TERMINAL FROM ENVIRONMENT 'COBOL_TERMINAL'
           IF WS-TERMINAL = SPACES
              ACCEPT WS-TERMINAL FROM ENVIRONMENT 'COMPUTERNAME'
           END-IF
           IF WS-TERMINAL = SPACES
              ACCEPT WS-TERMINAL FROM ENVIRONMENT 'HOSTNAME'
           END-IF
           IF WS-TERMINAL = SPACES
              MOVE 'NAO IDENTIFICADO' TO WS-TERMINAL
           END-IF
           PERFORM ABRIR-ARQUIVO
           PERFORM ROT-LOGIN
           .
       DIG-OPCAO.
           PERFORM UNTIL WS-FIM
                   DISPLAY SS-CLS
                   ACCEPT SS-MENU WITH TIME-OUT WS-SESSAO-SEG
                   END-ACCEPT
                   PERFORM ROT-CONFERE-SESSAO
                      THRU ROT-CONFERE-SESSAO-FIM
                   IF SESSAO-CONFERIDA
                      PERFORM ROT-VALIDA THRU ROT-VALIDA-EXIT
                   END-IF
                   DISPLAY SS-CABECALHO
           END-PERFORM

              GO TO ROT-LOGIN
           END-IF

           SET LK-SEN-CONFERE     TO TRUE
           MOVE WS-SENHA-OPERADOR TO LK-SEN-ENTRADA
           MOVE OPE-SENHA         TO LK-SEN-LEGADA
           MOVE OPE-SENHA-FORTE   TO LK-SEN-FORTE
           CALL "PROG19" USING LK-SENHA END-CALL

      *    Cifra antiga depois da data de corte: a senha estava
      *    certa, mas so o reset pelo supervisor (PROG18) libera.
           IF LK-SEN-EXPIRADA
              MOVE "SENHA NO FORMATO ANTIGO EXPIRADA - PECA O RESET"
                                           TO WS-MSGERRO
              PERFORM ROT-LOGIN-FALHOU
              GO TO ROT-LOGIN
           END-IF

           IF NOT LK-SEN-OK
              PERFORM ROT-SENHA-ERRADA
              MOVE "SENHA INVALIDA"        TO WS-MSGERRO
              PERFORM ROT-LOGIN-FALHOU
              GO TO ROT-LOGIN
           END-IF

           IF LK-SEN-CONVERTE
      *       Registro ainda na cifra antiga (ou em claro): a senha
      *       conferiu, entao regrava o resumo com sal e limpa a
      *       cifra antiga de OPE-SENHA.
              SET LK-SEN-GERA     TO TRUE
              CALL "PROG19" USING LK-SENHA END-CALL
              MOVE LK-SEN-LEGADA  TO OPE-SENHA
              MOVE LK-SEN-FORTE   TO OPE-SENHA-FORTE
           END-IF

           PERFORM ROT-ABRE-SESSAO THRU ROT-ABRE-SESSAO-FIM
           IF LOGIN-RECUSADO
              MOVE "LOGIN RECUSADO - OPERADOR JA CONECTADO"
                                           TO WS-MSGERRO
              PERFORM MOSTRA-ERRO
              GO TO ROT-LOGIN
           END-IF

           MOVE ZEROS            TO OPE-FALHAS-LOGIN
       ROT-LOGIN-FIM.
           EXIT.

      *-----------------------------------------------------------------
       ROT-ABRE-SESSAO.
      *-----------------------------------------------------------------
      *    Uma sessao por operador: havendo outra aberta (em outro
      *    terminal ou deixada por um PMENU que caiu), avisa onde e
      *    desde quando, e so segue se o operador aceitar encerrar
      *    a anterior - aquele PMENU volta ao login na proxima
      *    opcao escolhida.
           SET LOGIN-LIBERADO TO TRUE
           MOVE 'N'           TO WS-SES-EXISTE
           MOVE OPE-COD       TO SES-OPERADOR
           READ SESSAO
                INVALID KEY
                   GO TO ROT-ABRE-SESSAO-GRAVA
           END-READ
           MOVE 'S'           TO WS-SES-EXISTE

           IF SES-IDEXEC NOT = LK-IDX-ID
              MOVE SES-HR-INICIO (1:2) TO WS-HS-HH
              MOVE SES-HR-INICIO (3:2) TO WS-HS-MM
              MOVE SPACES              TO WS-MSGERRO
              STRING 'JA CONECTADO EM '     DELIMITED BY SIZE
                     SES-TERMINAL           DELIMITED BY '  '
                     ' DESDE '              DELIMITED BY SIZE
                     WS-HORA-SESSAO         DELIMITED BY SIZE
                     ' - ENCERRAR AQUELA SESSAO (S/N)?'
                                            DELIMITED BY SIZE
                INTO WS-MSGERRO
              END-STRING
              MOVE 'N' TO WS-ERRO
              DISPLAY SS-ERRO
              ACCEPT  SS-ERRO
              IF WS-ERRO NOT = 'S' AND WS-ERRO NOT = 's'
                 SET LOGIN-RECUSADO TO TRUE
                 GO TO ROT-ABRE-SESSAO-FIM
              END-IF
              MOVE OPE-COD              TO WS-COD-OPERADOR
              MOVE "SESSAO ANTERIOR FIM" TO WS-MENSAG
              PERFORM GRAVA-MENULOG
           END-IF
           .
       ROT-ABRE-SESSAO-GRAVA.
           MOVE OPE-COD          TO SES-OPERADOR
           MOVE WS-TERMINAL      TO SES-TERMINAL
           MOVE LK-IDX-ID        TO SES-IDEXEC
           MOVE OPE-PERFIL       TO SES-PERFIL
           ACCEPT SES-DT-INICIO  FROM DATE YYYYMMDD
           ACCEPT WS-HORA-COMPLETA FROM TIME
           MOVE WS-HORA-COMPLETA (1:6) TO SES-HR-INICIO
           MOVE SES-DT-INICIO    TO SES-DT-ULTIMO
           MOVE SES-HR-INICIO    TO SES-HR-ULTIMO
           IF SES-JA-EXISTE
              REWRITE SESSAO-REG END-REWRITE
           ELSE
              WRITE SESSAO-REG END-WRITE
           END-IF
           SET SESSAO-ABERTA TO TRUE
           .
       ROT-ABRE-SESSAO-FIM.
           EXIT.

      *-----------------------------------------------------------------
       ROT-CONFERE-SESSAO.
      *-----------------------------------------------------------------
      *    A cada volta do menu: sem tecla dentro do prazo de
      *    PAR-SESSAO-MINUTOS a sessao expira; a sessao que sumiu de
      *    SESSAO.ARQ ou passou a outro PMENU foi encerrada pelo
      *    supervisor (PROG186) ou por novo login do operador. Nos
      *    dois casos volta a tela de login; senao registra a hora
      *    da ultima atividade.
           SET SESSAO-CONFERIDA TO TRUE

           IF COB-CRT-STATUS = COB-SCR-TIME-OUT
              MOVE "SESSAO EXPIRADA"     TO WS-MENSAG
              PERFORM GRAVA-MENULOG
              PERFORM ROT-FECHA-SESSAO THRU ROT-FECHA-SESSAO-FIM
              MOVE "SESSAO ENCERRADA POR FALTA DE USO - ENTRE NOVAMENTE"
                                         TO WS-MSGERRO
              GO TO ROT-CONFERE-SESSAO-LOGIN
           END-IF

           MOVE WS-COD-OPERADOR TO SES-OPERADOR
           READ SESSAO
                INVALID KEY
                   MOVE SPACES TO SES-IDEXEC
           END-READ
           IF SES-IDEXEC NOT = LK-IDX-ID
              SET SESSAO-FECHADA         TO TRUE
              MOVE "SESSAO ENCERRADA"    TO WS-MENSAG
              PERFORM GRAVA-MENULOG
              MOVE "SESSAO ENCERRADA PELO SUPERVISOR OU POR OUTRO LOGIN"
                                         TO WS-MSGERRO
              GO TO ROT-CONFERE-SESSAO-LOGIN
           END-IF

           ACCEPT SES-DT-ULTIMO  FROM DATE YYYYMMDD
           ACCEPT WS-HORA-COMPLETA FROM TIME
           MOVE WS-HORA-COMPLETA (1:6) TO SES-HR-ULTIMO
           REWRITE SESSAO-REG END-REWRITE
           GO TO ROT-CONFERE-SESSAO-FIM
           .
       ROT-CONFERE-SESSAO-LOGIN.
           SET SESSAO-REINICIADA TO TRUE
           DISPLAY SS-CLS
           PERFORM MOSTRA-ERRO
           MOVE ZEROS            TO WS-OPCAO WS-TENTATIVAS-LOGIN
           MOVE SPACES           TO WS-MENSAG
           PERFORM ROT-LOGIN
           .
       ROT-CONFERE-SESSAO-FIM.
           EXIT.

      *-----------------------------------------------------------------
       ROT-FECHA-SESSAO.
      *-----------------------------------------------------------------
      *    Apaga a sessao do operador, se ainda for deste PMENU.
           IF SESSAO-FECHADA
              GO TO ROT-FECHA-SESSAO-FIM
           END-IF
           SET SESSAO-FECHADA TO TRUE
           MOVE WS-COD-OPERADOR TO SES-OPERADOR
           READ SESSAO
                INVALID KEY
                   GO TO ROT-FECHA-SESSAO-FIM
           END-READ
           IF SES-IDEXEC = LK-IDX-ID
              DELETE SESSAO RECORD END-DELETE
           END-IF
           .
       ROT-FECHA-SESSAO-FIM.
           EXIT.

      *-----------------------------------------------------------------
       ROT-SENHA-ERRADA.
      *-----------------------------------------------------------------
              GO TO ROT-TROCA-SENHA
           END-IF

           SET LK-SEN-GERA     TO TRUE
           MOVE WS-SENHA-NOVA1 TO LK-SEN-ENTRADA
           CALL "PROG19" USING LK-SENHA END-CALL
           MOVE LK-SEN-LEGADA  TO OPE-SENHA
           MOVE LK-SEN-FORTE   TO OPE-SENHA-FORTE

           ACCEPT OPE-DT-TROCA-SENHA FROM DATE YYYYMMDD
           MOVE 'N'   TO OPE-TROCA-PENDENTE
           MOVE ZEROS TO WS-QTD-CHAR WS-QTD-LETRA WS-QTD-DIGITO

           PERFORM ROT-CONTA-CARACTER
               VARYING WS-IDX-SEN FROM 1 BY 1 UNTIL WS-IDX-SEN > 20

           IF WS-QTD-CHAR < 6
              MOVE "SENHA DEVE TER AO MENOS 6 CARACTERES" TO WS-MSGERRO
           DISPLAY SS-SENHA-ATUAL
           ACCEPT  SS-SENHA-ATUAL

           SET LK-SEN-CONFERE  TO TRUE
           MOVE WS-SENHA-ATUAL  TO LK-SEN-ENTRADA
           MOVE OPE-SENHA       TO LK-SEN-LEGADA
           MOVE OPE-SENHA-FORTE TO LK-SEN-FORTE
           CALL "PROG19" USING LK-SENHA END-CALL

           IF NOT LK-SEN-OK
              MOVE "SENHA ATUAL INVALIDA" TO WS-MSGERRO
              PERFORM MOSTRA-ERRO
              GO TO ROT-TROCA-SENHA-MENU-FIM
                  'ALERTA.TXT'                 DELIMITED BY SIZE
             INTO WS-ARQ-ALERTA
           END-STRING

           STRING FUNCTION TRIM(WS-DIR-DADOS) DELIMITED BY SIZE
                  'SESSAO.ARQ'                 DELIMITED BY SIZE
             INTO WS-ARQ-SESSAO
           END-STRING
           .
       MONTA-CAMINHOS-FIM.
           EXIT.
           IF FS-NAO-EXISTE
              OPEN OUTPUT OPERADOR
              MOVE "ADMIN"          TO OPE-COD
              SET LK-SEN-GERA       TO TRUE
              MOVE "ADMIN"          TO LK-SEN-ENTRADA
              CALL "PROG19" USING LK-SENHA END-CALL
              MOVE LK-SEN-LEGADA    TO OPE-SENHA
              MOVE LK-SEN-FORTE     TO OPE-SENHA-FORTE
              MOVE "ADMINISTRADOR"  TO OPE-NOME
              MOVE "A"              TO OPE-SITUACAO
              MOVE "S"              TO OPE-PERFIL
              CLOSE MENULOG
              OPEN EXTEND MENULOG
           END-IF

           OPEN I-O SESSAO
           IF FSS-NAO-EXISTE
              OPEN OUTPUT SESSAO
              CLOSE SESSAO
              OPEN I-O SESSAO
           END-IF
           .
       ABRIR-ARQUIVO-FIM.
           EXIT.
           EXIT.

       ROT-FIM.
           PERFORM ROT-FECHA-SESSAO THRU ROT-FECHA-SESSAO-FIM
           CLOSE OPERADOR MENULOG SESSAO
           STOP RUN.
