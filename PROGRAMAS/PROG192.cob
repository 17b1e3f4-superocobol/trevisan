      ******************************************************************
      * Autor.....: Alexandre Trevisani (PROVA COBOL)
      * Data......: Julho/2019
      * Programa..: PROG192 - Registro de Consentimento de Marketing
      * Chamadas..: PROG190 - Encadeamento da Trilha de Auditoria
      * Parametros: LK_CONSENT (ver o copybook)
      * Observação: Unico ponto de gravacao de CONSENT.ARQ, chamado
      *             pela tela PROG193 e pela carga PROG194: concede
      *             ou revoga o consentimento de marketing do cliente
      *             em um canal (e-mail, telefone ou WhatsApp),
      *             guardando a data, a origem e o operador ou o
      *             arquivo de onde veio. Evento com data anterior a
      *             da situacao vigente e' ignorado (retorno '4'):
      *             uma carga atrasada nao desfaz uma revogacao mais
      *             recente. Cada mudanca vai ao AUDITLOG.TXT com a
      *             chave do cliente (CNPJ/CPF), campo CONSENT-canal,
      *             situacao e data antes e depois - a prova da LGPD.
      * Historico.:
      *   2026 mnt - Programa novo.
      ******************************************************************
       IDENTIFICATION      DIVISION.
       PROGRAM-ID.         PROG192.
       ENVIRONMENT         DIVISION.
       CONFIGURATION       SECTION.
       SPECIAL-NAMES.      DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT        SECTION.
       FILE-CONTROL.

       SELECT CONSENT ASSIGN TO WS-ARQ-CONSENT
              ORGANIZATION IS INDEXED
              ACCESS MODE  IS RANDOM
              FILE STATUS  IS CNS-STAT
              RECORD KEY   IS CNS-KEY.

       DATA                DIVISION.
       FILE                SECTION.

       COPY FD_CONSENT.

       WORKING-STORAGE SECTION.

       77 WS-DIR-DADOS       PIC X(50) VALUE SPACES.
       77 WS-ARQ-CONSENT     PIC X(70) VALUE SPACES.

       77 CNS-STAT          PIC 9(02).
           88 FSN-OK        VALUE ZEROS.
           88 FSN-NAO-EXISTE VALUE 35.

       77 WS-OPERADOR-EXEC  PIC X(08) VALUE SPACES.
       77 WS-NOVO           PIC X(01) VALUE 'N'.
           88 REGISTRO-NOVO VALUE 'S'.
       77 WS-DT-VIGENTE     PIC 9(08) VALUE ZEROS.

       01 WS-HORA-COMPLETA  PIC 9(08) VALUE ZEROS.

      *    Situacao e data do canal, antes e depois, na trilha.
       01 WS-SIT-AUDIT.
           05 WSA-SITUACAO      PIC X(01).
           05 FILLER            PIC X(01) VALUE SPACES.
           05 WSA-DATA          PIC 9(08).
           05 FILLER            PIC X(01) VALUE SPACES.
           05 WSA-ORIGEM        PIC X(09).

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

       COPY LK_AUDCHAIN.

       LINKAGE             SECTION.

       COPY LK_CONSENT.

       PROCEDURE   DIVISION   USING    LK-CONSENT.

       INICIO.
           MOVE '0'  TO LK-CNS-RET
           MOVE '00' TO LK-CNS-STAT
           PERFORM MONTA-CAMINHOS

           ACCEPT WS-OPERADOR-EXEC FROM ENVIRONMENT 'COBOL_OPERADOR'
           IF WS-OPERADOR-EXEC = SPACES
              MOVE LK-CNS-PROGRAMA TO WS-OPERADOR-EXEC
           END-IF

           PERFORM REGISTRA-EVENTO THRU REGISTRA-EVENTO-FIM
           GOBACK
           .
       FIM-PROGRAMA.
           EXIT.

      *-----------------------------------------------------------------
       REGISTRA-EVENTO.
      *-----------------------------------------------------------------
           OPEN I-O CONSENT
           IF FSN-NAO-EXISTE
              OPEN OUTPUT CONSENT
              CLOSE CONSENT
              OPEN I-O CONSENT
           END-IF
           IF NOT FSN-OK
              MOVE '9'      TO LK-CNS-RET
              MOVE CNS-STAT TO LK-CNS-STAT
              GO TO REGISTRA-EVENTO-FIM
           END-IF

           MOVE 'N'          TO WS-NOVO
           MOVE LK-CNS-CODC  TO CNS-CODC
           MOVE LK-CNS-CANAL TO CNS-CANAL
           READ CONSENT
                INVALID KEY
                   SET REGISTRO-NOVO TO TRUE
                   MOVE SPACES TO CONSENT-CNS
                   MOVE LK-CNS-CODC  TO CNS-CODC
                   MOVE LK-CNS-CANAL TO CNS-CANAL
                   MOVE ZEROS  TO CNS-DT-CONSENT CNS-DT-REVOGA
                                  CNS-DT-ALTERACAO
           END-READ

      *    Situacao vigente: a data do ultimo evento aplicado.
           MOVE CNS-DT-CONSENT TO WS-DT-VIGENTE
           IF CNS-DT-REVOGA > WS-DT-VIGENTE
              MOVE CNS-DT-REVOGA TO WS-DT-VIGENTE
           END-IF
           IF LK-CNS-DATA < WS-DT-VIGENTE
              MOVE '4' TO LK-CNS-RET
              CLOSE CONSENT
              GO TO REGISTRA-EVENTO-FIM
           END-IF

           MOVE CNS-SITUACAO   TO WSA-SITUACAO
           MOVE WS-DT-VIGENTE  TO WSA-DATA
           IF CNS-CONCEDIDO
              MOVE CNS-ORIGEM      TO WSA-ORIGEM
           ELSE
              MOVE CNS-ORIG-REVOGA TO WSA-ORIGEM
           END-IF
           IF REGISTRO-NOVO
              MOVE SPACES TO WS-SIT-AUDIT
           END-IF
           MOVE WS-SIT-AUDIT   TO AUD-ANTES

           IF LK-CNS-CONCEDE
              SET CNS-CONCEDIDO   TO TRUE
              MOVE LK-CNS-DATA      TO CNS-DT-CONSENT
              MOVE LK-CNS-ORIGEM    TO CNS-ORIGEM
              MOVE WS-OPERADOR-EXEC TO CNS-OPERADOR
              MOVE LK-CNS-ARQUIVO   TO CNS-ARQUIVO
           ELSE
              SET CNS-REVOGADO    TO TRUE
              MOVE LK-CNS-DATA      TO CNS-DT-REVOGA
              MOVE LK-CNS-ORIGEM    TO CNS-ORIG-REVOGA
              MOVE WS-OPERADOR-EXEC TO CNS-OPER-REVOGA
              MOVE LK-CNS-ARQUIVO   TO CNS-ARQ-REVOGA
           END-IF
           ACCEPT CNS-DT-ALTERACAO FROM DATE YYYYMMDD

           IF REGISTRO-NOVO
              WRITE CONSENT-CNS
                    INVALID KEY
                       MOVE '9'      TO LK-CNS-RET
                       MOVE CNS-STAT TO LK-CNS-STAT
              END-WRITE
           ELSE
              REWRITE CONSENT-CNS
                    INVALID KEY
                       MOVE '9'      TO LK-CNS-RET
                       MOVE CNS-STAT TO LK-CNS-STAT
              END-REWRITE
           END-IF
           CLOSE CONSENT

           IF LK-CNS-RET = '9'
              GO TO REGISTRA-EVENTO-FIM
           END-IF

           MOVE LK-CNS-ACAO    TO WSA-SITUACAO
           MOVE LK-CNS-DATA    TO WSA-DATA
           MOVE LK-CNS-ORIGEM  TO WSA-ORIGEM
           MOVE WS-SIT-AUDIT   TO AUD-DEPOIS
           PERFORM GRAVA-AUDITORIA
           .
       REGISTRA-EVENTO-FIM.
           EXIT.

      *-----------------------------------------------------------------
       GRAVA-AUDITORIA.
      *-----------------------------------------------------------------
           ACCEPT AUD-DATA FROM DATE YYYYMMDD
           ACCEPT WS-HORA-COMPLETA FROM TIME
           MOVE WS-HORA-COMPLETA (1:6) TO AUD-HORA
           MOVE LK-CNS-PROGRAMA TO AUD-PROGRAMA
           MOVE LK-CNS-CNPJ     TO AUD-CHAVE
           EVALUATE LK-CNS-CANAL
              WHEN 'E'
                 MOVE 'CONSENT-EMAIL'  TO AUD-CAMPO
              WHEN 'T'
                 MOVE 'CONSENT-FONE'   TO AUD-CAMPO
              WHEN OTHER
                 MOVE 'CONSENT-WHATS'  TO AUD-CAMPO
           END-EVALUATE
           MOVE LK-CNS-IDEXEC   TO AUD-IDEXEC
           MOVE 'G'             TO LK-ACH-OPERACAO
           MOVE LINHA-AUDITORIA TO LK-ACH-LINHA
           CALL "PROG190" USING LK-AUDCHAIN END-CALL
           IF LK-ACH-ERRO
              MOVE '9'         TO LK-CNS-RET
              MOVE LK-ACH-STAT TO LK-CNS-STAT
           END-IF
           .
       GRAVA-AUDITORIA-FIM.
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

           MOVE SPACES TO WS-ARQ-CONSENT
           STRING FUNCTION TRIM(WS-DIR-DADOS) DELIMITED BY SIZE
                  'CONSENT.ARQ'                DELIMITED BY SIZE
             INTO WS-ARQ-CONSENT
           END-STRING
           .
       MONTA-CAMINHOS-FIM.
           EXIT.
