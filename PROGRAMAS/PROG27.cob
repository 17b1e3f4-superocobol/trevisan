      *   2026 mnt - Identificador de execucao (PROG58) carimbado
      *              nas linhas gravadas em AUDITLOG.TXT, para a
      *              consulta correlacionada do PROG59.
      *   2026 mnt - Linhas de AUDITLOG.TXT gravadas pelo PROG190,
      *              encadeadas (sequencia, resumo e elo com a
      *              linha anterior) para a conferencia do PROG191;
      *              o programa nao abre mais o arquivo.
      ******************************************************************
       IDENTIFICATION      DIVISION.
       PROGRAM-ID.         PROG27.
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS  IS CAT-STAT.

       DATA            DIVISION.
       FILE            SECTION.

       01 CATBACK-REG.
          05 CAT-IMP        PIC X(80).

       WORKING-STORAGE SECTION.

       01 WS-MODULO.
       77 WS-ARQ-OPERADOR    PIC X(70) VALUE SPACES.
       77 WS-ARQ-PEDIDOS     PIC X(70) VALUE SPACES.
       77 WS-ARQ-CATBACK     PIC X(70) VALUE SPACES.

       77 WS-ARQ-ORIGEM      PIC X(90) VALUE SPACES.
       77 WS-ARQ-DESTINO     PIC X(90) VALUE SPACES.
           88 FSCAT-FIM-REG VALUE 10.
           88 FSCAT-NAO-EXISTE VALUE 35.

       77 WS-OPCAO          PIC X(03) VALUE SPACES.
           88 FAZER-BACKUP  VALUE IS "BKP" "bkp".
           88 RESTAURAR     VALUE IS "RST" "rst".

       COPY LK_IDEXEC.

       COPY LK_AUDCHAIN.

       01 LINHA-AUDITORIA.
           05 AUD-DATA          PIC 9(08) VALUE ZEROS.
           05 FILLER            PIC X(02) VALUE SPACES.
      *-----------------------------------------------------------*
       GRAVA-AUDITORIA.
      *-----------------------------------------------------------*

           ACCEPT AUD-DATA FROM DATE YYYYMMDD
           MOVE LK-IDX-ID           TO AUD-IDEXEC
           ACCEPT WS-HORA-COMPLETA FROM TIME
           MOVE WS-HORA-COMPLETA (1:6) TO AUD-HORA
           MOVE 'PROG27' TO AUD-PROGRAMA
           MOVE 'G'             TO LK-ACH-OPERACAO
           MOVE LINHA-AUDITORIA TO LK-ACH-LINHA
           CALL "PROG190" USING LK-AUDCHAIN END-CALL
           .
       GRAVA-AUDITORIA-FIM.
           EXIT.
             INTO WS-ARQ-CATBACK
           END-STRING

           .
       MONTA-CAMINHOS-FIM.
           EXIT.
