      *   2026 mnt - Identificador de execucao (PROG58) carimbado
      *              nas linhas gravadas em AUDITLOG.TXT, para a
      *              consulta correlacionada do PROG59.
      *   2026 mnt - Linhas de AUDITLOG.TXT gravadas pelo PROG190,
      *              encadeadas (sequencia, resumo e elo com a
      *              linha anterior) para a conferencia do PROG191;
      *              o programa nao abre mais o arquivo.
      ******************************************************************
       IDENTIFICATION      DIVISION.
       PROGRAM-ID.         PROG32.
              ALTERNATE RECORD KEY IS DIS-CODV WITH DUPLICATES
              RECORD KEY           IS DIS-KEY.

       SELECT RELDUPLI ASSIGN TO WS-ARQ-RELDUPLI
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS  IS REL-STAT.

       COPY FD_DISTRIB.

       FD RELDUPLI.

       01 RELDUPLI-REL.
       77 WS-DIR-DADOS       PIC X(50) VALUE SPACES.
       77 WS-ARQ-CLIENTES    PIC X(70) VALUE SPACES.
       77 WS-ARQ-DISTRIB     PIC X(70) VALUE SPACES.
       77 WS-ARQ-RELDUPLI    PIC X(70) VALUE SPACES.

       77 CLI-STAT          PIC 9(02).
           88 FSD-OK        VALUE ZEROS.
           88 FSD-NAO-EXISTE VALUE 35.

       77 REL-STAT          PIC 9(02).
           88 FSR-OK        VALUE ZEROS.


       COPY LK_IDEXEC.

       COPY LK_AUDCHAIN.

       01 LINHA-AUDITORIA.
           05 AUD-DATA          PIC 9(08) VALUE ZEROS.
           05 FILLER            PIC X(02) VALUE SPACES.
                END-EVALUATE
           END-PERFORM

           CLOSE CLIENTES DISTRIB
           GOBACK
           .
       FIM-PROCES.
           MOVE 'FUSAO'             TO AUD-CAMPO
           MOVE WS-PER-CNPJ         TO AUD-ANTES
           MOVE WS-SOB-CNPJ         TO AUD-DEPOIS
           MOVE 'G'             TO LK-ACH-OPERACAO
           MOVE LINHA-AUDITORIA TO LK-ACH-LINHA
           CALL "PROG190" USING LK-AUDCHAIN END-CALL
           .
       AUDITA-FUSAO-FIM.
           EXIT.
             INTO WS-ARQ-DISTRIB
           END-STRING

           STRING FUNCTION TRIM(WS-DIR-DADOS) DELIMITED BY SIZE
                  'RELDUPLI.TXT'               DELIMITED BY SIZE
             INTO WS-ARQ-RELDUPLI
              OPEN I-O DISTRIB
           END-IF

           .
       ABRIR-ARQUIVO-FIM.
           EXIT.
