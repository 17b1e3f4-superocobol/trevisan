      *   2026 mnt - Identificador de execucao (PROG58) carimbado
      *              nas linhas gravadas em AUDITLOG.TXT, para a
      *              consulta correlacionada do PROG59.
      *   2026 mnt - Linhas de AUDITLOG.TXT gravadas pelo PROG190,
      *              encadeadas (sequencia, resumo e elo com a
      *              linha anterior) para a conferencia do PROG191;
      *              o programa nao abre mais o arquivo.
      ******************************************************************
       IDENTIFICATION      DIVISION.
       PROGRAM-ID.         PROG48.
              ACCESS MODE  IS SEQUENTIAL
              FILE STATUS  IS BUR-STAT.

       SELECT RELBUREA ASSIGN TO WS-ARQ-RELBUREA
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS  IS REL-STAT.
           05 HDR-MARCA     PIC X(003).
           05 FILLER        PIC X(062).

       FD RELBUREA.

       01 RELBUREA-REL.
       77 WS-DIR-DADOS       PIC X(50) VALUE SPACES.
       77 WS-ARQ-CLIENTES    PIC X(70) VALUE SPACES.
       77 WS-ARQ-BUREAUR     PIC X(70) VALUE SPACES.
       77 WS-ARQ-RELBUREA    PIC X(70) VALUE SPACES.

       77 CLI-STAT          PIC 9(02).
           88 FSB-FIM-REG   VALUE 10.
           88 FSB-NAO-EXISTE VALUE 35.

       77 REL-STAT          PIC 9(02).
           88 FSR-OK        VALUE ZEROS.


       COPY LK_IDEXEC.

       COPY LK_AUDCHAIN.

       01 LINHA-AUDITORIA.
           05 AUD-DATA          PIC 9(08) VALUE ZEROS.
           05 FILLER            PIC X(02) VALUE SPACES.
           MOVE 'SITUACAO'          TO AUD-CAMPO
           MOVE CLI-SITUACAO        TO AUD-ANTES
           MOVE 'I (CNPJ BAIXADO)'  TO AUD-DEPOIS
           MOVE 'G'             TO LK-ACH-OPERACAO
           MOVE LINHA-AUDITORIA TO LK-ACH-LINHA
           CALL "PROG190" USING LK-AUDCHAIN END-CALL
           .
       AUDITA-BAIXA-FIM.
           EXIT.
             INTO WS-ARQ-BUREAUR
           END-STRING

           STRING FUNCTION TRIM(WS-DIR-DADOS) DELIMITED BY SIZE
                  'RELBUREA.TXT'               DELIMITED BY SIZE
             INTO WS-ARQ-RELBUREA
              PERFORM FINALIZA
           END-IF

           OPEN OUTPUT RELBUREA
           WRITE RELBUREA-REL FROM LINHA-CAB0
           WRITE RELBUREA-REL FROM LINHA-BRANCO
      *-------------------------------------------------------------*
        FINALIZA.
      *-------------------------------------------------------------*
           CLOSE CLIENTES BUREAUR RELBUREA
           MOVE WS-RETCODE TO RETURN-CODE
           GOBACK.
