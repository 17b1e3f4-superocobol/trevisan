      *             restrito a supervisor, como no PROG42.
      * Historico.:
      *   2026 mnt - Programa novo.
      *   2026 mnt - Senha do supervisor conferida pelo resumo
      *              com sal do PROG19 (frase-senha de ate 20
      *              posicoes).
      ******************************************************************
       IDENTIFICATION      DIVISION.
       PROGRAM-ID.         PROG111.
           88 E-NAO         VALUES ARE "N".

       77 WS-COD-SUPERV     PIC X(08) VALUE SPACES.
       77 WS-SENHA-SUPERV   PIC X(20) VALUE SPACES.
       77 WS-AUTORIZADO     PIC X(01) VALUE 'N'.
           88 AUTORIZADO    VALUE 'S'.
           88 NAO-AUTORIZADO VALUE 'N'.
           05 LINE 09 COLUMN 45 VALUE "SUPERVISOR:".
           05 COLUMN PLUS 2 PIC X(08) USING WS-COD-SUPERV.
           05 LINE 11 COLUMN 45 VALUE "SENHA.....:".
           05 COLUMN PLUS 2 PIC X(20) USING WS-SENHA-SUPERV
              NO ECHO.

       01 SS-FILTROS.
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
