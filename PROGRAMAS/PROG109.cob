      * Autor.....: Alexandre Trevisani (PROVA COBOL)
      * Data......: Julho/2019
      * Programa..: PROG109 - Fila de Revisão de Clientes Pendentes
      * Chamadas..: PROG19 - Resumo de Senha de Operador
      *             PROG58 - Identificador de Execucao
      *             PROG10 - Tratamento de erros de FILE-STATUS
      *             PROG190 - Encadeamento da Trilha de Auditoria
      * Observação: Percorre os clientes pendentes de revisao
      *             (CLI-SITUACAO 'P', vindos do PROG01 e, por
      *             parametro, do PROG03) e, cliente a cliente, o
      *             restrito a supervisor, como no PROG42.
      * Historico.:
      *   2026 mnt - Programa novo.
      *   2026 mnt - Senha do supervisor conferida pelo resumo
      *              com sal do PROG19 (frase-senha de ate 20
      *              posicoes).
      *   2026 mnt - Linhas de AUDITLOG.TXT gravadas pelo PROG190,
      *              encadeadas (sequencia, resumo e elo com a
      *              linha anterior) para a conferencia do PROG191;
      *              o programa nao abre mais o arquivo.
      ******************************************************************
       IDENTIFICATION      DIVISION.
       PROGRAM-ID.         PROG109.
              FILE STATUS IS OPE-STAT
              RECORD KEY IS OPE-KEY.

       DATA                DIVISION.
       FILE                SECTION.


       COPY FD_OPERADOR.

       WORKING-STORAGE SECTION.

       01 WS-MODULO.
       77 WS-DIR-DADOS       PIC X(50) VALUE SPACES.
       77 WS-ARQ-CLIENTES    PIC X(70) VALUE SPACES.
       77 WS-ARQ-OPERADOR    PIC X(70) VALUE SPACES.

       77 CLI-STAT          PIC 9(02).
           88 FS-OK         VALUE ZEROS.
           88 FSO-OK        VALUE ZEROS.
           88 FSO-NAO-EXISTE VALUE 35.

       77 WS-ERRO           PIC X.
           88 E-SIM         VALUES ARE "S" "s".
           88 E-NAO         VALUES ARE "N" "n".

       77 WS-COD-SUPERV     PIC X(08) VALUE SPACES.
       77 WS-SENHA-SUPERV   PIC X(20) VALUE SPACES.
       77 WS-AUTORIZADO     PIC X(01) VALUE 'N'.
           88 AUTORIZADO    VALUE 'S'.
           88 NAO-AUTORIZADO VALUE 'N'.

       COPY LK_IDEXEC.

       COPY LK_AUDCHAIN.

       COPY LK_SENHA.

       COPY screenio.
           05 LINE 09 COLUMN 45 VALUE "SUPERVISOR:".
           05 COLUMN PLUS 2 PIC X(08) USING WS-COD-SUPERV.
           05 LINE 11 COLUMN 45 VALUE "SENHA.....:".
           05 COLUMN PLUS 2 PIC X(20) USING WS-SENHA-SUPERV
              NO ECHO.

       01 SS-PEDIDO FOREGROUND-COLOR 2.
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
           MOVE CLI-CNPJ        TO AUD-CHAVE
           MOVE WS-COD-SUPERV   TO AUD-DEPOIS (10:8)
           MOVE LK-IDX-ID       TO AUD-IDEXEC
           MOVE 'G'             TO LK-ACH-OPERACAO
           MOVE LINHA-AUDITORIA TO LK-ACH-LINHA
           CALL "PROG190" USING LK-AUDCHAIN END-CALL
           IF LK-ACH-ERRO
              MOVE 'PROG109'                    TO LK-PRG
              MOVE 'AUDITLOG'                  TO LK-ARQ
              MOVE 'WRITE'                     TO LK-CMD
              MOVE 'GRAVA-AUDITORIA'           TO LK-PAR
              MOVE LK-ACH-STAT                 TO LK-STA
              CALL "PROG10" USING LK-FILE-STATUS END-CALL
           END-IF
           .
             INTO WS-ARQ-OPERADOR
           END-STRING

           .
       MONTA-CAMINHOS-FIM.
           EXIT.
              PERFORM FINALIZA
           END-IF

           .
       ABRIR-ARQUIVO-FIM.
           EXIT.
      *-----------------------------------------------------------------
       FINALIZA.
      *-----------------------------------------------------------------
           CLOSE CLIENTES OPERADOR
           GOBACK.
