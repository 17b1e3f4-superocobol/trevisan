      * Autor.....: Alexandre Trevisani (PROVA COBOL)
      * Data......: Julho/2019
      * Programa..: PROG100 - Anonimização de Titular (LGPD)
      * Chamadas..: PROG19 - Resumo de Senha de Operador
      *             PROG58 - Identificador de Execucao
      *             PROG190 - Encadeamento da Trilha de Auditoria
      * Observação: Atende o pedido de eliminacao da LGPD: dado um
      *             CNPJ (cliente) ou CPF (vendedor), localiza e
      *             anonimiza as ocorrencias em CLIENTES.ARQ /
      *             tratados fora do sistema. Restrito a supervisor.
      * Historico.:
      *   2026 mnt - Programa novo.
      *   2026 mnt - Senha do supervisor conferida pelo resumo
      *              com sal do PROG19 (frase-senha de ate 20
      *              posicoes).
      *   2026 mnt - Reescrita do AUDITLOG.TXT preserva a linha
      *              inteira de 273 posicoes (encadeamento do
      *              PROG190); o registro do ato e' gravado pelo
      *              PROG190.
      ******************************************************************
       IDENTIFICATION      DIVISION.
       PROGRAM-ID.         PROG100.

       FD AUDITTMP.

       01 AUDITTMP-REG      PIC X(273).

       FD RELLGPD.

           88 E-NAO         VALUES ARE "N" "n".

       77 WS-COD-SUPERV     PIC X(08) VALUE SPACES.
       77 WS-SENHA-SUPERV   PIC X(20) VALUE SPACES.
       77 WS-AUTORIZADO     PIC X(01) VALUE 'N'.
           88 AUTORIZADO    VALUE 'S'.
           88 NAO-AUTORIZADO VALUE 'N'.
           05 AUD-IDEXEC-W      PIC X(26) VALUE SPACES.

      *    Releitura das linhas existentes do AUDITLOG na reescrita.
      *    WSA-RESTO leva o identificador de execucao e o
      *    encadeamento (PROG190), copiados sem alteracao: a linha
      *    anonimizada mantem o resumo original e a cadeia continua
      *    conferivel (PROG191).
       01 WS-LINHA-AUD.
           05 WSA-PREFIXO       PIC X(18).
           05 WSA-CHAVE         PIC X(14).
           05 WSA-ANTES         PIC X(20).
           05 FILLER            PIC X(02).
           05 WSA-DEPOIS        PIC X(20).
           05 WSA-RESTO         PIC X(180).

       77 WS-NUML           PIC 999.
       77 WS-NUMC           PIC 999.

       COPY LK_IDEXEC.

       COPY LK_AUDCHAIN.

       COPY LK_SENHA.

       COPY screenio.
           05 LINE 09 COLUMN 45 VALUE "SUPERVISOR:".
           05 COLUMN PLUS 2 PIC X(08) USING WS-COD-SUPERV.
           05 LINE 11 COLUMN 45 VALUE "SENHA.....:".
           05 COLUMN PLUS 2 PIC X(20) USING WS-SENHA-SUPERV
              NO ECHO.

       01 SS-DOCUMENTO FOREGROUND-COLOR 2.
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
      *-----------------------------------------------------------------
      *    O proprio ato de anonimizar fica na trilha, com o
      *    supervisor responsavel.
           MOVE SPACES TO LINHA-AUDITORIA
           ACCEPT AUD-DATA-W FROM DATE YYYYMMDD
           ACCEPT WS-HORA-COMPLETA FROM TIME
           MOVE '*ANONIMIZADO*' TO AUD-ANTES-W
           MOVE WS-COD-SUPERV   TO AUD-DEPOIS-W
           MOVE LK-IDX-ID       TO AUD-IDEXEC-W
           MOVE 'G'             TO LK-ACH-OPERACAO
           MOVE LINHA-AUDITORIA TO LK-ACH-LINHA
           CALL "PROG190" USING LK-AUDCHAIN END-CALL

           MOVE 'PROTOCOLO' TO PTC-ARQUIVO
           MOVE SPACES TO PTC-TEXTO
