      * Programa..: PROG72 - Reclassificação ABC dos Clientes
      * Chamadas..: PROG35 - Spool e Catalogo de Relatorios
      *             PROG58 - Identificador de Execucao
      *             PROG190 - Encadeamento da Trilha de Auditoria
      * Parametros: Operacao 'P' (propor, so relatorio) ou 'A'
      *             (aplicar as classes propostas); em modo batch
      *             pela linha de comando, formato  P  ou  A
      *            12 = arquivo ausente
      * Historico.:
      *   2026 mnt - Programa novo.
      *   2026 mnt - Linhas de AUDITLOG.TXT gravadas pelo PROG190,
      *              encadeadas (sequencia, resumo e elo com a
      *              linha anterior) para a conferencia do PROG191;
      *              o programa nao abre mais o arquivo.
      ******************************************************************
       IDENTIFICATION      DIVISION.
       PROGRAM-ID.         PROG72.
              ALTERNATE RECORD KEY IS PED-CODV WITH DUPLICATES
              RECORD KEY           IS PED-KEY.

       SELECT RELABC ASSIGN TO WS-ARQ-RELABC
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS  IS REL-STAT.

       COPY FD_PEDIDOS.

       FD RELABC
           LINAGE IS 55 LINES
           WITH FOOTING AT 51
       77 WS-DIR-DADOS       PIC X(50) VALUE SPACES.
       77 WS-ARQ-CLIENTES    PIC X(70) VALUE SPACES.
       77 WS-ARQ-PEDIDOS     PIC X(70) VALUE SPACES.
       77 WS-ARQ-RELABC      PIC X(90) VALUE SPACES.

       77 CLI-STAT          PIC 9(02).
           88 FSP-FIM-REG   VALUE 10.
           88 FSP-NAO-EXISTE VALUE 35.

       77 REL-STAT          PIC 9(02).
           88 FSR-OK        VALUE ZEROS.


       COPY LK_IDEXEC.

       COPY LK_AUDCHAIN.

       COPY LK_SPOOL.

       77 WS-NUML           PIC 999.
           MOVE CLI-CLASSE            TO AUD-ANTES
           MOVE WS-ABC-CLASSE-PRO (WS-IDX) TO AUD-DEPOIS
           MOVE LK-IDX-ID             TO AUD-IDEXEC
           MOVE 'G'             TO LK-ACH-OPERACAO
           MOVE LINHA-AUDITORIA TO LK-ACH-LINHA
           CALL "PROG190" USING LK-AUDCHAIN END-CALL

           MOVE WS-ABC-CLASSE-PRO (WS-IDX) TO CLI-CLASSE
           ACCEPT CLI-DT-ALTERACAO FROM DATE YYYYMMDD
             INTO WS-ARQ-PEDIDOS
           END-STRING

      *    O relatorio vai para o SPOOL\ com nome datado (PROG35) e
      *    entra no catalogo ao final.
           MOVE 'N'            TO LK-SPL-OPER
              PERFORM FINALIZA
           END-IF

           OPEN OUTPUT RELABC
           .
       ABRIR-ARQUIVO-FIM.
      *-----------------------------------------------------------*
        FINALIZA.
      *-----------------------------------------------------------*
           CLOSE CLIENTES PEDIDOS RELABC

           MOVE 'R'            TO LK-SPL-OPER
           MOVE 'PROG72'       TO LK-SPL-PROGRAMA
