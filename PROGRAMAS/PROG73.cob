      * Programa..: PROG73 - Varredura de Clientes Inativos Comerciais
      * Chamadas..: PROG35 - Spool e Catalogo de Relatorios
      *             PROG58 - Identificador de Execucao
      *             PROG190 - Encadeamento da Trilha de Auditoria
      * Parametros: Dias sem atividade para sinalizacao (padrao 90) e
      *             dias para inativacao automatica (ZEROS = nao
      *             inativa); em modo batch pela linha de comando,
      *            12 = arquivo ausente
      * Historico.:
      *   2026 mnt - Programa novo.
      *   2026 mnt - Linhas de AUDITLOG.TXT gravadas pelo PROG190,
      *              encadeadas (sequencia, resumo e elo com a
      *              linha anterior) para a conferencia do PROG191;
      *              o programa nao abre mais o arquivo.
      ******************************************************************
       IDENTIFICATION      DIVISION.
       PROGRAM-ID.         PROG73.
              FILE STATUS          IS VIS-STAT
              RECORD KEY           IS VIS-KEY.

       SELECT RELINAT ASSIGN TO WS-ARQ-RELINAT
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS  IS REL-STAT.

       COPY FD_VISITAS.

       FD RELINAT
           LINAGE IS 55 LINES
           WITH FOOTING AT 51
       77 WS-ARQ-CLIENTES    PIC X(70) VALUE SPACES.
       77 WS-ARQ-PEDIDOS     PIC X(70) VALUE SPACES.
       77 WS-ARQ-VISITAS     PIC X(70) VALUE SPACES.
       77 WS-ARQ-RELINAT     PIC X(90) VALUE SPACES.

       77 CLI-STAT          PIC 9(02).
           88 FSW-FIM-REG   VALUE 10.
           88 FSW-NAO-EXISTE VALUE 35.

       77 REL-STAT          PIC 9(02).
           88 FSR-OK        VALUE ZEROS.


       COPY LK_IDEXEC.

       COPY LK_AUDCHAIN.

       COPY LK_SPOOL.

       77 WS-NUML           PIC 999.
           MOVE CLI-SITUACAO          TO AUD-ANTES
           MOVE 'I'                   TO AUD-DEPOIS
           MOVE LK-IDX-ID             TO AUD-IDEXEC
           MOVE 'G'             TO LK-ACH-OPERACAO
           MOVE LINHA-AUDITORIA TO LK-ACH-LINHA
           CALL "PROG190" USING LK-AUDCHAIN END-CALL

           MOVE 'I' TO CLI-SITUACAO
           ACCEPT CLI-DT-ALTERACAO FROM DATE YYYYMMDD
             INTO WS-ARQ-VISITAS
           END-STRING

      *    O relatorio vai para o SPOOL\ com nome datado (PROG35) e
      *    entra no catalogo ao final.
           MOVE 'N'            TO LK-SPL-OPER
              SET SEM-VISITAS TO TRUE
           END-IF

           OPEN OUTPUT RELINAT
           .
       ABRIR-ARQUIVO-FIM.
      *-----------------------------------------------------------*
        FINALIZA.
      *-----------------------------------------------------------*
           CLOSE CLIENTES PEDIDOS RELINAT
           IF TEM-VISITAS
              CLOSE VISITAS
           END-IF
