      * Data......: Julho/2019
      * Programa..: PROG39 - Regeocodificação em Lote apos Carga de CEP
      * Chamadas..: PROG08 - Calcula a Distancia entre 2 pontos
      *             PROG190 - Encadeamento da Trilha de Auditoria
      * Parametros: Distancia minima (km) para o cliente aparecer no
      *             relatorio de deslocamento (zeros = 1 km)
      * Observação: Varre CLIENTES.ARQ re-derivando as coordenadas de
      *   2026 mnt - Identificador de execucao (PROG58) carimbado
      *              nas linhas gravadas em AUDITLOG.TXT, para a
      *              consulta correlacionada do PROG59.
      *   2026 mnt - Linhas de AUDITLOG.TXT gravadas pelo PROG190,
      *              encadeadas (sequencia, resumo e elo com a
      *              linha anterior) para a conferencia do PROG191;
      *              o programa nao abre mais o arquivo.
      ******************************************************************
       IDENTIFICATION      DIVISION.
       PROGRAM-ID.         PROG39.
              FILE STATUS          IS CEP-STAT
              RECORD KEY           IS CEP-COD.

       SELECT RESTART ASSIGN TO WS-ARQ-RESTART
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS  IS RST-STAT.

       COPY FD_CEP.

       FD RESTART.

       01 RESTART-REG.
       77 WS-DIR-DADOS       PIC X(50) VALUE SPACES.
       77 WS-ARQ-CLIENTES    PIC X(70) VALUE SPACES.
       77 WS-ARQ-CEP         PIC X(70) VALUE SPACES.
       77 WS-ARQ-REGEOREL    PIC X(70) VALUE SPACES.

       77 CLI-STAT          PIC 9(02).
           88 FSCEP-OK      VALUE ZEROS.
           88 FSCEP-NAO-EXISTE VALUE 35.

       77 REL-STAT          PIC 9(02).
           88 FSR-OK        VALUE ZEROS.


       COPY LK_IDEXEC.

       COPY LK_AUDCHAIN.

       01 LINHA-AUDITORIA.
           05 AUD-DATA          PIC 9(08) VALUE ZEROS.
           05 FILLER            PIC X(02) VALUE SPACES.
           MOVE WS-EDITA-VALOR      TO AUD-ANTES
           MOVE WS-NOVA-LATIT       TO WS-EDITA-VALOR
           MOVE WS-EDITA-VALOR      TO AUD-DEPOIS
           MOVE 'G'             TO LK-ACH-OPERACAO
           MOVE LINHA-AUDITORIA TO LK-ACH-LINHA
           CALL "PROG190" USING LK-AUDCHAIN END-CALL

           MOVE 'LONGITUDE'         TO AUD-CAMPO
           MOVE CLI-LONGI           TO WS-EDITA-VALOR
           MOVE WS-EDITA-VALOR      TO AUD-ANTES
           MOVE WS-NOVA-LONGI       TO WS-EDITA-VALOR
           MOVE WS-EDITA-VALOR      TO AUD-DEPOIS
           MOVE 'G'             TO LK-ACH-OPERACAO
           MOVE LINHA-AUDITORIA TO LK-ACH-LINHA
           CALL "PROG190" USING LK-AUDCHAIN END-CALL
           .
       AUDITA-COORDENADAS-FIM.
           EXIT.
             INTO WS-ARQ-CEP
           END-STRING

           STRING FUNCTION TRIM(WS-DIR-DADOS) DELIMITED BY SIZE
                  'REGEOREL.TXT'               DELIMITED BY SIZE
             INTO WS-ARQ-REGEOREL
              PERFORM FINALIZA
           END-IF

           OPEN OUTPUT REGEOREL
           WRITE REGEOREL-REL FROM LINHA-CAB0
           WRITE REGEOREL-REL FROM LINHA-BRANCO
      *-------------------------------------------------------------*
        FINALIZA.
      *-------------------------------------------------------------*
           CLOSE CLIENTES CEP REGEOREL
           GOBACK.
