      *              150 colunas.
      *   2026 mnt - A retencao padrao apresentada na tela passa a
      *              vir de PARAM.ARQ (PROG41), quando cadastrada.
      *   2026 mnt - Buffers ampliados para X(273), a linha
      *              encadeada do AUDITLOG (PROG190). Ao expurgar o
      *              AUDITLOG, a ultima linha encadeada levada ao
      *              historico vira a ancora do controle AUDENC.ARQ,
      *              de onde o PROG191 recomeca a conferencia do
      *              arquivo vivo.
      ******************************************************************
       IDENTIFICATION      DIVISION.
       PROGRAM-ID.         PROG30.
       FD LOGVIVO.

       01 LOGVIVO-REG.
          05 LOG-IMP        PIC X(273).

      *    Encadeamento da linha do AUDITLOG (FD_AUDITLOG/PROG190).
       01 LOGVIVO-ENC.
          05 FILLER         PIC X(133).
          05 LGE-SEQ        PIC X(10).
          05 LGE-SEQ-N REDEFINES LGE-SEQ PIC 9(10).
          05 FILLER         PIC X(66).
          05 LGE-ELO        PIC X(64).

       FD LOGNOVO.

       01 LOGNOVO-REG.
          05 NOV-IMP        PIC X(273).

       FD LOGHIST.

       01 LOGHIST-REG.
          05 HIS-IMP        PIC X(273).

       FD RELPURGA.


       77 WS-RET-CHAMADA    PIC S9(09) COMP-5 VALUE ZEROS.

      *    Ultima linha encadeada do AUDITLOG levada ao historico.
       77 WS-ANC-SEQ        PIC 9(10) VALUE ZEROS.
       77 WS-ANC-ELO        PIC X(64) VALUE SPACES.
       77 WS-ANC-DATA       PIC 9(08) VALUE ZEROS.

       01 LINHA-ANCORA.
           05 FILLER        PIC X(14) VALUE SPACES.
           05 FILLER        PIC X(32) VALUE
              'ANCORA DO ENCADEAMENTO: LINHA '.
           05 ANC-SEQ-ED    PIC Z(09)9.
           05 FILLER        PIC X(04) VALUE ' DE '.
           05 ANC-DATA-ED   PIC 9(08).

       01 LINHA-RESUMO.
           05 RES-LOG       PIC X(12).
           05 FILLER        PIC X(02) VALUE SPACES.

       COPY LK_PARAM.

       COPY LK_AUDCHAIN.

       COPY screenio.

       SCREEN SECTION.
           OPEN OUTPUT LOGNOVO

           MOVE ZEROS  TO WS-QTD-MANTIDAS WS-QTD-ARQUIVADAS
                          WS-ANC-SEQ WS-ANC-DATA
           MOVE SPACES TO WS-MES-ABERTO WS-ANC-ELO

           PERFORM EXPURGA-UMA-LINHA
              THRU EXPURGA-UMA-LINHA-SAI UNTIL FSL-FIM-REG
              AND WS-QTD-ARQUIVADAS > ZEROS
              PERFORM AJUSTA-ALERTCHK THRU AJUSTA-ALERTCHK-SAI
           END-IF

      *    Linhas encadeadas do AUDITLOG foram para o historico: a
      *    ultima delas ancora a conferencia do arquivo vivo.
           IF WS-NOME-LOG (WS-IDX-LOG) = 'AUDITLOG'
              AND WS-ANC-SEQ > ZEROS
              PERFORM REGISTRA-ANCORA
           END-IF
           .
       EXPURGA-UM-LOG-SAI.
           EXIT.

           WRITE LOGHIST-REG FROM LOGVIVO-REG
           ADD 1 TO WS-QTD-ARQUIVADAS

           IF WS-NOME-LOG (WS-IDX-LOG) = 'AUDITLOG'
              AND LGE-SEQ IS NUMERIC AND LGE-ELO NOT = SPACES
              MOVE LGE-SEQ-N      TO WS-ANC-SEQ
              MOVE LGE-ELO        TO WS-ANC-ELO
              MOVE WS-DATA-LINHA-N TO WS-ANC-DATA
           END-IF
           .
       EXPURGA-UMA-LINHA-SAI.
           EXIT.

      *-------------------------------------------------------------*
       REGISTRA-ANCORA.
      *-------------------------------------------------------------*
           MOVE 'A'          TO LK-ACH-OPERACAO
           MOVE WS-ANC-SEQ   TO LK-ACH-ANC-SEQ
           MOVE WS-ANC-ELO   TO LK-ACH-ANC-ELO
           MOVE WS-ANC-DATA  TO LK-ACH-ANC-DATA
           CALL "PROG190" USING LK-AUDCHAIN END-CALL

           MOVE WS-ANC-SEQ   TO ANC-SEQ-ED
           MOVE WS-ANC-DATA  TO ANC-DATA-ED
           WRITE RELPURGA-REL FROM LINHA-ANCORA
           .
       REGISTRA-ANCORA-FIM.
           EXIT.

      *-------------------------------------------------------------*
       ABRE-ARQUIVO-MENSAL.
      *-------------------------------------------------------------*
