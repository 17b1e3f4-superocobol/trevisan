      * Autor.....: Alexandre Trevisani (PROVA COBOL)
      * Data......: Julho/2019
      * Programa..: PROG98 - Fila de Aprovação de Pedidos Pendentes
      * Chamadas..: PROG19 - Resumo de Senha de Operador
      *             PROG58 - Identificador de Execucao
      *             PROG10 - Tratamento de erros de FILE-STATUS
      *             PROG173 - Confirmacao do Pedido ao Cliente
      *             PROG190 - Encadeamento da Trilha de Auditoria
      * Observação: Percorre os pedidos pendentes ('P', gravados pelo
      *             PROG22 quando o valor passa da alcada ou um item
      *             fica abaixo do piso) e, pedido a pedido, o
      *   2026 mnt - Programa novo.
      *   2026 mnt - As decisoes da fila passam a ajustar os
      *              agregados PEDSUM.ARQ (PROG102).
      *   2026 mnt - Pedido aprovado reserva o estoque dos itens
      *              (PROG140); rejeitado nao reserva.
      *   2026 mnt - Pedido rejeitado estorna a verba de desconto
      *              do vendedor (PROG171).
      *   2026 mnt - Pedido aprovado envia a confirmacao ao cliente
      *              (PROG173).
      *   2026 mnt - Senha do supervisor conferida pelo resumo
      *              com sal do PROG19 (frase-senha de ate 20
      *              posicoes).
      *   2026 mnt - Aprovacao grava PED-OPER-APROV; supervisor que
      *              digitou o pedido nao aprova o proprio pedido.
      *   2026 mnt - Linhas de AUDITLOG.TXT gravadas pelo PROG190,
      *              encadeadas (sequencia, resumo e elo com a
      *              linha anterior) para a conferencia do PROG191;
      *              o programa nao abre mais o arquivo.
      ******************************************************************
       IDENTIFICATION      DIVISION.
       PROGRAM-ID.         PROG98.
              FILE STATUS  IS MOT-STAT
              RECORD KEY   IS MOT-KEY.

       DATA                DIVISION.
       FILE                SECTION.


       COPY FD_MOTCANC.

       WORKING-STORAGE SECTION.

       01 WS-MODULO.
       77 WS-ARQ-PEDIDOS     PIC X(70) VALUE SPACES.
       77 WS-ARQ-OPERADOR    PIC X(70) VALUE SPACES.
       77 WS-ARQ-MOTCANC     PIC X(70) VALUE SPACES.

       77 PED-STAT          PIC 9(02).
           88 FS-OK         VALUE ZEROS.
           88 FSM-OK        VALUE ZEROS.
           88 FSM-NAO-EXISTE VALUE 35.

       77 WS-TEM-MOTCANC    PIC X(01) VALUE 'N'.
           88 TEM-MOTCANC   VALUE 'S'.
           88 SEM-MOTCANC   VALUE 'N'.
           88 E-NAO         VALUES ARE "N" "n".

       77 WS-COD-SUPERV     PIC X(08) VALUE SPACES.
       77 WS-SENHA-SUPERV   PIC X(20) VALUE SPACES.
       77 WS-AUTORIZADO     PIC X(01) VALUE 'N'.
           88 AUTORIZADO    VALUE 'S'.
           88 NAO-AUTORIZADO VALUE 'N'.

       COPY LK_IDEXEC.

       COPY LK_AUDCHAIN.

       COPY LK_SENHA.

       COPY LK_PEDSUM.

       COPY LK_RESERVA.

       COPY LK_FLEX.

       COPY LK_CONFPED.

       COPY screenio.

       SCREEN SECTION.
           05 LINE 09 COLUMN 45 VALUE "SUPERVISOR:".
           05 COLUMN PLUS 2 PIC X(08) USING WS-COD-SUPERV.
           05 LINE 11 COLUMN 45 VALUE "SENHA.....:".
           05 COLUMN PLUS 2 PIC X(20) USING WS-SENHA-SUPERV
              NO ECHO.

       01 SS-PEDIDO FOREGROUND-COLOR 2.
           05 COLUMN PLUS 2 PIC 9(08) FROM PED-DATA.
           05 LINE 13 COLUMN 12 VALUE "VALOR....:".
           05 COLUMN PLUS 2 PIC ZZZ.ZZZ.ZZ9,99 FROM PED-VALOR.
           05 LINE 13 COLUMN 45 VALUE "DIGITADO POR:".
           05 COLUMN PLUS 2 PIC X(08) FROM PED-OPER-DIGIT.

       01 SS-DECISAO FOREGROUND-COLOR 2.
           05 LINE 15 COLUMN 12 VALUE
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
       APROVA-PEDIDO.
      *-----------------------------------------------------------------
      *    Quem digitou o pedido nao aprova o proprio pedido: fica
      *    na fila para outro supervisor (rejeitar continua livre).
           IF PED-OPER-DIGIT = WS-COD-SUPERV
              MOVE
                "PEDIDO DIGITADO POR VOCE - SO OUTRO SUPERVISOR APROVA"
                   TO WS-MSGERRO
              PERFORM MOSTRA-ERRO
              GO TO APROVA-PEDIDO-FIM
           END-IF

           MOVE 'A' TO PED-SITUACAO
           MOVE WS-COD-SUPERV TO PED-OPER-APROV
           REWRITE PEDIDOS-PED
               INVALID KEY
                   PERFORM ERRO-REWRITE
           PERFORM GRAVA-AUDITORIA
           MOVE 'P' TO LK-PSM-SIT
           PERFORM AJUSTA-PEDSUM THRU AJUSTA-PEDSUM-FIM
           PERFORM ACERTA-RESERVA THRU ACERTA-RESERVA-FIM

      *    Aprovado, o cliente recebe a confirmacao com a previsao
      *    de faturamento (PROG173).
           MOVE PED-NUMERO TO LK-CFP-PEDIDO
           MOVE 'A'        TO LK-CFP-MOTIVO
           MOVE 'PROG98'   TO LK-CFP-PROGRAMA
           CALL "PROG173" USING LK-CONFPED END-CALL
           ADD 1 TO WS-QTD-APROVADOS
           .
       APROVA-PEDIDO-FIM.
           PERFORM GRAVA-AUDITORIA
           MOVE 'P' TO LK-PSM-SIT
           PERFORM AJUSTA-PEDSUM THRU AJUSTA-PEDSUM-FIM
           PERFORM ACERTA-RESERVA THRU ACERTA-RESERVA-FIM
      *    Rejeitado devolve a verba de desconto do vendedor.
           MOVE 'E'        TO LK-FLX-OPER
           MOVE PED-CODV   TO LK-FLX-CODV
           MOVE PED-DATA   TO LK-FLX-DATA
           MOVE PED-NUMERO TO LK-FLX-PEDIDO
           MOVE ZEROS      TO LK-FLX-VALOR
           CALL "PROG171" USING LK-FLEX END-CALL
           ADD 1 TO WS-QTD-REJEITADOS
           .
       REJEITA-PEDIDO-FIM.
       AJUSTA-PEDSUM-FIM.
           EXIT.

      *-----------------------------------------------------------------
       ACERTA-RESERVA.
      *-----------------------------------------------------------------
      *    Aprovado passa a reservar o estoque dos itens; rejeitado
      *    (cancelado) nao reserva (PROG140).
           MOVE PED-NUMERO TO LK-RES-PEDIDO
           CALL "PROG140" USING LK-RESERVA END-CALL
           .
       ACERTA-RESERVA-FIM.
           EXIT.

      *-----------------------------------------------------------------
       GRAVA-AUDITORIA.
      *-----------------------------------------------------------------
           MOVE PED-NUMERO      TO AUD-CHAVE
           MOVE WS-COD-SUPERV   TO AUD-DEPOIS (10:8)
           MOVE LK-IDX-ID       TO AUD-IDEXEC
           MOVE 'G'             TO LK-ACH-OPERACAO
           MOVE LINHA-AUDITORIA TO LK-ACH-LINHA
           CALL "PROG190" USING LK-AUDCHAIN END-CALL
           IF LK-ACH-ERRO
              MOVE 'PROG98'                    TO LK-PRG
              MOVE 'AUDITLOG'                  TO LK-ARQ
              MOVE 'WRITE'                     TO LK-CMD
              MOVE 'GRAVA-AUDITORIA'           TO LK-PAR
              MOVE LK-ACH-STAT                 TO LK-STA
              CALL "PROG10" USING LK-FILE-STATUS END-CALL
           END-IF
           .
             INTO WS-ARQ-MOTCANC
           END-STRING

           .
       MONTA-CAMINHOS-FIM.
           EXIT.
              SET SEM-MOTCANC TO TRUE
           END-IF

           .
       ABRIR-ARQUIVO-FIM.
           EXIT.
      *-----------------------------------------------------------------
       FINALIZA.
      *-----------------------------------------------------------------
           CLOSE PEDIDOS OPERADOR
           IF TEM-MOTCANC
              CLOSE MOTCANC
           END-IF
