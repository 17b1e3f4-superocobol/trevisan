      * Programa..: PROG78 - Lançamento de Pagamentos de Faturas
      * Chamadas..: PROG58 - Identificador de Execucao
      *             PROG10 - Tratamento de erros de FILE-STATUS
      *             PROG125 - Calculo de Encargos por Atraso
      * Observação: Lanca pagamentos contra FATURA.ARQ: informa o
      *             numero da fatura, a data e o valor pago (parcial
      *             permitido). Cada lancamento gera uma entrada em
      *             sai no aging do PROG79.
      * Historico.:
      *   2026 mnt - Programa novo.
      *   2026 mnt - Encargos por atraso (PROG125): informada a data
      *              do pagamento, mostra dias de atraso, multa, juros
      *              e total devido; o operador pode dispensar os
      *              encargos. O recebido e' dividido em principal
      *              (que abate FAT-VALOR-PAGO) e encargos, gravados
      *              em FATPAG.ARQ; o limite passa a ser o total
      *              devido.
      *   2026 mnt - Fatura quitada tem a exclusao da negativacao no
      *              bureau de credito pedida na hora (PROG134).
      ******************************************************************
       IDENTIFICATION      DIVISION.
       PROGRAM-ID.         PROG78.
       77 WS-DATA-PAGTO     PIC 9(08) VALUE ZEROS.
       77 WS-VALOR-PAGTO    PIC 9(09)V99 VALUE ZEROS.
       77 WS-SALDO-DEVEDOR  PIC S9(09)V99 VALUE ZEROS.
       77 WS-DISPENSA       PIC X(01) VALUE 'N'.
       77 WS-ENC-TOTAL      PIC 9(09)V99 VALUE ZEROS.
       77 WS-PROX-SEQ       PIC 9(03) VALUE ZEROS.
       77 WS-OPERADOR-EXEC  PIC X(08) VALUE SPACES.
       77 WS-DATA-HOJE      PIC 9(08) VALUE ZEROS.

       COPY LK_IDEXEC.

       COPY LK_ENCARGO.

       COPY LK_NEGBAIXA.

       COPY screenio.

       SCREEN SECTION.
           05 LINE 18 COLUMN 13 VALUE "DATA PGTO:".
           05 COLUMN PLUS 2 PIC 9(08) USING WS-DATA-PAGTO
              BLANK WHEN ZEROS.

       01 SS-ENCARGOS FOREGROUND-COLOR 2.
           05 LINE 18 COLUMN 45 VALUE "DIAS ATRASO:".
           05 COLUMN PLUS 2 PIC ZZZZ9 FROM LK-ENC-DIAS.
           05 LINE 19 COLUMN 45 VALUE "MULTA......:".
           05 COLUMN PLUS 2 PIC ZZZ.ZZZ.ZZ9,99 FROM LK-ENC-MULTA.
           05 LINE 20 COLUMN 45 VALUE "JUROS......:".
           05 COLUMN PLUS 2 PIC ZZZ.ZZZ.ZZ9,99 FROM LK-ENC-JUROS.
           05 LINE 21 COLUMN 45 VALUE "TOTAL DEV..:".
           05 COLUMN PLUS 2 PIC ZZZ.ZZZ.ZZ9,99 FROM LK-ENC-DEVIDO.

       01 SS-DISPENSA FOREGROUND-COLOR 2.
           05 LINE 19 COLUMN 13 VALUE "DISP.ENC.:".
           05 COLUMN PLUS 2 PIC X(01) USING WS-DISPENSA.

       01 SS-VALOR FOREGROUND-COLOR 2.
           05 LINE 20 COLUMN 13 VALUE "VALOR PGO:".
           05 COLUMN PLUS 2 PIC ZZZ.ZZZ.ZZ9,99 USING WS-VALOR-PAGTO.

       01 SS-ERRO.
              GO TO LANCA-PAGAMENTO-FIM
           END-IF

      *    Encargos na data do pagamento; com encargo o operador
      *    pode dispensa-lo antes de informar o valor recebido.
           MOVE FAT-VENCTO    TO LK-ENC-VENCTO
           MOVE WS-DATA-PAGTO TO LK-ENC-DATA
           COMPUTE LK-ENC-SALDO = FAT-VALOR - FAT-VALOR-PAGO
           MOVE ZEROS         TO LK-ENC-RECEBIDO
           MOVE 'N'           TO LK-ENC-DISPENSA
           CALL "PROG125" USING LK-ENCARGO END-CALL
           IF LK-ENC-RET NOT = '0'
              MOVE "DATA DE PAGAMENTO INVALIDA" TO WS-MSGERRO
              PERFORM MOSTRA-ERRO
              GO TO LANCA-PAGAMENTO-FIM
           END-IF
           DISPLAY SS-ENCARGOS

           MOVE 'N' TO WS-DISPENSA
           COMPUTE WS-ENC-TOTAL = LK-ENC-MULTA + LK-ENC-JUROS
           IF WS-ENC-TOTAL > ZEROS
              DISPLAY SS-DISPENSA
              ACCEPT  SS-DISPENSA
              IF COB-CRT-STATUS = COB-SCR-ESC
                 GO TO LANCA-PAGAMENTO-FIM
              END-IF
           END-IF

           DISPLAY SS-VALOR
           ACCEPT  SS-VALOR
           IF COB-CRT-STATUS = COB-SCR-ESC
              GO TO LANCA-PAGAMENTO-FIM
           END-IF

           IF WS-VALOR-PAGTO = ZEROS
              MOVE "FAVOR INFORMAR O VALOR PAGO" TO WS-MSGERRO
              PERFORM MOSTRA-ERRO
              GO TO LANCA-PAGAMENTO-FIM
           END-IF

      *    Com dispensa o limite e' o principal; sem ela, o devido.
           IF WS-DISPENSA = 'S' OR WS-DISPENSA = 's'
              COMPUTE WS-SALDO-DEVEDOR =
                      LK-ENC-SALDO - WS-VALOR-PAGTO
           ELSE
              COMPUTE WS-SALDO-DEVEDOR =
                      LK-ENC-DEVIDO - WS-VALOR-PAGTO
           END-IF
           IF WS-SALDO-DEVEDOR < ZEROS
              MOVE FAT-VALOR TO WS-EDITA-SALDO
              MOVE SPACES TO WS-MSGERRO
              GO TO LANCA-PAGAMENTO-FIM
           END-IF

           MOVE WS-VALOR-PAGTO TO LK-ENC-RECEBIDO
           MOVE WS-DISPENSA    TO LK-ENC-DISPENSA
           CALL "PROG125" USING LK-ENCARGO END-CALL

           PERFORM GRAVA-LANCAMENTO

           ADD LK-ENC-PRINCIPAL TO FAT-VALOR-PAGO
           MOVE WS-DATA-PAGTO TO FAT-DT-ULT-PAGTO
           IF FAT-VALOR-PAGO NOT < FAT-VALOR
              MOVE 'P' TO FAT-SITUACAO
                   PERFORM ERRO-FILE-STATUS
           END-REWRITE

      *    Quitada, sai da negativacao do bureau (PROG134).
           IF FAT-PAGA
              MOVE FAT-NUMERO    TO LK-NGB-FATURA
              MOVE WS-DATA-PAGTO TO LK-NGB-DATA
              MOVE 'PROG78'      TO LK-NGB-ORIGEM
              CALL "PROG134" USING LK-NEGBAIXA END-CALL
           END-IF

           IF FAT-PAGA
              IF LK-NGB-PEDIDA
                 MOVE "FATURA QUITADA - EXCLUSAO DA NEGATIVACAO PEDIDA"
                      TO WS-MSGERRO
              ELSE
                 MOVE "PAGAMENTO LANCADO - FATURA QUITADA"
                      TO WS-MSGERRO
              END-IF
           ELSE
              MOVE "PAGAMENTO PARCIAL LANCADO" TO WS-MSGERRO
           END-IF
           MOVE WS-VALOR-PAGTO   TO FPG-VALOR
           MOVE 'M'              TO FPG-ORIGEM
           MOVE WS-OPERADOR-EXEC TO FPG-OPERADOR
           MOVE LK-ENC-PRINCIPAL  TO FPG-VLR-PRINCIPAL
           MOVE LK-ENC-CALCULADO  TO FPG-ENC-CALCULADO
           MOVE LK-ENC-ENCARGOS   TO FPG-ENC-PAGO
           MOVE LK-ENC-DISPENSADO TO FPG-ENC-DISPENSA
           WRITE FATPAG-FPG
                 INVALID KEY
                   MOVE 'GRAVA-LANCAMENTO'               TO LK-PAR
