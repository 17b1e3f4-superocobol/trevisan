      *            12 = arquivo ausente
      * Historico.:
      *   2026 mnt - Programa novo.
      *   2026 mnt - Liquidacao apos o vencimento: o valor recebido e'
      *              dividido em principal e encargos por atraso pelo
      *              PROG125; so o principal abate FAT-VALOR-PAGO e a
      *              divisao fica em FATPAG.ARQ.
      *   2026 mnt - Liquidacao que quita a fatura pede a exclusao da
      *              negativacao no bureau de credito (PROG134), com
      *              linha no relatorio.
      ******************************************************************
       IDENTIFICATION      DIVISION.
       PROGRAM-ID.         PROG87.
       77 WS-MOTIVO         PIC X(03) VALUE SPACES.
       77 WS-DATA-HOJE      PIC 9(08) VALUE ZEROS.

       COPY LK_ENCARGO.

       COPY LK_NEGBAIXA.

       01 LINHA-CAB0.
           05 FILLER        PIC X(050) VALUE
           'RETORNO DA COBRANCA BANCARIA - OCORRENCIAS'.
              GO TO APLICA-LIQUIDACAO-FIM
           END-IF

      *    Pago com atraso, o recebido cobre primeiro os encargos
      *    proporcionais (PROG125); o resto abate o principal.
           MOVE FAT-VENCTO    TO LK-ENC-VENCTO
           MOVE WS-DATA-PAGTO TO LK-ENC-DATA
           COMPUTE LK-ENC-SALDO = FAT-VALOR - FAT-VALOR-PAGO
           MOVE WS-VALOR-PAGO TO LK-ENC-RECEBIDO
           MOVE 'N'           TO LK-ENC-DISPENSA
           CALL "PROG125" USING LK-ENCARGO END-CALL
           IF LK-ENC-RET NOT = '0'
              MOVE '004' TO WS-MOTIVO
              GO TO APLICA-LIQUIDACAO-FIM
           END-IF

           PERFORM GRAVA-LANCAMENTO

           ADD LK-ENC-PRINCIPAL TO FAT-VALOR-PAGO
           MOVE WS-DATA-PAGTO TO FAT-DT-ULT-PAGTO
           IF FAT-VALOR-PAGO NOT < FAT-VALOR
              MOVE 'P' TO FAT-SITUACAO
           MOVE FAT-NUMERO TO OCO-NUMERO
           MOVE 'LIQUIDADO PELO BANCO' TO OCO-TEXTO
           WRITE RELBANC-REL FROM LINHA-OCO

      *    Quitada, sai da negativacao do bureau (PROG134).
           IF FAT-PAGA
              MOVE FAT-NUMERO    TO LK-NGB-FATURA
              MOVE WS-DATA-PAGTO TO LK-NGB-DATA
              MOVE 'PROG87'      TO LK-NGB-ORIGEM
              CALL "PROG134" USING LK-NEGBAIXA END-CALL
              IF LK-NGB-PEDIDA
                 MOVE FAT-NUMERO TO OCO-NUMERO
                 MOVE 'EXCLUSAO DA NEGATIVACAO PEDIDA' TO OCO-TEXTO
                 WRITE RELBANC-REL FROM LINHA-OCO
              END-IF
           END-IF
           .
       APLICA-LIQUIDACAO-FIM.
           EXIT.
           MOVE WS-VALOR-PAGO  TO FPG-VALOR
           MOVE 'B'            TO FPG-ORIGEM
           MOVE 'PROG87'       TO FPG-OPERADOR
           MOVE LK-ENC-PRINCIPAL  TO FPG-VLR-PRINCIPAL
           MOVE LK-ENC-CALCULADO  TO FPG-ENC-CALCULADO
           MOVE LK-ENC-ENCARGOS   TO FPG-ENC-PAGO
           MOVE LK-ENC-DISPENSADO TO FPG-ENC-DISPENSA
           WRITE FATPAG-FPG
                 INVALID KEY
                   CONTINUE
