      *   2026 mnt - Incluido o tipo 'P' (pedido), semeado a partir
      *              do maior PED-NUMERO de PEDIDOS.ARQ, para a
      *              numeracao automatica do importador PROG66.
      *   2026 mnt - Incluido o tipo 'L' (lancamento contabil avulso
      *              de CONTLAN.ARQ), semeado do 1 (arquivo novo).
      *   2026 mnt - Incluido o tipo 'N' (numero da NF-e na serie
      *              propria), semeado a partir do maior
      *              FAT-NFE-NUMERO de FATURA.ARQ, para a geracao
      *              da NF-e PROG138.
      *   2026 mnt - Incluido o tipo 'I' (contagem de inventario,
      *              PROG143), semeado do 1 (arquivo novo).
      *   2026 mnt - Incluido o tipo 'O' (ordem de compra,
      *              PROG149), semeado do 1 (arquivo novo).
      *   2026 mnt - Incluido o tipo 'Q' (cotacao de precos,
      *              PROG167), semeado do 1 (arquivo novo).
      ******************************************************************
       IDENTIFICATION      DIVISION.
       PROGRAM-ID.         PROG40.

           IF NOT LK-SEQ-CLIENTE AND NOT LK-SEQ-VENDEDOR
              AND NOT LK-SEQ-FATURA AND NOT LK-SEQ-PEDIDO
              AND NOT LK-SEQ-DEVOL AND NOT LK-SEQ-LANCTO
              AND NOT LK-SEQ-NFE AND NOT LK-SEQ-INVENT
              AND NOT LK-SEQ-ORDCOMP AND NOT LK-SEQ-COTACAO
              GOBACK
           END-IF

      *    no cadastro correspondente.
           MOVE ZEROS TO WS-MAIOR-COD

      *    Devolucao, lancamento contabil, inventario, ordem de
      *    compra e cotacao nao tem legado para semear: comecam do 1.
           IF LK-SEQ-DEVOL OR LK-SEQ-LANCTO OR LK-SEQ-INVENT
              OR LK-SEQ-ORDCOMP OR LK-SEQ-COTACAO
              GO TO SEMEIA-SEQUENCIA-FIM
           END-IF

              GO TO SEMEIA-SEQUENCIA-FIM
           END-IF

           IF LK-SEQ-NFE
              PERFORM SEMEIA-NFE
              GO TO SEMEIA-SEQUENCIA-FIM
           END-IF

           IF LK-SEQ-CLIENTE
              OPEN INPUT CLIENTES
              IF FSC-OK
       SEMEIA-FATURA-FIM.
           EXIT.

      *-------------------------------------------------------------*
       SEMEIA-NFE.
      *-------------------------------------------------------------*
      *    Numero de NF-e repetido na serie e' rejeitado pela SEFAZ:
      *    parte do maior FAT-NFE-NUMERO ja gerado (SEQUENC.ARQ
      *    apagado nao pode reiniciar a serie).
           OPEN INPUT FATURA
           IF FSF-OK
              PERFORM LE-MAIOR-NFE THRU LE-MAIOR-NFE-FIM
                      UNTIL NOT FSF-OK
           END-IF
           CLOSE FATURA
           .
       SEMEIA-NFE-FIM.
           EXIT.

      *-------------------------------------------------------------*
       LE-MAIOR-NFE.
      *-------------------------------------------------------------*
           READ FATURA NEXT AT END
                GO TO LE-MAIOR-NFE-FIM
           END-READ

           IF FAT-NFE-NUMERO NUMERIC
              AND FAT-NFE-NUMERO > WS-MAIOR-COD
              MOVE FAT-NFE-NUMERO TO WS-MAIOR-COD
           END-IF
           .
       LE-MAIOR-NFE-FIM.
           EXIT.

      *-------------------------------------------------------------*
       MONTA-CAMINHOS.
      *-------------------------------------------------------------*
