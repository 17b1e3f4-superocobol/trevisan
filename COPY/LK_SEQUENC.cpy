      *   2026 mnt - Incluido o tipo 'D' (devolucao), usado pela
      *              digitacao de devolucoes PROG114; semeado do 1,
      *              sem legado para aproveitar.
      *   2026 mnt - Incluido o tipo 'L' (lancamento contabil avulso
      *              de CONTLAN.ARQ, como o estorno do cancelamento
      *              de fatura PROG123); semeado do 1.
      *   2026 mnt - Incluido o tipo 'N' (numero da NF-e), usado
      *              pela geracao da NF-e PROG138.
      *   2026 mnt - Incluido o tipo 'I' (contagem de inventario),
      *              usado pelo PROG143.
      *   2026 mnt - Incluido o tipo 'O' (ordem de compra),
      *              usado pelo PROG149.
      *   2026 mnt - Incluido o tipo 'Q' (cotacao), usado
      *              pelo PROG167.
      ******************************************************************
       01  LK-SEQUENCIA.
           03 LK-SEQ-TIPO      PIC X(01).
              88 LK-SEQ-FATURA   VALUE 'F'.
              88 LK-SEQ-PEDIDO   VALUE 'P'.
              88 LK-SEQ-DEVOL    VALUE 'D'.
              88 LK-SEQ-LANCTO   VALUE 'L'.
              88 LK-SEQ-NFE      VALUE 'N'.
              88 LK-SEQ-INVENT   VALUE 'I'.
              88 LK-SEQ-ORDCOMP  VALUE 'O'.
              88 LK-SEQ-COTACAO  VALUE 'Q'.
           03 LK-SEQ-NUMERO    PIC 9(08).
           03 LK-SEQ-RET       PIC X(01).
              88 LK-SEQ-OK       VALUE '0'.
