      ******************************************************************
      * Copybook..: FD_LOTE
      * Uso.......: Layout do arquivo LOTE.ARQ (saldo de estoque por
      *             lote e validade dos produtos com controle de lote,
      *             PRO-CONTROLA-LOTE = 'S'), mantido so pelo PROG162.
      *             A chave poe a validade antes do numero do lote:
      *             lida em ordem, a saida consome primeiro o lote que
      *             vence primeiro (PROG81 e faturamento PROG64). O
      *             relatorio de lotes a vencer e' o PROG163.
      *             Lote zerado fica no arquivo (rastreio da entrada).
      * Historico.:
      *   2026 mnt - Copybook novo.
      ******************************************************************
       FD  LOTE.

       01  LOTE-LOT.
           05 LOT-KEY.
              10 LOT-PROD         PIC 9(05).
              10 LOT-DEP          PIC 9(03).
              10 LOT-VALIDADE     PIC 9(08).
              10 LOT-NUMERO       PIC X(15).
           05 LOT-SALDO           PIC S9(07)V99.
           05 LOT-QTDE-ENTRADA    PIC 9(07)V99.
           05 LOT-DT-ENTRADA      PIC 9(08).
           05 LOT-DT-ALTERACAO    PIC 9(08).
