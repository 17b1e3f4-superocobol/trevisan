      ******************************************************************
      * Copybook..: FD_INVITEM
      * Uso.......: Layout do arquivo INVITEM.ARQ (produtos de cada
      *             contagem de inventario de INVCAB.ARQ), gravado na
      *             abertura pelo PROG143 com a fotografia do saldo
      *             contabil (INI-SALDO-FOTO). A digitacao da
      *             contagem grava INI-QTDE-CONTADA; o lancamento
      *             grava a diferenca (contado - fotografia) e o saldo
      *             resultante, que preserva os movimentos feitos
      *             durante a contagem. Item nao contado nao ajusta.
      * Historico.:
      *   2026 mnt - Copybook novo.
      *   2026 mnt - Incluidos INI-LOTE e INI-VALIDADE, o lote que o
      *              contador informa para produto com controle de
      *              lote: a sobra da contagem entra nele (PROG162).
      *              Em branco = produto sem lote.
      ******************************************************************
       FD  INVITEM.

       01  INVITEM-INI.
           05 INI-KEY.
              10 INI-NUMERO       PIC 9(06).
              10 INI-PROD         PIC 9(05).
           05 INI-SALDO-FOTO      PIC S9(07)V99.
           05 INI-CONTADO         PIC X(01).
              88 INI-JA-CONTADO   VALUE 'S'.
              88 INI-NAO-CONTADO  VALUE 'N'.
           05 INI-QTDE-CONTADA    PIC 9(07)V99.
           05 INI-DATA-CONT       PIC 9(08).
           05 INI-OPER-CONT       PIC X(08).
           05 INI-QTDE-AJUSTE     PIC S9(07)V99.
           05 INI-SALDO-FINAL     PIC S9(07)V99.
           05 INI-LOTE            PIC X(15).
           05 INI-VALIDADE        PIC 9(08).
