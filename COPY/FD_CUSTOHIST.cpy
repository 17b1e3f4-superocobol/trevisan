      ******************************************************************
      * Copybook..: FD_CUSTOHIST
      * Uso.......: Layout do arquivo CUSTOHIST.ARQ (historico do
      *             custo medio dos produtos), gravado pelo PROG145 a
      *             cada entrada com custo unitario: saldo e custo
      *             antes, quantidade e custo da entrada e o custo
      *             medio resultante, com o movimento de ESTMOV.ARQ
      *             que originou a mudanca. Chave produto + sequencial
      *             do movimento, em ordem cronologica por produto.
      * Historico.:
      *   2026 mnt - Copybook novo.
      ******************************************************************
       FD  CUSTOHIST.

       01  CUSTOHIST-CUH.
           05 CUH-KEY.
              10 CUH-PROD         PIC 9(05).
              10 CUH-SEQ-EMV      PIC 9(08).
           05 CUH-DATA            PIC 9(08).
           05 CUH-DOC             PIC X(10).
           05 CUH-SALDO-ANT       PIC S9(07)V99.
           05 CUH-CUSTO-ANT       PIC 9(07)V99.
           05 CUH-QTDE-ENT        PIC 9(07)V99.
           05 CUH-CUSTO-ENT       PIC 9(07)V99.
           05 CUH-CUSTO-NOVO      PIC 9(07)V99.
