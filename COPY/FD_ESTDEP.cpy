      ******************************************************************
      * Copybook..: FD_ESTDEP
      * Uso.......: Layout do arquivo ESTDEP.ARQ (saldo do produto
      *             por deposito), atualizado so pelo PROG153 a cada
      *             movimento de ESTMOV.ARQ e a cada reserva do
      *             PROG140. PRO-SALDO e PRO-RESERVADO continuam em
      *             PRODUTO.ARQ como o total de todos os depositos;
      *             a transferencia entre depositos muda so o ESTDEP.
      *             Carga inicial no deposito principal pelo PROG155.
      * Historico.:
      *   2026 mnt - Copybook novo.
      ******************************************************************
       FD  ESTDEP.

       01  ESTDEP-EDP.
           05 EDP-KEY.
              10 EDP-PROD         PIC 9(05).
              10 EDP-DEP          PIC 9(03).
           05 EDP-SALDO           PIC S9(07)V99.
           05 EDP-RESERVADO       PIC S9(07)V99.
           05 EDP-DT-ALTERACAO    PIC 9(08).
