      ******************************************************************
      * Copybook..: FD_CREDCLI
      * Uso.......: Layout do arquivo CREDCLI.ARQ (saldo de credito
      *             de cada cliente, alimentado pelas notas de
      *             credito das devolucoes do PROG114 e consumido
      *             contra as faturas em aberto pelo PROG124, que
      *             grava o uso em FATPAG.ARQ com origem 'N').
      * Historico.:
      *   2026 mnt - Copybook novo.
      ******************************************************************
       FD  CREDCLI.

       01  CREDCLI-CRC.
           05 CRC-KEY.
              10 CRC-CODC         PIC 9(07).
           05 CRC-SALDO           PIC 9(09)V99.
           05 CRC-TOT-CREDITADO   PIC 9(11)V99.
           05 CRC-TOT-UTILIZADO   PIC 9(11)V99.
           05 CRC-DT-ULT-CRED     PIC 9(08).
           05 CRC-DT-ULT-USO      PIC 9(08).
