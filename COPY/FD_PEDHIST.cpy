      *             retencao, para PEDIDOS.ARQ parar de crescer; a
      *             consulta unificada e' o PROG89. Toda alteracao de
      *             layout em FD_PEDIDOS deve ser espelhada aqui.
      * Historico.:
      *   2026 mnt - Espelhados PED-COND-PAGTO e PED-PEDIDO-ORIG.
      *   2026 mnt - Espelhados PED-OPER-DIGIT e PED-OPER-APROV.
      *   2026 mnt - Espelhado PED-PEDIDO-CLI.
      ******************************************************************
       FD  PEDHIST.

           05 HIS-OBS-CANC      PIC X(40).
           05 HIS-SIT-CONTAB    PIC X(01).
           05 HIS-CAMPANHA      PIC X(06).
           05 HIS-COND-PAGTO    PIC X(03).
           05 HIS-PEDIDO-ORIG   PIC 9(08).
           05 HIS-OPER-DIGIT    PIC X(08).
           05 HIS-OPER-APROV    PIC X(08).
           05 HIS-PEDIDO-CLI    PIC X(20).
