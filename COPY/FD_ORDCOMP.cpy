      ******************************************************************
      * Copybook..: FD_ORDCOMP
      * Uso.......: Layout do arquivo ORDCOMP.ARQ (cabecalho das
      *             ordens de compra), mantido pelo PROG149: numero
      *             pelo PROG40 (tipo 'O'), fornecedor de FORNEC.ARQ
      *             e data prevista de entrega; os itens ficam em
      *             OCITEM.ARQ. O recebimento (PROG150) muda a
      *             situacao para 'P' (recebida em parte) ou 'R'
      *             (recebida por completo); 'C' e' a ordem cancelada
      *             (o que ja foi recebido continua no estoque). As
      *             ordens abertas e atrasadas saem no PROG151.
      * Historico.:
      *   2026 mnt - Copybook novo.
      ******************************************************************
       FD  ORDCOMP.

       01  ORDCOMP-OCP.
           05 OCP-KEY.
              10 OCP-NUMERO       PIC 9(08).
           05 OCP-FORN            PIC 9(05).
           05 OCP-EMISSAO         PIC 9(08).
           05 OCP-PREVISTA        PIC 9(08).
           05 OCP-SITUACAO        PIC X(01).
              88 OCP-ABERTA       VALUE 'A'.
              88 OCP-PARCIAL      VALUE 'P'.
              88 OCP-RECEBIDA     VALUE 'R'.
              88 OCP-CANCELADA    VALUE 'C'.
              88 OCP-PENDENTE     VALUES ARE 'A' 'P'.
           05 OCP-QTD-ITENS       PIC 9(03).
           05 OCP-VALOR           PIC 9(11)V99.
           05 OCP-OPERADOR        PIC X(08).
           05 OCP-DT-ULT-RECEB    PIC 9(08).
