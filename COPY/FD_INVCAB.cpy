      ******************************************************************
      * Copybook..: FD_INVCAB
      * Uso.......: Layout do arquivo INVCAB.ARQ (ciclos de contagem
      *             de inventario), mantido pelo PROG143: a abertura
      *             numera pelo PROG40 (tipo 'I'), fotografa o saldo
      *             contabil dos produtos da faixa em INVITEM.ARQ e
      *             imprime as folhas de contagem; a aprovacao do
      *             supervisor lanca as diferencas em ESTMOV.ARQ com
      *             documento INV + numero. Divergencias no PROG144.
      *             INV-SEQ-EMV guarda o ultimo movimento de estoque
      *             gravado na abertura: os posteriores sao os
      *             movimentos feitos durante a contagem.
      * Historico.:
      *   2026 mnt - Copybook novo.
      ******************************************************************
       FD  INVCAB.

       01  INVCAB-INV.
           05 INV-KEY.
              10 INV-NUMERO       PIC 9(06).
           05 INV-DATA-ABERT      PIC 9(08).
           05 INV-OPER-ABERT      PIC X(08).
           05 INV-PROD-INI        PIC 9(05).
           05 INV-PROD-FIM        PIC 9(05).
           05 INV-SITUACAO        PIC X(01).
              88 INV-ABERTO       VALUE 'A'.
              88 INV-LANCADO      VALUE 'L'.
              88 INV-CANCELADO    VALUE 'X'.
           05 INV-SEQ-EMV         PIC 9(08).
           05 INV-QTD-ITENS       PIC 9(05).
           05 INV-QTD-AJUSTES     PIC 9(05).
           05 INV-DATA-APROV      PIC 9(08).
           05 INV-SUPERVISOR      PIC X(08).
