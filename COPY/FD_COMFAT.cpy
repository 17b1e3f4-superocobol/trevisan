      ******************************************************************
      * Copybook..: FD_COMFAT
      * Uso.......: Layout do arquivo COMFAT.ARQ (comissao paga por
      *             fatura), gravado pelo fechamento PROG67 no regime
      *             de faturamento: a comissao de cada pedido fechado
      *             e' repartida entre as suas faturas (parcelas) pelo
      *             valor de cada uma, com a competencia em que foi
      *             paga. E' a base do estorno: fatura ja comissionada
      *             que passa do atraso limite (PAR-COM-DIAS-ESTORNO)
      *             ou e' baixada (cancelada no PROG123) tem a
      *             comissao debitada no fechamento seguinte do
      *             vendedor, e recreditada quando enfim e' paga.
      *             CFT-SITUACAO: C = comissionada, E = estornada,
      *             R = recreditada, Q = quitada (paga sem estorno,
      *             nada mais a acompanhar).
      *             CFT-MOTIVO do estorno: A = atraso, B = baixada.
      *             CFT-VLR-ESTORNO: comissao sobre o saldo em aberto
      *             na epoca do estorno (baixa estorna o total).
      * Historico.:
      *   2026 mnt - Copybook novo.
      ******************************************************************
       FD  COMFAT.

       01  COMFAT-CFT.
           05 CFT-KEY.
              10 CFT-FATURA       PIC 9(08).
           05 CFT-CODV            PIC 9(05).
           05 CFT-PEDIDO          PIC 9(08).
           05 CFT-ANOMES          PIC 9(06).
           05 CFT-VALOR           PIC 9(09)V99.
           05 CFT-SITUACAO        PIC X(01).
              88 CFT-COMISSIONADA VALUE 'C'.
              88 CFT-ESTORNADA    VALUE 'E'.
              88 CFT-RECREDITADA  VALUE 'R'.
              88 CFT-QUITADA      VALUE 'Q'.
           05 CFT-MOTIVO          PIC X(01).
              88 CFT-MOT-ATRASO   VALUE 'A'.
              88 CFT-MOT-BAIXA    VALUE 'B'.
           05 CFT-DIAS-ATRASO     PIC 9(04).
           05 CFT-VLR-ESTORNO     PIC 9(09)V99.
           05 CFT-ANOMES-ESTORNO  PIC 9(06).
           05 CFT-ANOMES-CREDITO  PIC 9(06).
