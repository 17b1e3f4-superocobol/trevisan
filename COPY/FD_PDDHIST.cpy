      ******************************************************************
      * Copybook..: FD_PDDHIST
      * Uso.......: Layout do arquivo PDDHIST.ARQ (historico mensal da
      *             provisao para devedores duvidosos), gravado pelo
      *             PROG132: um registro por competencia AAAAMM com o
      *             saldo em aberto e a provisao de cada faixa de
      *             PDDFAIXA.ARQ no fim do mes. A provisao do mes
      *             seguinte e' comparada com PDH-PROVISAO e so a
      *             diferenca vai para a interface contabil
      *             (CONTLAN.ARQ, tipo PDD). Recalculo da mesma
      *             competencia lanca apenas o ajuste e regrava o
      *             registro.
      * Historico.:
      *   2026 mnt - Copybook novo.
      ******************************************************************
       FD  PDDHIST.

       01  PDDHIST-PDH.
           05 PDH-KEY.
              10 PDH-ANOMES       PIC 9(06).
           05 PDH-DT-CALC         PIC 9(08).
           05 PDH-BASE            PIC 9(11)V99.
           05 PDH-PROVISAO        PIC 9(11)V99.
           05 PDH-QTD-FAIXAS      PIC 9(02).
           05 PDH-FAIXA OCCURS 10 TIMES.
              10 PDH-FX-DIAS-ATE  PIC 9(05).
              10 PDH-FX-PERC      PIC 9(03)V99.
              10 PDH-FX-SALDO     PIC 9(11)V99.
              10 PDH-FX-PROVISAO  PIC 9(11)V99.
           05 PDH-ULT-LANCTO      PIC 9(08).
           05 PDH-IDEXEC          PIC X(26).
