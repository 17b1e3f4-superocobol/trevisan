      ******************************************************************
      * Copybook..: FD_VALHIST
      * Uso.......: Layout do arquivo VALHIST.ARQ (fotografia mensal
      *             da valorizacao do estoque), gravado pelo PROG152
      *             na rodada de fim de mes: um registro por
      *             competencia AAAAMM e produto com saldo, com a
      *             quantidade, o custo medio, o valor, as datas da
      *             ultima venda e da ultima entrada e a classificacao
      *             por dias sem venda. Nova rodada da mesma
      *             competencia apaga e regrava a fotografia. O
      *             relatorio do mes compara o valor de cada linha de
      *             produto com a competencia anterior.
      * Historico.:
      *   2026 mnt - Copybook novo.
      ******************************************************************
       FD  VALHIST.

       01  VALHIST-VLH.
           05 VLH-KEY.
              10 VLH-ANOMES       PIC 9(06).
              10 VLH-PROD         PIC 9(05).
           05 VLH-LINHA           PIC X(04).
           05 VLH-SALDO           PIC S9(07)V99.
           05 VLH-CUSTO-MEDIO     PIC 9(07)V99.
           05 VLH-VALOR           PIC S9(11)V99.
           05 VLH-DT-ULT-VENDA    PIC 9(08).
           05 VLH-DT-ULT-ENTRADA  PIC 9(08).
           05 VLH-DIAS-SEM-VENDA  PIC 9(05).
           05 VLH-CLASSE          PIC X(01).
              88 VLH-NORMAL       VALUE 'N'.
              88 VLH-LENTO        VALUE 'L'.
              88 VLH-OBSOLETO     VALUE 'O'.
           05 VLH-DT-CALC         PIC 9(08).
