      ******************************************************************
      * Copybook..: FD_TAXALIN
      * Uso.......: Layout do arquivo TAXALIN.ARQ (historico da taxa
      *             de comissao por linha de produto, com data de
      *             vigencia), gravado pelo PROG160. TXL-TIPO 'L' =
      *             a linha tem taxa propria (TXL-TAXA), que vale
      *             no lugar da taxa do vendedor; 'V' = a partir da
      *             vigencia a linha volta a pagar a taxa do
      *             vendedor (COMHIST.ARQ). O PROG161 devolve a taxa
      *             vigente numa data para o fechamento PROG67.
      * Historico.:
      *   2026 mnt - Copybook novo.
      ******************************************************************
       FD  TAXALIN.

       01  TAXALIN-TXL.
           05 TXL-KEY.
              10 TXL-LINHA        PIC X(04).
              10 TXL-DT-VIGENCIA  PIC 9(08).
           05 TXL-TIPO            PIC X(01).
              88 TXL-TAXA-PROPRIA VALUE 'L'.
              88 TXL-TAXA-VENDEDOR VALUE 'V'.
           05 TXL-TAXA            PIC 9(02)V99.
           05 TXL-OPERADOR        PIC X(08).
           05 TXL-DT-REGISTRO     PIC 9(08).
