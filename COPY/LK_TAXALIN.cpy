      ******************************************************************
      * Copybook..: LK_TAXALIN
      * Uso.......: Parametros de chamada do PROG161 (taxa de
      *             comissao de um item pela linha do produto):
      *             se a linha tem taxa propria vigente em
      *             LK-TL-DATA (TAXALIN.ARQ), devolve essa taxa;
      *             senao devolve a taxa do vendedor vigente na data
      *             (PROG101: COMHIST.ARQ, fallback LK-TL-TAXA-ATUAL,
      *             o VEN-COMISSAO do cadastro).
      *             LK-TL-RET: '1' taxa da linha, '0' taxa do
      *             historico do vendedor, '9' taxa do cadastro.
      * Historico.:
      *   2026 mnt - Copybook novo.
      ******************************************************************
       01  LK-TAXALIN.
           03 LK-TL-LINHA       PIC X(04).
           03 LK-TL-CODV        PIC 9(05).
           03 LK-TL-DATA        PIC 9(08).
           03 LK-TL-TAXA-ATUAL  PIC 9(02)V99.
           03 LK-TL-TAXA        PIC 9(02)V99.
           03 LK-TL-RET         PIC X(01).
