      ******************************************************************
      * Copybook..: FD_FLEXMOV
      * Uso.......: Layout do arquivo FLEXMOV.ARQ (movimentos da
      *             verba de desconto do vendedor, FLEXVEN.ARQ),
      *             gravado pelo PROG171: um lancamento ('L') por
      *             item de pedido vendido fora do preco de tabela,
      *             com a contribuicao (quantidade x diferenca para a
      *             tabela, positiva acima, negativa abaixo), e um
      *             estorno ('E') de valor oposto quando o pedido e'
      *             cancelado ou excluido - o lancamento estornado
      *             fica marcado em FLM-ESTORNADO para nao estornar
      *             duas vezes. FLM-SEQ numera os movimentos do
      *             vendedor na competencia (FLX-QTD-MOV); a chave
      *             alternada FLM-PEDIDO acha os lancamentos do
      *             pedido. O extrato por vendedor e' o PROG172.
      * Historico.:
      *   2026 mnt - Copybook novo.
      ******************************************************************
       FD  FLEXMOV.

       01  FLEXMOV-FLM.
           05 FLM-KEY.
              10 FLM-CODV         PIC 9(05).
              10 FLM-ANOMES       PIC 9(06).
              10 FLM-SEQ          PIC 9(05).
           05 FLM-PEDIDO          PIC 9(08).
           05 FLM-ITEM            PIC 9(03).
           05 FLM-PROD            PIC 9(05).
           05 FLM-DATA            PIC 9(08).
           05 FLM-TIPO            PIC X(01).
              88 FLM-LANCAMENTO   VALUE 'L'.
              88 FLM-ESTORNO      VALUE 'E'.
           05 FLM-VALOR           PIC S9(11)V99.
           05 FLM-ESTORNADO       PIC X(01).
              88 FLM-JA-ESTORNADO VALUE 'S'.
