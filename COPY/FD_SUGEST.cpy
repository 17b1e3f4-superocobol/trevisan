      ******************************************************************
      * Copybook..: FD_SUGEST
      * Uso.......: Layout do arquivo SUGEST.ARQ (sugestoes de venda
      *             cruzada por cliente), gerado todo mes pelo PROG174
      *             a partir do historico de compras em PEDITEM.ARQ:
      *             ate 5 produtos que clientes com compras em comum
      *             levam e o cliente nunca comprou, em ordem de
      *             pontos (quantos clientes compraram o produto junto
      *             com os do cliente). A chave leva a competencia da
      *             geracao: o roteiro (PROG24) e a carteira (PROG25)
      *             usam a do mes ou, sem ela, a do mes anterior; o
      *             PROG116 mede quantas viraram pedido.
      * Historico.:
      *   2026 mnt - Copybook novo.
      ******************************************************************
       FD  SUGEST.

       01  SUGEST-SUG.
           05 SUG-KEY.
              10 SUG-ANOMES       PIC 9(06).
              10 SUG-CODC         PIC 9(07).
           05 SUG-DT-GERACAO      PIC 9(08).
           05 SUG-QTD             PIC 9(01).
           05 SUG-ITEM OCCURS 5 TIMES.
              10 SUG-PROD         PIC 9(05).
              10 SUG-PONTOS       PIC 9(05).
