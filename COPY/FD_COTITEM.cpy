      ******************************************************************
      * Copybook..: FD_COTITEM
      * Uso.......: Layout do arquivo COTITEM.ARQ (itens das cotacoes
      *             de COTACAO.ARQ), um por produto, mantido pelo
      *             PROG167 com o preco pelas regras do PROG22: preco
      *             do contrato do cliente ou da tabela PRECO.ARQ na
      *             data da cotacao (guardado em CQI-PRECO-TAB) e
      *             teto de desconto da classe. CQI-ABAIXO-TAB = 'S'
      *             marca o item abaixo do contrato ou do piso; na
      *             conversao ele vai para ITE-ABAIXO-TAB e prende o
      *             pedido na fila de aprovacao (PROG98).
      * Historico.:
      *   2026 mnt - Copybook novo.
      ******************************************************************
       FD  COTITEM.

       01  COTITEM-CQI.
           05 CQI-KEY.
              10 CQI-COTACAO      PIC 9(08).
              10 CQI-PROD         PIC 9(05).
           05 CQI-QTDE            PIC 9(07)V99.
           05 CQI-PRECO           PIC 9(07)V99.
           05 CQI-PRECO-TAB       PIC 9(07)V99.
           05 CQI-ABAIXO-TAB      PIC X(01).
              88 CQI-ABAIXO       VALUE 'S'.
           05 CQI-DT-ALTERACAO    PIC 9(08).
