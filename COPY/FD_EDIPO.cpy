      ******************************************************************
      * Copybook..: FD_EDIPO
      * Uso.......: Layout do arquivo EDIPO.ARQ (registro dos pedidos
      *             de compra dos clientes ja transformados em pedido
      *             pela recepcao EDI do PROG197). A chave e' o
      *             cliente mais o numero do pedido de compra dele:
      *             pedido de compra ja registrado e' recusado
      *             inteiro como duplicado. So' o pedido efetivamente
      *             gerado e' registrado, de modo que um pedido de
      *             compra recusado (credito, itens) pode ser
      *             reenviado pelo cliente com o mesmo numero.
      ******************************************************************
       FD  EDIPO.

       01  EDIPO-EPO.
           05 EPO-KEY.
              10 EPO-CODC         PIC 9(07).
              10 EPO-PEDIDO-CLI   PIC X(20).
           05 EPO-PEDIDO          PIC 9(08).
           05 EPO-DT-PEDIDO-CLI   PIC 9(08).
           05 EPO-DT-RECEBIMENTO  PIC 9(08).
           05 EPO-SEQ-ARQUIVO     PIC X(04).
