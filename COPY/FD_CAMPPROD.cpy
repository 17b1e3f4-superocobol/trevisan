      ******************************************************************
      * Copybook..: FD_CAMPPROD
      * Uso.......: Layout do arquivo CAMPPROD.ARQ (oferta das
      *             campanhas de CAMPANHA.ARQ), mantido pela opcao PRC
      *             do PROG121: o preco promocional de cada produto
      *             da campanha. O PROG22 sugere e usa esse preco como
      *             piso no pedido que traz o codigo da campanha, de
      *             cliente do publico (CAMPCLI.ARQ) e com data dentro
      *             da vigencia; o desconto concedido fica no item
      *             (ITE-DESC-PROMO) para o PROG122.
      * Historico.:
      *   2026 mnt - Copybook novo.
      ******************************************************************
       FD  CAMPPROD.

       01  CAMPPROD-CPP.
           05 CPP-KEY.
              10 CPP-CAMPANHA     PIC X(06).
              10 CPP-PROD         PIC 9(05).
           05 CPP-PRECO           PIC 9(07)V99.
           05 CPP-DT-ALTERACAO    PIC 9(08).
