      *   2026 mnt - Incluido ITE-ABAIXO-TAB ('S' quando o preco
      *              digitado ficou abaixo do piso da tabela PRECO.ARQ
      *              para a classe do cliente), marcado pelo PROG22.
      *   2026 mnt - Incluido ITE-RESERVADO ('S' quando a quantidade
      *              do item esta somada em PRO-RESERVADO), marcado
      *              e desmarcado pelo PROG140 e pelo PROG141.
      *   2026 mnt - Incluido ITE-CUSTO, o custo medio unitario do
      *              produto congelado pelo PROG64 no faturamento,
      *              base da margem bruta (PROG146).
      *   2026 mnt - Incluido ITE-DEPOSITO, o deposito em que a
      *              quantidade do item esta reservada (EDP-RESERVADO
      *              de ESTDEP.ARQ), gravado pelo PROG140 na reserva
      *              e usado na liberacao; zeros = sem reserva.
      *   2026 mnt - Incluido ITE-DESC-PROMO, o desconto unitario
      *              sobre a tabela concedido pelo preco promocional
      *              da campanha do pedido (CAMPPROD.ARQ), gravado
      *              pelo PROG22 e somado pelo PROG122; registro
      *              antigo (nao numerico) vale zeros.
      ******************************************************************
       FD  PEDITEM.

           05 ITE-QTDE            PIC 9(07)V99.
           05 ITE-PRECO           PIC 9(07)V99.
           05 ITE-ABAIXO-TAB      PIC X(01).
           05 ITE-RESERVADO       PIC X(01).
              88 ITE-COM-RESERVA  VALUE 'S'.
           05 ITE-CUSTO           PIC 9(07)V99.
           05 ITE-DEPOSITO        PIC 9(03).
           05 ITE-DESC-PROMO      PIC 9(07)V99.
