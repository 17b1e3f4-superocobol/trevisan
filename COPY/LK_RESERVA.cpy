      ******************************************************************
      * Copybook..: LK_RESERVA
      * Uso.......: Parametros de chamada do PROG140 (reserva de
      *             estoque do pedido): quem grava item, muda a
      *             situacao, fatura ou exclui pedido informa o
      *             numero; o PROG140 le a situacao atual do pedido
      *             e acerta PRO-RESERVADO dos itens.
      *             LK-RES-RET: '0' reserva acertada, '9' arquivo
      *             ausente (nada feito; o PROG141 reconstroi).
      ******************************************************************
       01  LK-RESERVA.
           03 LK-RES-PEDIDO    PIC 9(08).
           03 LK-RES-RET       PIC X(01).
              88 LK-RES-OK       VALUE '0'.
              88 LK-RES-ERRO     VALUE '9'.
