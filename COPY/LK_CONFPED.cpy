      ******************************************************************
      * Copybook..: LK_CONFPED
      * Uso.......: Parametros de chamada do PROG173 (confirmacao do
      *             pedido ao cliente): monta o documento do pedido
      *             LK-CFP-PEDIDO, grava a mensagem para o e-mail do
      *             cliente no arquivo do gateway de correio
      *             (MAILGW.TXT) e uma copia impressa no spool.
      *             LK-CFP-MOTIVO 'N' pedido novo, 'A' aprovado,
      *             'L' alterado, 'R' reenvio a pedido do usuario.
      *             LK-CFP-RET '0' enviado, '1' cliente sem e-mail
      *             (so a copia impressa), '9' pedido nao encontrado
      *             ou erro de arquivo (nada feito).
      ******************************************************************
       01  LK-CONFPED.
           03 LK-CFP-PEDIDO    PIC 9(08).
           03 LK-CFP-MOTIVO    PIC X(01).
              88 LK-CFP-NOVO     VALUE 'N'.
              88 LK-CFP-APROVADO VALUE 'A'.
              88 LK-CFP-ALTERADO VALUE 'L'.
              88 LK-CFP-REENVIO  VALUE 'R'.
           03 LK-CFP-PROGRAMA  PIC X(08).
           03 LK-CFP-RET       PIC X(01).
              88 LK-CFP-OK       VALUE '0'.
              88 LK-CFP-SEM-EMAIL VALUE '1'.
              88 LK-CFP-ERRO     VALUE '9'.
