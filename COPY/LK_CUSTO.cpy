      ******************************************************************
      * Copybook..: LK_CUSTO
      * Uso.......: Parametros de chamada do PROG145 (custo medio
      *             ponderado): quem lanca entrada com custo unitario
      *             informa o produto, o saldo e o custo medio antes
      *             da entrada, a quantidade e o custo da entrada, e
      *             o movimento de ESTMOV.ARQ (sequencial, data e
      *             documento). O PROG145 devolve o novo custo medio
      *             em LK-CUS-CUSTO-NOVO, que o chamador grava em
      *             PRO-CUSTO-MEDIO, e registra a mudanca em
      *             CUSTOHIST.ARQ.
      *             LK-CUS-RET: '0' custo calculado e historico
      *             gravado, '9' historico nao gravado (o custo
      *             novo vale do mesmo jeito).
      * Historico.:
      *   2026 mnt - Copybook novo.
      ******************************************************************
       01  LK-CUSTO.
           03 LK-CUS-PROD        PIC 9(05).
           03 LK-CUS-SALDO-ANT   PIC S9(07)V99.
           03 LK-CUS-CUSTO-ANT   PIC 9(07)V99.
           03 LK-CUS-QTDE        PIC 9(07)V99.
           03 LK-CUS-CUSTO-ENT   PIC 9(07)V99.
           03 LK-CUS-SEQ-EMV     PIC 9(08).
           03 LK-CUS-DATA        PIC 9(08).
           03 LK-CUS-DOC         PIC X(10).
           03 LK-CUS-CUSTO-NOVO  PIC 9(07)V99.
           03 LK-CUS-RET         PIC X(01).
              88 LK-CUS-OK         VALUE '0'.
              88 LK-CUS-ERRO       VALUE '9'.
