      ******************************************************************
      * Copybook..: LK_NEGBAIXA
      * Uso.......: Parametros de chamada do PROG134 (pedido de
      *             exclusao da negativacao da fatura quitada): quem
      *             baixa a fatura informa o numero, a data da
      *             quitacao e o programa de origem.
      *             LK-NGB-RET: '0' exclusao pedida (sai na proxima
      *             remessa do PROG133), '2' exclusao ja pedida
      *             antes, '9' fatura nao negativada (nada a fazer).
      ******************************************************************
       01  LK-NEGBAIXA.
           03 LK-NGB-FATURA    PIC 9(08).
           03 LK-NGB-DATA      PIC 9(08).
           03 LK-NGB-ORIGEM    PIC X(08).
           03 LK-NGB-RET       PIC X(01).
              88 LK-NGB-PEDIDA      VALUE '0'.
              88 LK-NGB-JA-PEDIDA   VALUE '2'.
              88 LK-NGB-NAO-NEGAT   VALUE '9'.
