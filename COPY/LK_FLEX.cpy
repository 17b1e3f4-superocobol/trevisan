      ******************************************************************
      * Copybook..: LK_FLEX
      * Uso.......: Parametros de chamada do PROG171 (verba de
      *             desconto do vendedor, FLEXVEN.ARQ/FLEXMOV.ARQ):
      *             LK-FLX-OPER 'L' lanca a contribuicao LK-FLX-VALOR
      *             (com sinal) do item LK-FLX-ITEM do pedido na
      *             competencia de LK-FLX-DATA; 'E' estorna todos os
      *             lancamentos ainda nao estornados do pedido
      *             LK-FLX-PEDIDO (devolve em LK-FLX-VALOR o total
      *             estornado); 'C' so consulta o saldo do vendedor
      *             na competencia de LK-FLX-DATA. Em todas volta o
      *             saldo em LK-FLX-SALDO e a competencia usada em
      *             LK-FLX-ANOMES (fechada rola para a seguinte).
      *             LK-FLX-RET: '0' ok, '9' operacao invalida ou
      *             erro de arquivo (nada feito).
      ******************************************************************
       01  LK-FLEX.
           03 LK-FLX-OPER      PIC X(01).
              88 LK-FLX-LANCA    VALUE 'L'.
              88 LK-FLX-ESTORNA  VALUE 'E'.
              88 LK-FLX-CONSULTA VALUE 'C'.
           03 LK-FLX-CODV      PIC 9(05).
           03 LK-FLX-DATA      PIC 9(08).
           03 LK-FLX-PEDIDO    PIC 9(08).
           03 LK-FLX-ITEM      PIC 9(03).
           03 LK-FLX-PROD      PIC 9(05).
           03 LK-FLX-VALOR     PIC S9(11)V99.
           03 LK-FLX-SALDO     PIC S9(11)V99.
           03 LK-FLX-ANOMES    PIC 9(06).
           03 LK-FLX-RET       PIC X(01).
              88 LK-FLX-OK       VALUE '0'.
              88 LK-FLX-ERRO     VALUE '9'.
