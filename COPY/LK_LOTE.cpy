      ******************************************************************
      * Copybook..: LK_LOTE
      * Uso.......: Parametros de chamada do PROG162 (saldo por lote).
      *             LK-LOT-OPER:
      *               E = entrada de LK-LOT-QTDE no lote LK-LOT-NUMERO
      *                   com validade LK-LOT-VALIDADE (cria o lote);
      *               C = consumo de LK-LOT-QTDE: do lote informado
      *                   em LK-LOT-NUMERO ou, em branco, dos lotes
      *                   de menor validade primeiro (vencidos
      *                   inclusive - descarte, ajuste, transferencia);
      *               V = consumo de venda: menor validade primeiro,
      *                   sem tocar lote vencido em LK-LOT-DATA;
      *               L = consulta o saldo do lote LK-LOT-NUMERO.
      *             LK-LOT-DEP e' o deposito ja resolvido (PROG153).
      *             No consumo, os lotes usados voltam em
      *             LK-LOT-CONSUMO (ate 20) e o que nao coube em lote
      *             algum em LK-LOT-SEM-LOTE. Na entrada e na
      *             consulta, LK-LOT-SALDO e LK-LOT-VALIDADE voltam
      *             com o saldo e a validade do lote.
      *             LK-LOT-RET: '0' ok, '1' lote nao encontrado,
      *             '9' arquivo de lotes inacessivel.
      * Historico.:
      *   2026 mnt - Copybook novo.
      ******************************************************************
       01  LK-LOTE.
           03 LK-LOT-OPER        PIC X(01).
              88 LK-LOT-OP-ENTRADA  VALUE 'E'.
              88 LK-LOT-OP-CONSUMO  VALUE 'C'.
              88 LK-LOT-OP-VENDA    VALUE 'V'.
              88 LK-LOT-OP-CONSULTA VALUE 'L'.
           03 LK-LOT-PROD        PIC 9(05).
           03 LK-LOT-DEP         PIC 9(03).
           03 LK-LOT-NUMERO      PIC X(15).
           03 LK-LOT-VALIDADE    PIC 9(08).
           03 LK-LOT-QTDE        PIC 9(07)V99.
           03 LK-LOT-DATA        PIC 9(08).
           03 LK-LOT-SALDO       PIC S9(07)V99.
           03 LK-LOT-SEM-LOTE    PIC 9(07)V99.
           03 LK-LOT-QTD-CONS    PIC 9(02).
           03 LK-LOT-TAB-CONS.
              05 LK-LOT-CONSUMO OCCURS 20 TIMES.
                 07 LK-LOT-C-NUMERO   PIC X(15).
                 07 LK-LOT-C-VALIDADE PIC 9(08).
                 07 LK-LOT-C-QTDE     PIC 9(07)V99.
           03 LK-LOT-RET         PIC X(01).
              88 LK-LOT-OK          VALUE '0'.
              88 LK-LOT-NAO-ACHOU   VALUE '1'.
              88 LK-LOT-ERRO        VALUE '9'.
