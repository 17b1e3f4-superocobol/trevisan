      ******************************************************************
      * Copybook..: LK_ESTDEP
      * Uso.......: Parametros de chamada do PROG153 (saldo por
      *             deposito). LK-EDP-OPER:
      *               S = soma LK-EDP-QTDE (com sinal) ao saldo do
      *                   produto no deposito;
      *               R = soma LK-EDP-QTDE (com sinal) a reserva do
      *                   produto no deposito (nao fica negativa);
      *               C = consulta o saldo e a reserva;
      *               P = deposito ativo mais proximo da latitude /
      *                   longitude informada (PROG08); sem
      *                   coordenada ou sem deposito georreferenciado,
      *                   o principal.
      *             LK-EDP-DEP = ZEROS vale o deposito principal; o
      *             codigo resolvido volta no proprio campo, com o
      *             saldo e a reserva depois da operacao.
      *             LK-EDP-RET: '0' ok, '1' deposito nao cadastrado
      *             (nada feito), '2' deposito inativo (a operacao e'
      *             feita; quem digita decide se aceita), '9' arquivo
      *             de saldos inacessivel.
      * Historico.:
      *   2026 mnt - Copybook novo.
      ******************************************************************
       01  LK-ESTDEP.
           03 LK-EDP-OPER        PIC X(01).
              88 LK-EDP-OP-SALDO   VALUE 'S'.
              88 LK-EDP-OP-RESERVA VALUE 'R'.
              88 LK-EDP-OP-CONSULTA VALUE 'C'.
              88 LK-EDP-OP-PROXIMO VALUE 'P'.
           03 LK-EDP-PROD        PIC 9(05).
           03 LK-EDP-DEP         PIC 9(03).
           03 LK-EDP-QTDE        PIC S9(07)V99.
           03 LK-EDP-LATIT       PIC S9(03)V9(08).
           03 LK-EDP-LONGI       PIC S9(03)V9(08).
           03 LK-EDP-SALDO       PIC S9(07)V99.
           03 LK-EDP-RESERVADO   PIC S9(07)V99.
           03 LK-EDP-DISTANCIA   PIC 9(05)V9(04).
           03 LK-EDP-RET         PIC X(01).
              88 LK-EDP-OK         VALUE '0'.
              88 LK-EDP-NAO-CAD    VALUE '1'.
              88 LK-EDP-INATIVO    VALUE '2'.
              88 LK-EDP-ERRO       VALUE '9'.
