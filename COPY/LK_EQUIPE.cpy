      ******************************************************************
      * Copybook..: LK_EQUIPE
      * Uso.......: Parametros de chamada do PROG177 (equipe vigente
      *             numa data, pelo EQUIPE.ARQ). Devolve o nivel do
      *             vendedor, o supervisor e o gerente a que ele
      *             respondia na data e, para supervisor, o percentual
      *             de override. Supervisor e' o proprio supervisor;
      *             gerente e' o proprio gerente.
      *             LK-EQ-RET: '0' achou, '9' fora da estrutura (sem
      *             vigencia ate a data, inativo ou sem o arquivo);
      *             nesse caso SUPERV e GERENTE voltam zerados.
      * Historico.:
      *   2026 mnt - Copybook novo.
      ******************************************************************
       01  LK-EQUIPE.
           03 LK-EQ-CODV        PIC 9(05).
           03 LK-EQ-DATA        PIC 9(08).
           03 LK-EQ-NIVEL       PIC X(01).
           03 LK-EQ-SUPERV      PIC 9(05).
           03 LK-EQ-GERENTE     PIC 9(05).
           03 LK-EQ-PCT-OVERRIDE PIC 9(02)V99.
           03 LK-EQ-RET         PIC X(01).
