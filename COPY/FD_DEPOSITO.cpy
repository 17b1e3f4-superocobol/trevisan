      ******************************************************************
      * Copybook..: FD_DEPOSITO
      * Uso.......: Layout do arquivo DEPOSITO.ARQ (cadastro de
      *             depositos / locais de estoque), mantido pelo
      *             PROG154. A latitude e a longitude do deposito
      *             servem para sugerir ao cliente o deposito mais
      *             proximo (PROG08, via PROG153). Um unico deposito
      *             e' o principal (DEP-PRINCIPAL = 'S'): recebe os
      *             saldos convertidos (PROG155) e atende quem nao
      *             tem deposito informado. Sem DEPOSITO.ARQ, o
      *             deposito 001 e' o principal.
      * Historico.:
      *   2026 mnt - Copybook novo.
      ******************************************************************
       FD  DEPOSITO.

       01  DEPOSITO-DEP.
           05 DEP-KEY.
              10 DEP-COD          PIC 9(03).
           05 DEP-NOME            PIC X(30).
           05 DEP-LATIT           PIC S9(03)V9(08).
           05 DEP-LONGI           PIC S9(03)V9(08).
           05 DEP-SITUACAO        PIC X(01).
              88 DEP-ATIVO        VALUE 'A'.
              88 DEP-INATIVO      VALUE 'I'.
           05 DEP-PRINCIPAL       PIC X(01).
              88 DEP-E-PRINCIPAL  VALUE 'S'.
           05 DEP-DT-ALTERACAO    PIC 9(08).
