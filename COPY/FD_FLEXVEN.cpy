      ******************************************************************
      * Copybook..: FD_FLEXVEN
      * Uso.......: Layout do arquivo FLEXVEN.ARQ (verba de desconto
      *             do vendedor por competencia AAAAMM), mantido pelo
      *             PROG171. Venda acima do preco de tabela credita a
      *             diferenca, venda abaixo debita; item abaixo do
      *             piso da classe so vai para a fila de aprovacao
      *             (PROG98) quando o saldo nao cobre o desconto. O
      *             fechamento de comissao PROG67 fecha a competencia
      *             e, conforme PAR-FLEX-TRANSPORTA, leva o saldo
      *             para a seguinte (FLX-SALDO-ANT dela) ou o zera.
      *             Lancamento em competencia ja fechada cai na
      *             primeira aberta seguinte. Saldo com sinal: pode
      *             ficar negativo com descontos dentro do teto.
      * Historico.:
      *   2026 mnt - Copybook novo.
      ******************************************************************
       FD  FLEXVEN.

       01  FLEXVEN-FLX.
           05 FLX-KEY.
              10 FLX-CODV         PIC 9(05).
              10 FLX-ANOMES       PIC 9(06).
           05 FLX-SALDO-ANT       PIC S9(11)V99.
           05 FLX-CREDITOS        PIC 9(11)V99.
           05 FLX-DEBITOS         PIC 9(11)V99.
           05 FLX-SALDO           PIC S9(11)V99.
           05 FLX-QTD-MOV         PIC 9(05).
           05 FLX-SITUACAO        PIC X(01).
              88 FLX-ABERTA       VALUE 'A'.
              88 FLX-FECHADA      VALUE 'F'.
           05 FLX-DT-FECHAMENTO   PIC 9(08).
           05 FLX-SALDO-TRANSP    PIC S9(11)V99.
