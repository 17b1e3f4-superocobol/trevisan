      ******************************************************************
      * Copybook..: FD_COMISLIN
      * Uso.......: Layout do arquivo COMISLIN.ARQ (abertura por
      *             linha de produto da comissao congelada em
      *             COMISSAO.ARQ), gravado pelo fechamento PROG67
      *             junto com o registro do vendedor/competencia:
      *             base e comissao de cada linha, ja liquidas das
      *             devolucoes do periodo (por isso com sinal: a
      *             devolucao de uma linha sem venda no mes fica
      *             negativa). A reimpressao do extrato de um mes ja
      *             fechado le daqui a abertura da epoca. Espacos em
      *             CSL-LINHA = produto sem linha ou pedido sem itens.
      * Historico.:
      *   2026 mnt - Copybook novo.
      ******************************************************************
       FD  COMISLIN.

       01  COMISLIN-CSL.
           05 CSL-KEY.
              10 CSL-CODV         PIC 9(05).
              10 CSL-ANOMES       PIC 9(06).
              10 CSL-LINHA        PIC X(04).
           05 CSL-BASE            PIC S9(11)V99.
           05 CSL-VALOR           PIC S9(11)V99.
