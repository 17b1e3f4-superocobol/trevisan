      ******************************************************************
      * Copybook..: FD_BOLETO
      * Uso.......: Layout do arquivo BOLETO.ARQ (boletos emitidos),
      *             gravado pelo PROG136: um registro por fatura com
      *             o nosso numero, o codigo de barras e a linha
      *             digitavel do ultimo boleto impresso, para a
      *             rodada seguinte nao imprimir de novo e a
      *             reimpressao (segunda via) contar as vias.
      *             BOL-NOSSO-NUMERO = FAT-NUMERO (o mesmo nosso
      *             numero da remessa PROG86), com o DV da carteira.
      * Historico.:
      *   2026 mnt - Copybook novo.
      ******************************************************************
       FD  BOLETO.

       01  BOLETO-BOL.
           05 BOL-KEY.
              10 BOL-FATURA       PIC 9(08).
           05 BOL-CODC            PIC 9(07).
           05 BOL-CODV            PIC 9(05).
           05 BOL-NOSSO-NUMERO    PIC 9(11).
           05 BOL-NN-DV           PIC X(01).
           05 BOL-VENCTO          PIC 9(08).
           05 BOL-VALOR           PIC 9(09)V99.
           05 BOL-COD-BARRAS      PIC X(44).
           05 BOL-LINHA-DIG       PIC X(54).
           05 BOL-DT-EMISSAO      PIC 9(08).
           05 BOL-QTD-VIAS        PIC 9(03).
           05 BOL-IDEXEC          PIC X(26).
