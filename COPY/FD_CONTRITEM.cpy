      ******************************************************************
      * Copybook..: FD_CONTRITEM
      * Uso.......: Layout do arquivo CONTRITEM.ARQ (produtos dos
      *             contratos de fornecimento de CONTRATO.ARQ), mantido
      *             pelo PROG164: o preco negociado do produto, que o
      *             PROG22 sugere e usa como piso no lugar da tabela
      *             PRECO.ARQ, e a quantidade comprometida do produto
      *             no periodo (ZEROS = sem compromisso proprio).
      * Historico.:
      *   2026 mnt - Copybook novo.
      ******************************************************************
       FD  CONTRITEM.

       01  CONTRITEM-CTI.
           05 CTI-KEY.
              10 CTI-CONTRATO     PIC 9(06).
              10 CTI-PROD         PIC 9(05).
           05 CTI-PRECO           PIC 9(07)V99.
           05 CTI-QTDE-COMPROM    PIC 9(07)V99.
           05 CTI-DT-ALTERACAO    PIC 9(08).
