      ******************************************************************
      * Copybook..: FD_CONTRATO
      * Uso.......: Layout do arquivo CONTRATO.ARQ (contratos de
      *             fornecimento dos clientes-chave), mantido pelo
      *             PROG164. O contrato vale de CTR-DT-INICIO a
      *             CTR-DT-FIM; os precos negociados por produto ficam
      *             em CONTRITEM.ARQ e o PROG22 os usa no lugar da
      *             tabela PRECO.ARQ nos pedidos do cliente dentro da
      *             vigencia. O compromisso de compra do periodo e'
      *             em quantidade ('Q', soma das quantidades dos
      *             produtos do contrato) ou em valor ('V'); espaco =
      *             contrato so de preco. O PROG165 compara o consumo
      *             com o compromisso e avisa os vencimentos.
      * Historico.:
      *   2026 mnt - Copybook novo.
      ******************************************************************
       FD  CONTRATO.

       01  CONTRATO-CTR.
           05 CTR-KEY.
              10 CTR-NUMERO       PIC 9(06).
           05 CTR-CODC            PIC 9(07).
           05 CTR-CODV            PIC 9(05).
           05 CTR-DT-INICIO       PIC 9(08).
           05 CTR-DT-FIM          PIC 9(08).
           05 CTR-TIPO-COMPROM    PIC X(01).
              88 CTR-COMPROM-QTDE VALUE 'Q'.
              88 CTR-COMPROM-VALOR VALUE 'V'.
              88 CTR-SEM-COMPROM  VALUE SPACE.
           05 CTR-COMPROMISSO     PIC 9(09)V99.
           05 CTR-SITUACAO        PIC X(01).
              88 CTR-ATIVO        VALUE 'A'.
              88 CTR-ENCERRADO    VALUE 'E'.
           05 CTR-DT-ALTERACAO    PIC 9(08).
