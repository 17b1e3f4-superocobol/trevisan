      ******************************************************************
      * Copybook..: FD_COTACAO
      * Uso.......: Layout do arquivo COTACAO.ARQ (cotacoes de precos
      *             feitas pelo vendedor ao cliente antes do pedido),
      *             mantido pelo PROG167, com os itens em COTITEM.ARQ.
      *             O numero vem do PROG40 (tipo 'Q'). COT-VALOR e' a
      *             soma dos itens, refeita a cada digitacao.
      *             COT-SITUACAO: A = aberta (em negociacao), G =
      *             ganha (convertida no pedido COT-PEDIDO, so pela
      *             opcao CNV do PROG167), P = perdida (motivo em
      *             COT-OBS). Cotacao aberta com COT-VALIDADE
      *             anterior a hoje e' vencida: nao imprime nem
      *             converte, e conta como vencida no relatorio de
      *             conversao PROG168. COT-DT-DECISAO e' a data em
      *             que a cotacao foi ganha ou perdida.
      * Historico.:
      *   2026 mnt - Copybook novo.
      ******************************************************************
       FD  COTACAO.

       01  COTACAO-COT.
           05 COT-KEY.
              10 COT-NUMERO       PIC 9(08).
           05 COT-CODC            PIC 9(07).
           05 COT-CODV            PIC 9(05).
           05 COT-DATA            PIC 9(08).
           05 COT-VALIDADE        PIC 9(08).
           05 COT-VALOR           PIC 9(09)V99.
           05 COT-SITUACAO        PIC X(01).
              88 COT-ABERTA       VALUE 'A'.
              88 COT-GANHA        VALUE 'G'.
              88 COT-PERDIDA      VALUE 'P'.
           05 COT-PEDIDO          PIC 9(08).
           05 COT-DT-DECISAO      PIC 9(08).
           05 COT-OBS             PIC X(40).
           05 COT-DT-ALTERACAO    PIC 9(08).
