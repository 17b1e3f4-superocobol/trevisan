      ******************************************************************
      * Copybook..: FD_EDIXREF
      * Uso.......: Layout do arquivo EDIXREF.ARQ (tabela de-para dos
      *             codigos de produto usados pelos clientes no
      *             pedido de compra eletronico para o PRO-COD
      *             interno), mantido pelo PROG198 e lido pelo PROG197
      *             na recepcao dos pedidos EDI. Um mesmo produto do
      *             cliente aponta para um unico PRO-COD; linha do
      *             pedido com codigo sem de-para ou com de-para
      *             inativo ('I') e' rejeitada.
      ******************************************************************
       FD  EDIXREF.

       01  EDIXREF-XRF.
           05 XRF-KEY.
              10 XRF-CODC         PIC 9(07).
              10 XRF-PROD-CLI     PIC X(20).
           05 XRF-PROD            PIC 9(05).
           05 XRF-SITUACAO        PIC X(01).
              88 XRF-ATIVO        VALUE 'A'.
              88 XRF-INATIVO      VALUE 'I'.
           05 XRF-DT-ALTERACAO    PIC 9(08).
