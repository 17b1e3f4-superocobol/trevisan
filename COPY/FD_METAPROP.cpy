      ******************************************************************
      * Copybook..: FD_METAPROP
      * Uso.......: Layout do arquivo METAPROP.ARQ (proposta de meta
      *             mensal por vendedor), gerado pela previsao de
      *             vendas do PROG175 a partir do faturamento
      *             historico (PEDSUM.ARQ), da sazonalidade e dos
      *             clientes ganhos/perdidos na distribuicao atual.
      *             O supervisor revisa, ajusta MPR-VLR-PROPOSTO e
      *             aceita pelo PROG62 (opcao PRO), que grava a meta
      *             em META.ARQ. Proposta aceita nao e' mais
      *             recalculada por nova rodada do PROG175.
      *             MPR-ANOMES no formato AAAAMM.
      * Historico.:
      *   2026 mnt - Copybook novo.
      ******************************************************************
       FD  METAPROP.

       01  METAPROP-MPR.
           05 MPR-KEY.
              10 MPR-CODV         PIC 9(05).
              10 MPR-ANOMES       PIC 9(06).
           05 MPR-VLR-PREVISTO    PIC 9(11)V99.
           05 MPR-VLR-PROPOSTO    PIC 9(11)V99.
           05 MPR-VLR-ANO-ANT     PIC 9(11)V99.
           05 MPR-VLR-META-ATUAL  PIC 9(11)V99.
           05 MPR-IND-SAZONAL     PIC 9(01)V9999.
           05 MPR-IND-TENDENCIA   PIC 9(01)V9999.
           05 MPR-VLR-AJUSTE-CLI  PIC S9(11)V99.
           05 MPR-SITUACAO        PIC X(01).
              88 MPR-PROPOSTA     VALUE 'P'.
              88 MPR-ACEITA       VALUE 'A'.
           05 MPR-DT-GERACAO      PIC 9(08).
           05 MPR-DT-ACEITE       PIC 9(08).
           05 MPR-OPERADOR        PIC X(08).
