      *             COM-ANOMES no formato AAAAMM.
      *             COM-SITUACAO: C = calculada, A = aprovada,
      *             P = paga.
      * Historico.:
      *   2026 mnt - Incluidos o vinculo/regime do vendedor na epoca
      *              e a retencao na fonte (INSS, IRRF, ISS) com o
      *              liquido a pagar, congelados pelo PROG67 via
      *              PROG180, e os carimbos da aprovacao e do
      *              pagamento (PROG181, com a sequencia do arquivo
      *              COMPAG.TXT que levou o pagamento). Fechamento
      *              anterior sem vinculo paga o bruto.
      *   2026 mnt - Incluidos COM-BASE-REGIME (F = faturamento,
      *              C = caixa; espaco = anterior, faturamento),
      *              COM-VLR-ESTORNO e COM-VLR-RECREDITO: estorno
      *              de comissao de fatura em atraso/baixada e
      *              recredito da fatura enfim paga (COMFAT.ARQ),
      *              ja liquidos em COM-VALOR.
      ******************************************************************
       FD  COMISSAO.

              88 COM-PAGA         VALUE 'P'.
           05 COM-DT-FECHAMENTO   PIC 9(08).
           05 COM-OPERADOR        PIC X(08).
           05 COM-VINCULO         PIC X(01).
           05 COM-REGIME          PIC X(01).
           05 COM-VLR-INSS        PIC 9(11)V99.
           05 COM-VLR-IRRF        PIC 9(11)V99.
           05 COM-VLR-ISS         PIC 9(11)V99.
           05 COM-VLR-LIQUIDO     PIC 9(11)V99.
           05 COM-DT-APROVACAO    PIC 9(08).
           05 COM-OPER-APROVACAO  PIC X(08).
           05 COM-DT-PAGAMENTO    PIC 9(08).
           05 COM-OPER-PAGAMENTO  PIC X(08).
           05 COM-SEQ-PAGAMENTO   PIC X(04).
           05 COM-BASE-REGIME     PIC X(01).
              88 COM-REGIME-FATUR VALUES ARE SPACE 'F'.
              88 COM-REGIME-CAIXA VALUE 'C'.
           05 COM-VLR-ESTORNO     PIC 9(11)V99.
           05 COM-VLR-RECREDITO   PIC 9(11)V99.
