      ******************************************************************
      * Copybook..: FD_OCITEM
      * Uso.......: Layout do arquivo OCITEM.ARQ (itens das ordens de
      *             compra de ORDCOMP.ARQ): produto, quantidade e
      *             custo unitario combinado com o fornecedor,
      *             digitados no PROG149. OCI-QTDE-RECEB acumula os
      *             recebimentos do PROG150 (recebimento parcial
      *             permitido); o pendente e' OCI-QTDE menos
      *             OCI-QTDE-RECEB.
      * Historico.:
      *   2026 mnt - Copybook novo.
      ******************************************************************
       FD  OCITEM.

       01  OCITEM-OCI.
           05 OCI-KEY.
              10 OCI-NUMERO       PIC 9(08).
              10 OCI-SEQ          PIC 9(03).
           05 OCI-PROD            PIC 9(05).
           05 OCI-QTDE            PIC 9(07)V99.
           05 OCI-CUSTO           PIC 9(07)V99.
           05 OCI-QTDE-RECEB      PIC 9(07)V99.
           05 OCI-DT-ULT-RECEB    PIC 9(08).
