      ******************************************************************
      * Copybook..: FD_FORNEC
      * Uso.......: Layout do arquivo FORNEC.ARQ (cadastro de
      *             fornecedores), mantido pelo PROG148. O CNPJ e'
      *             validado pelo PROG07 e e' chave alternada sem
      *             duplicatas: um fornecedor por CNPJ. Referenciado
      *             pelas ordens de compra (ORDCOMP.ARQ, PROG149).
      * Historico.:
      *   2026 mnt - Copybook novo.
      ******************************************************************
       FD  FORNEC.

       01  FORNEC-FRN.
           05 FRN-KEY.
              10 FRN-COD          PIC 9(05).
           05 FRN-CNPJ            PIC X(14).
           05 FRN-CNPJ-FMT        PIC X(18).
           05 FRN-RAZAO           PIC X(40).
           05 FRN-CONTATO         PIC X(30).
           05 FRN-TELEFONE        PIC X(15).
           05 FRN-EMAIL           PIC X(40).
           05 FRN-PRAZO-ENTREGA   PIC 9(03).
           05 FRN-SITUACAO        PIC X(01).
              88 FRN-ATIVO        VALUE 'A'.
              88 FRN-INATIVO      VALUE 'I'.
           05 FRN-DT-ALTERACAO    PIC 9(08).
