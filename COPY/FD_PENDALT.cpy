      ******************************************************************
      * Copybook..: FD_PENDALT
      * Uso.......: Layout do arquivo PENDALT.ARQ (alteracoes de
      *             cadastro sensiveis aguardando a segunda
      *             aprovacao). O PROG01 (CLI-LIMITE-CRED) e o PROG04
      *             (VEN-COMISSAO e VEN-MAX-CLIENTES) nao gravam mais
      *             esses campos direto: guardam aqui o valor pedido
      *             e mantem o valor antigo em vigor ate que outro
      *             supervisor, diferente de quem pediu, aprove pelo
      *             PROG187. Um novo pedido para o mesmo campo
      *             substitui o anterior; aprovado ou recusado, o
      *             registro e' apagado (o rastro fica em
      *             AUDITLOG.TXT). O PROG188 lista os pedidos
      *             parados ha mais de N dias.
      *             PEN-CHAVE: CNPJ do cliente (X(14)) ou CPF do
      *             vendedor (9(11), alinhado a esquerda).
      * Historico.:
      *   2026 mnt - Copybook novo.
      ******************************************************************
       FD  PENDALT.

       01  PENDALT-REG.
           05 PEN-KEY.
              10 PEN-ENTIDADE      PIC X(01).
                 88 PEN-CLIENTE    VALUE 'C'.
                 88 PEN-VENDEDOR   VALUE 'V'.
              10 PEN-CHAVE         PIC X(14).
              10 PEN-CAMPO         PIC X(15).
                 88 PEN-LIMITE     VALUE 'LIMITE-CRED'.
                 88 PEN-COMISSAO   VALUE 'COMISSAO'.
                 88 PEN-MAXCLI     VALUE 'MAX.CLIENTES'.
           05 PEN-CODIGO           PIC 9(07).
           05 PEN-NOME             PIC X(40).
           05 PEN-VALOR-ANTES      PIC 9(09)V99.
           05 PEN-VALOR-NOVO       PIC 9(09)V99.
           05 PEN-SOLICITANTE      PIC X(08).
           05 PEN-DT-SOLIC         PIC 9(08).
           05 PEN-HR-SOLIC         PIC 9(06).
           05 PEN-IDEXEC           PIC X(26).
           05 FILLER               PIC X(20).
