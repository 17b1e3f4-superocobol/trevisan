      ******************************************************************
      * Copybook..: FD_COMOVER
      * Uso.......: Layout do arquivo COMOVER.ARQ (override mensal do
      *             supervisor sobre a producao da equipe), gravado
      *             pelo fechamento PROG67 junto com COMISSAO.ARQ: a
      *             base e' a soma da COM-BASE (producao liquida de
      *             devolucoes) dos vendedores que respondiam ao
      *             supervisor no fim da competencia, pelo EQUIPE.ARQ
      *             (PROG177), e o percentual e' o EQP-PCT-OVERRIDE
      *             vigente na mesma data. Fica congelado como a
      *             comissao: mes ja aprovado ou pago nao e'
      *             recalculado.
      *             COV-ANOMES no formato AAAAMM.
      *             COV-SITUACAO: C = calculado, A = aprovado,
      *             P = pago.
      * Historico.:
      *   2026 mnt - Copybook novo.
      *   2026 mnt - Carimbos da aprovacao e do pagamento (PROG181,
      *              com a sequencia do arquivo COMPAG.TXT). O
      *              override e' pago sem retencao na fonte.
      ******************************************************************
       FD  COMOVER.

       01  COMOVER-COV.
           05 COV-KEY.
              10 COV-CODV         PIC 9(05).
              10 COV-ANOMES       PIC 9(06).
           05 COV-BASE-EQUIPE     PIC 9(13)V99.
           05 COV-QTD-VENDEDORES  PIC 9(05).
           05 COV-PCT             PIC 9(02)V99.
           05 COV-VALOR           PIC 9(11)V99.
           05 COV-SITUACAO        PIC X(01).
              88 COV-CALCULADO    VALUE 'C'.
              88 COV-APROVADO     VALUE 'A'.
              88 COV-PAGO         VALUE 'P'.
           05 COV-DT-FECHAMENTO   PIC 9(08).
           05 COV-OPERADOR        PIC X(08).
           05 COV-DT-APROVACAO    PIC 9(08).
           05 COV-OPER-APROVACAO  PIC X(08).
           05 COV-DT-PAGAMENTO    PIC 9(08).
           05 COV-OPER-PAGAMENTO  PIC X(08).
           05 COV-SEQ-PAGAMENTO   PIC X(04).
