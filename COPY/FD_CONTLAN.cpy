      ******************************************************************
      * Copybook..: FD_CONTLAN
      * Uso.......: Layout do arquivo CONTLAN.ARQ (lancamentos
      *             contabeis avulsos a enviar pela interface
      *             contabil), numerados pelo PROG40 (tipo 'L').
      *             Quem gera o lancamento grava CLN-SITUACAO em
      *             espaco (pendente); o extrato PROG84 leva os
      *             pendentes para CONTEXP.TXT, um registro por
      *             lancamento com a marca CLN-TIPO, e marca 'E'
      *             com a data do envio.
      *             CLN-TIPO: EST = estorno de fatura cancelada
      *             (PROG123); PDD = ajuste mensal da provisao para
      *             devedores duvidosos (PROG132), sem fatura, pedido
      *             ou cliente, datado do ultimo dia da competencia;
      *             ICM/IPI/PIS/COF = estorno do imposto destacado na
      *             fatura cancelada (PROG123), sempre a credito.
      *             CLN-DC: D = debito, C = credito, do ponto de
      *             vista da conta de receita de vendas; no tipo PDD,
      *             D = constituicao e C = reversao da provisao.
      * Historico.:
      *   2026 mnt - Copybook novo.
      *   2026 mnt - Incluido o tipo PDD (provisao para devedores
      *              duvidosos, PROG132).
      *   2026 mnt - Incluidos os tipos ICM, IPI, PIS e COF (estorno
      *              dos impostos da fatura cancelada, PROG123).
      ******************************************************************
       FD  CONTLAN.

       01  CONTLAN-CLN.
           05 CLN-KEY.
              10 CLN-SEQ          PIC 9(08).
           05 CLN-TIPO            PIC X(03).
              88 CLN-ESTORNO-FAT  VALUE 'EST'.
              88 CLN-PROVISAO-PDD VALUE 'PDD'.
              88 CLN-IMPOSTO      VALUES ARE 'ICM' 'IPI' 'PIS' 'COF'.
           05 CLN-DATA            PIC 9(08).
           05 CLN-FATURA          PIC 9(08).
           05 CLN-PEDIDO          PIC 9(08).
           05 CLN-CODC            PIC 9(07).
           05 CLN-VALOR           PIC 9(09)V99.
           05 CLN-DC              PIC X(01).
              88 CLN-DEBITO       VALUE 'D'.
              88 CLN-CREDITO      VALUE 'C'.
           05 CLN-HISTORICO       PIC X(30).
           05 CLN-OPERADOR        PIC X(08).
           05 CLN-SITUACAO        PIC X(01).
              88 CLN-PENDENTE     VALUE SPACE.
              88 CLN-ENVIADO      VALUE 'E'.
           05 CLN-DT-ENVIO        PIC 9(08).
