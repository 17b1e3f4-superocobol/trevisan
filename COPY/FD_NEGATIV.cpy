      ******************************************************************
      * Copybook..: FD_NEGATIV
      * Uso.......: Layout do arquivo NEGATIV.ARQ (controle da
      *             negativacao de faturas no bureau de protecao ao
      *             credito), um registro por fatura negativada.
      *             A remessa PROG133 cria o registro com a inclusao
      *             e envia a exclusao; a baixa PROG134 (chamada pelo
      *             PROG78 e pelo PROG87 na quitacao) pede a exclusao;
      *             o retorno PROG135 grava o aceite ou a rejeicao do
      *             bureau.
      *             NEG-OPERACAO: I = inclusao, E = exclusao (a ultima
      *             operacao pedida para a fatura).
      *             NEG-SITUACAO da operacao: P = pendente de envio,
      *             V = enviada, aguardando retorno, A = aceita pelo
      *             bureau, R = rejeitada (motivo em NEG-MOTIVO).
      *             Fatura negativada = inclusao enviada ou aceita e
      *             exclusao ainda nao aceita.
      * Historico.:
      *   2026 mnt - Copybook novo.
      ******************************************************************
       FD  NEGATIV.

       01  NEGATIV-NEG.
           05 NEG-KEY.
              10 NEG-FATURA       PIC 9(08).
           05 NEG-CODC            PIC 9(07).
           05 NEG-CNPJ            PIC X(14).
           05 NEG-VENCTO          PIC 9(08).
           05 NEG-VALOR           PIC 9(09)V99.
           05 NEG-DIAS-ATRASO     PIC 9(05).
           05 NEG-OPERACAO        PIC X(01).
              88 NEG-INCLUSAO     VALUE 'I'.
              88 NEG-EXCLUSAO     VALUE 'E'.
           05 NEG-SITUACAO        PIC X(01).
              88 NEG-PENDENTE     VALUE 'P'.
              88 NEG-ENVIADA      VALUE 'V'.
              88 NEG-ACEITA       VALUE 'A'.
              88 NEG-REJEITADA    VALUE 'R'.
           05 NEG-DT-INCLUSAO     PIC 9(08).
           05 NEG-SEQ-INCLUSAO    PIC 9(04).
           05 NEG-DT-PEDIDO-EXCL  PIC 9(08).
           05 NEG-ORIGEM-EXCL     PIC X(08).
           05 NEG-DT-EXCLUSAO     PIC 9(08).
           05 NEG-SEQ-EXCLUSAO    PIC 9(04).
           05 NEG-DT-RETORNO      PIC 9(08).
           05 NEG-MOTIVO          PIC X(03).
