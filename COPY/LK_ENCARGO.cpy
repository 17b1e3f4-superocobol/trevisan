      ******************************************************************
      * Copybook..: LK_ENCARGO
      * Uso.......: Parametros de chamada do PROG125 (encargos por
      *             atraso de fatura: multa e juros de mora ao dia de
      *             PARAM.ARQ).
      *             Entrada: LK-ENC-VENCTO (FAT-VENCTO), LK-ENC-DATA
      *             (data do pagamento ou de referencia), LK-ENC-SALDO
      *             (principal em aberto), LK-ENC-RECEBIDO (valor
      *             recebido; ZEROS = so calcula o devido) e
      *             LK-ENC-DISPENSA ('S' = encargos dispensados).
      *             Saida: dias de atraso contados do vencimento util,
      *             multa e juros sobre o saldo, total devido, e a
      *             divisao do valor recebido entre principal e
      *             encargos: LK-ENC-CALCULADO sao os encargos que
      *             correspondem ao principal abatido, dos quais
      *             LK-ENC-ENCARGOS foram pagos e LK-ENC-DISPENSADO
      *             perdoados. LK-ENC-RET '0' ok, '9' data invalida.
      * Historico.:
      *   2026 mnt - Copybook novo.
      ******************************************************************
       01  LK-ENCARGO.
           03 LK-ENC-VENCTO     PIC 9(08).
           03 LK-ENC-DATA       PIC 9(08).
           03 LK-ENC-SALDO      PIC 9(09)V99.
           03 LK-ENC-RECEBIDO   PIC 9(09)V99.
           03 LK-ENC-DISPENSA   PIC X(01).
              88 LK-ENC-DISPENSADA VALUES ARE 'S' 's'.
           03 LK-ENC-DIAS       PIC 9(05).
           03 LK-ENC-MULTA      PIC 9(09)V99.
           03 LK-ENC-JUROS      PIC 9(09)V99.
           03 LK-ENC-DEVIDO     PIC 9(09)V99.
           03 LK-ENC-PRINCIPAL  PIC 9(09)V99.
           03 LK-ENC-ENCARGOS   PIC 9(09)V99.
           03 LK-ENC-CALCULADO  PIC 9(09)V99.
           03 LK-ENC-DISPENSADO PIC 9(09)V99.
           03 LK-ENC-RET        PIC X(01).
