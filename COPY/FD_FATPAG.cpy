      *             em FAT-VALOR-PAGO na propria fatura.
      *             FPG-ORIGEM: M = manual (PROG78), B = retorno
      *             bancario.
      * Historico.:
      *   2026 mnt - Incluida a origem N = credito de nota de
      *              devolucao aplicado na fatura (PROG124).
      *   2026 mnt - Incluida a divisao do recebido entre principal
      *              e encargos por atraso (PROG125): FPG-VALOR
      *              continua o total recebido, FPG-VLR-PRINCIPAL e'
      *              o que abate FAT-VALOR-PAGO, FPG-ENC-PAGO os
      *              encargos recebidos e FPG-ENC-DISPENSA os
      *              dispensados na baixa; FPG-ENC-CALCULADO = pago
      *              + dispensado.
      ******************************************************************
       FD  FATPAG.

           05 FPG-DATA            PIC 9(08).
           05 FPG-VALOR           PIC 9(09)V99.
           05 FPG-ORIGEM          PIC X(01).
              88 FPG-MANUAL       VALUE 'M'.
              88 FPG-BANCO        VALUE 'B'.
              88 FPG-NOTA-CRED    VALUE 'N'.
           05 FPG-OPERADOR        PIC X(08).
           05 FPG-VLR-PRINCIPAL   PIC 9(09)V99.
           05 FPG-ENC-CALCULADO   PIC 9(09)V99.
           05 FPG-ENC-PAGO        PIC 9(09)V99.
           05 FPG-ENC-DISPENSA    PIC 9(09)V99.
