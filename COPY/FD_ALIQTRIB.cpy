      ******************************************************************
      * Copybook..: FD_ALIQTRIB
      * Uso.......: Layout do arquivo ALIQTRIB.ARQ (tabela de aliquotas
      *             dos impostos da fatura), mantido pelo PROG137.
      *             Chave: UF de origem (a do emitente, PAR-UF-
      *             EMITENTE), UF de destino (CLI-UF do cliente), NCM
      *             do produto e data de inicio da vigencia. Vale a
      *             linha de maior vigencia ate a data de emissao da
      *             fatura; NCM 00000000 e' a linha geral do par de
      *             UFs, usada quando nao ha linha para a NCM do
      *             produto (e para pedido sem itens). Aliquotas em
      *             percentual sobre o valor da mercadoria. Usado pelo
      *             PROG64 na rodada de faturamento.
      * Historico.:
      *   2026 mnt - Copybook novo.
      ******************************************************************
       FD  ALIQTRIB.

       01  ALIQTRIB-ALQ.
           05 ALQ-KEY.
              10 ALQ-UF-ORIG      PIC X(02).
              10 ALQ-UF-DEST      PIC X(02).
              10 ALQ-NCM          PIC 9(08).
              10 ALQ-VIGENCIA     PIC 9(08).
           05 ALQ-ICMS            PIC 9(02)V99.
           05 ALQ-IPI             PIC 9(02)V99.
           05 ALQ-PIS             PIC 9(02)V99.
           05 ALQ-COFINS          PIC 9(02)V99.
           05 ALQ-DT-ALTERACAO    PIC 9(08).
