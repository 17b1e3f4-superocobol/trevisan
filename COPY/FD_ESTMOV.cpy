      *             rodada de faturamento PROG64 (baixa por venda,
      *             documento = numero da fatura).
      *             EMV-TIPO: E = entrada, S = saida, A = ajuste
      *             (a quantidade informada passa a ser o saldo),
      *             T = transferencia de EMV-DEP para EMV-DEP-DESTINO
      *             (nao muda o saldo total do produto).
      * Historico.:
      *   2026 mnt - Ajustes de inventario (PROG143): a diferenca
      *              contado - saldo fotografado entra como E (sobra)
      *              ou S (falta), documento INV + numero da
      *              contagem, operador = supervisor que aprovou.
      *   2026 mnt - Incluido EMV-CUSTO-UNIT: custo unitario da
      *              entrada (PROG81, devolucao e cancelamento de
      *              fatura pelo custo do item vendido), base do
      *              custo medio (PROG145); na saida por venda, o
      *              custo medio do momento. Zero = sem custo.
      *   2026 mnt - EMV-DOC = OC + numero da ordem de compra nas
      *              entradas do recebimento (PROG150).
      *   2026 mnt - Incluidos EMV-DEP (deposito do movimento; zeros
      *              no historico anterior = principal, acertado pelo
      *              PROG155) e EMV-DEP-DESTINO, com o tipo T de
      *              transferencia entre depositos (PROG81).
      *   2026 mnt - Incluidos EMV-LOTE e EMV-VALIDADE: lote do
      *              movimento de produto com controle de lote
      *              (PROG81 e PROG64, um movimento por lote
      *              consumido); em branco = sem lote.
      ******************************************************************
       FD  ESTMOV.

              88 EMV-ENTRADA      VALUE 'E'.
              88 EMV-SAIDA        VALUE 'S'.
              88 EMV-AJUSTE       VALUE 'A'.
              88 EMV-TRANSFERENCIA VALUE 'T'.
           05 EMV-QTDE            PIC 9(07)V99.
           05 EMV-DOC             PIC X(10).
           05 EMV-OPERADOR        PIC X(08).
           05 EMV-CUSTO-UNIT      PIC 9(07)V99.
           05 EMV-DEP             PIC 9(03).
           05 EMV-DEP-DESTINO     PIC 9(03).
           05 EMV-LOTE            PIC X(15).
           05 EMV-VALIDADE        PIC 9(08).
