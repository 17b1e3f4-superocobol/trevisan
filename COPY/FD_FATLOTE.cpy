      ******************************************************************
      * Copybook..: FD_FATLOTE
      * Uso.......: Layout do arquivo FATLOTE.ARQ (lotes entregues por
      *             fatura), gravado pela rodada de faturamento PROG64
      *             na baixa dos itens de produto com controle de
      *             lote: uma linha por lote consumido de cada item,
      *             com o cliente, para rastrear quem recebeu cada
      *             lote. FTL-LOTE em branco = quantidade do item sem
      *             lote com saldo no deposito (entrada sem lote ou
      *             lote vencido).
      * Historico.:
      *   2026 mnt - Copybook novo.
      ******************************************************************
       FD  FATLOTE.

       01  FATLOTE-FTL.
           05 FTL-KEY.
              10 FTL-FATURA       PIC 9(08).
              10 FTL-ITEM         PIC 9(03).
              10 FTL-SEQ          PIC 9(02).
           05 FTL-PEDIDO          PIC 9(08).
           05 FTL-CODC            PIC 9(07).
           05 FTL-PROD            PIC 9(05).
           05 FTL-DEP             PIC 9(03).
           05 FTL-LOTE            PIC X(15).
           05 FTL-VALIDADE        PIC 9(08).
           05 FTL-QTDE            PIC 9(07)V99.
           05 FTL-DATA            PIC 9(08).
