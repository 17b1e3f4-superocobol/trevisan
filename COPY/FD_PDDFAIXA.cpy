      ******************************************************************
      * Copybook..: FD_PDDFAIXA
      * Uso.......: Layout do arquivo PDDFAIXA.ARQ (tabela de faixas
      *             de atraso da provisao para devedores duvidosos),
      *             mantido pelo PROG131. Cada faixa vai ate PDF-DIAS-
      *             ATE dias de atraso (contados do vencimento ate o
      *             fim da competencia) e provisiona PDF-PERCENTUAL do
      *             saldo em aberto; a faixa de 0 dias e' a das
      *             faturas a vencer. Atraso acima da maior faixa cai
      *             na maior faixa. Usado no calculo mensal PROG132.
      * Historico.:
      *   2026 mnt - Copybook novo.
      ******************************************************************
       FD  PDDFAIXA.

       01  PDDFAIXA-PDF.
           05 PDF-KEY.
              10 PDF-DIAS-ATE     PIC 9(05).
           05 PDF-DESCRICAO       PIC X(20).
           05 PDF-PERCENTUAL      PIC 9(03)V99.
