      ******************************************************************
      * Copybook..: FD_LINPROD
      * Uso.......: Layout do arquivo LINPROD.ARQ (tabela de linhas
      *             de produto), mantido pelo PROG160. Todo produto
      *             leva uma linha (PRO-LINHA, conferida pelo PROG80
      *             contra esta tabela), que agrupa a valorizacao de
      *             estoque (PROG152), o mix de vendas (PROG116) e a
      *             comissao por linha do fechamento (PROG67, taxas
      *             com vigencia em TAXALIN.ARQ). Linha inativa ('I')
      *             nao aceita produto novo.
      * Historico.:
      *   2026 mnt - Copybook novo.
      ******************************************************************
       FD  LINPROD.

       01  LINPROD-LIN.
           05 LIN-KEY.
              10 LIN-COD          PIC X(04).
           05 LIN-DESCRICAO       PIC X(30).
           05 LIN-SITUACAO        PIC X(01).
              88 LIN-ATIVA        VALUE 'A'.
              88 LIN-INATIVA      VALUE 'I'.
           05 LIN-DT-ALTERACAO    PIC 9(08).
