      ******************************************************************
      * Copybook..: FD_CONDPAG
      * Uso.......: Layout do arquivo CONDPAG.ARQ (tabela de condicoes
      *             de pagamento, ex. 30/60/90 dias), mantido pelo
      *             PROG127. O PROG22 grava o codigo no pedido
      *             (PED-COND-PAGTO), conferindo a condicao ativa e a
      *             classe do cliente contra CPG-CLASSES (espacos =
      *             todas as classes); o PROG64 emite uma fatura por
      *             prazo de CPG-DIAS, contado da emissao.
      *             CPG-QTD-PARC = quantidade de prazos informados.
      * Historico.:
      *   2026 mnt - Copybook novo.
      ******************************************************************
       FD  CONDPAG.

       01  CONDPAG-CPG.
           05 CPG-KEY.
              10 CPG-COD          PIC X(03).
           05 CPG-DESCRICAO       PIC X(30).
           05 CPG-QTD-PARC        PIC 9(02).
           05 CPG-PRAZOS.
              10 CPG-DIAS         PIC 9(03) OCCURS 6 TIMES.
           05 CPG-CLASSES         PIC X(03).
           05 CPG-SITUACAO        PIC X(01).
              88 CPG-ATIVA        VALUE 'A'.
              88 CPG-INATIVA      VALUE 'I'.
