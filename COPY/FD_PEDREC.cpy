      ******************************************************************
      * Copybook..: FD_PEDREC
      * Uso.......: Layout do arquivo PEDREC.ARQ (pedidos programados
      *             do cliente: a cesta que ele compra toda semana,
      *             quinzena ou mes), mantido pelo PROG169, com os
      *             produtos e quantidades em RECITEM.ARQ. Um cliente
      *             pode ter mais de uma programacao (PRC-SEQ).
      *             PRC-FREQUENCIA: S = semanal (7 dias), Q =
      *             quinzenal (14 dias), M = mensal (mesmo dia do mes
      *             seguinte; dia ate 28). O PROG170, na cadeia
      *             noturna, gera o pedido da programacao ativa cuja
      *             PRC-DT-PROXIMA, rolada para o dia util pelo
      *             PROG70, ja chegou, e avanca PRC-DT-PROXIMA pela
      *             frequencia. PRC-ULT-RESULTADO guarda o que
      *             aconteceu na ultima geracao.
      * Historico.:
      *   2026 mnt - Copybook novo.
      ******************************************************************
       FD  PEDREC.

       01  PEDREC-PRC.
           05 PRC-KEY.
              10 PRC-CODC         PIC 9(07).
              10 PRC-SEQ          PIC 9(02).
           05 PRC-DESCRICAO       PIC X(30).
           05 PRC-FREQUENCIA      PIC X(01).
              88 PRC-SEMANAL      VALUE 'S'.
              88 PRC-QUINZENAL    VALUE 'Q'.
              88 PRC-MENSAL       VALUE 'M'.
           05 PRC-DT-PROXIMA      PIC 9(08).
           05 PRC-SITUACAO        PIC X(01).
              88 PRC-ATIVO        VALUE 'A'.
              88 PRC-SUSPENSO     VALUE 'S'.
           05 PRC-DT-ULTIMA       PIC 9(08).
           05 PRC-ULT-PEDIDO      PIC 9(08).
           05 PRC-ULT-RESULTADO   PIC X(01).
              88 PRC-RES-GERADO   VALUE 'G'.
              88 PRC-RES-PENDENTE VALUE 'P'.
              88 PRC-RES-CREDITO  VALUE 'C'.
              88 PRC-RES-ATRASO   VALUE 'I'.
              88 PRC-RES-SEM-ITEM VALUE 'S'.
              88 PRC-RES-CLIENTE  VALUE 'X'.
           05 PRC-DT-ALTERACAO    PIC 9(08).
