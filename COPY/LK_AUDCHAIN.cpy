      ******************************************************************
      * Copybook..: LK_AUDCHAIN
      * Uso.......: Parametros de chamada do PROG190 (encadeamento
      *             das linhas de AUDITLOG.TXT). Cada linha leva, apos
      *             a imagem classica de 131 posicoes (LINHA-AUDITORIA
      *             dos programas), o numero de sequencia da trilha,
      *             o resumo SHA-256 da propria imagem e o elo: o
      *             SHA-256 do elo da linha anterior + sequencia +
      *             resumo. Alterar, apagar, inserir ou trocar linhas
      *             de lugar quebra o elo seguinte (PROG191).
      *             LK-ACH-OPERACAO:
      *             G = encadeia e grava LK-ACH-LINHA em AUDITLOG.TXT
      *                 (devolve LK-ACH-REGISTRO completo);
      *             C = confere uma linha lida: LK-ACH-RESUMO-CALC e'
      *                 o resumo de LK-ACH-LINHA e LK-ACH-ELO-CALC o
      *                 elo de LK-ACH-ELO-ANT + LK-ACH-SEQ +
      *                 LK-ACH-RESUMO (o gravado na linha);
      *             L = devolve o controle: ultima linha encadeada e
      *                 ancora do expurgo;
      *             A = grava a ancora (ultima linha encadeada levada
      *                 para o historico mensal pelo PROG30).
      *             LK-ACH-RET: 0 = ok, 9 = erro de arquivo (o
      *             file-status em LK-ACH-STAT, para o PROG10).
      * Historico.:
      *   2026 mnt - Copybook novo.
      ******************************************************************
       01  LK-AUDCHAIN.
           03 LK-ACH-OPERACAO   PIC X(01).
              88 LK-ACH-GRAVA      VALUE 'G'.
              88 LK-ACH-CONFERE    VALUE 'C'.
              88 LK-ACH-CONSULTA   VALUE 'L'.
              88 LK-ACH-ANCORA     VALUE 'A'.
           03 LK-ACH-REGISTRO.
              05 LK-ACH-LINHA      PIC X(131).
              05 LK-ACH-SEP1       PIC X(02).
              05 LK-ACH-SEQ        PIC 9(10).
              05 LK-ACH-SEP2       PIC X(01).
              05 LK-ACH-RESUMO     PIC X(64).
              05 LK-ACH-SEP3       PIC X(01).
              05 LK-ACH-ELO        PIC X(64).
           03 LK-ACH-ELO-ANT    PIC X(64).
           03 LK-ACH-RESUMO-CALC PIC X(64).
           03 LK-ACH-ELO-CALC   PIC X(64).
           03 LK-ACH-ULT-SEQ    PIC 9(10).
           03 LK-ACH-ULT-ELO    PIC X(64).
           03 LK-ACH-ULT-DATA   PIC 9(08).
           03 LK-ACH-ANC-SEQ    PIC 9(10).
           03 LK-ACH-ANC-ELO    PIC X(64).
           03 LK-ACH-ANC-DATA   PIC 9(08).
           03 LK-ACH-STAT       PIC X(02).
           03 LK-ACH-RET        PIC X(01).
              88 LK-ACH-OK         VALUE '0'.
              88 LK-ACH-ERRO       VALUE '9'.
