      *             geracao (avisar), '8' recusado (duplicado ou
      *             regressao sem forca), '9' sequencia em branco
      *             (arquivo antigo - sem controle).
      *             LK-INT-OPER 'G' (arquivo que nos geramos para o
      *             parceiro): o PROG106 aloca a proxima sequencia da
      *             interface, ja a registra e a devolve em LK-INT-SEQ
      *             com LK-INT-RET '0'. Qualquer outro valor e' a
      *             conferencia do arquivo recebido.
      * Historico.:
      *   2026 mnt - Incluido LK-INT-OPER (geracao da sequencia dos
      *              arquivos enviados ao parceiro).
      ******************************************************************
       01  LK-INTSEQ.
           03 LK-INT-INTERFACE PIC X(08).
           03 LK-INT-SEQ       PIC X(04).
           03 LK-INT-FORCA     PIC X(01).
           03 LK-INT-RET       PIC X(01).
           03 LK-INT-OPER      PIC X(01).
              88 LK-INT-GERA   VALUE 'G'.
