      *             combinacoes que ja destruiram base no passado:
      *             duas execucoes do mesmo programa, importacao
      *             (PROG03/PROG06) durante a distribuicao (PROG09) e
      *             vice-versa, e transferencia (PROG17) ou desligamento
      *             (PROG178) durante a distribuicao. 'L' libera a
      *             entrada ao encerrar; 'X' limpa uma entrada orfa
      *             deixada por queda (acao de supervisor, oferecida
      *             no PROG42).
      * Historico.:
      *   2026 mnt - Programa novo.
      *   2026 mnt - O desligamento de vendedor (PROG178) tambem
      *              nao roda durante a distribuicao (PROG09).
      ******************************************************************
       IDENTIFICATION      DIVISION.
       PROGRAM-ID.         PROG49.
           05 FILLER PIC X(08) VALUE 'PROG03'.
           05 FILLER PIC X(08) VALUE 'PROG06'.
           05 FILLER PIC X(08) VALUE 'PROG17'.
           05 FILLER PIC X(08) VALUE 'PROG178'.
       01 WS-TAB-CONFL-09-R REDEFINES WS-TAB-CONFL-09.
           05 WS-CONFL-09 PIC X(08) OCCURS 4 TIMES.

       LINKAGE             SECTION.

           IF LK-RUN-PROGRAMA = 'PROG09'
              PERFORM TESTA-CONFLITO-09
                  VARYING WS-IDX FROM 1 BY 1
                  UNTIL WS-IDX > 4 OR LK-RUN-CONFLITO
           ELSE
              PERFORM TESTA-SOU-CONFLITO-09
                 THRU TESTA-SOU-CONFLITO-09-FIM
           IF LK-RUN-PROGRAMA = 'PROG03'
              OR LK-RUN-PROGRAMA = 'PROG06'
              OR LK-RUN-PROGRAMA = 'PROG17'
              OR LK-RUN-PROGRAMA = 'PROG178'
              MOVE 'PROG09' TO WS-PROG-CONFL
           END-IF

