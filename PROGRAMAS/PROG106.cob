      *             supervisor (LK-INT-FORCA 'S') aceita duplicado
      *             ou regressao - os importadores a ligam pela
      *             variavel de ambiente COBOL_FORCA_SEQ = 'S'.
      *             Com LK-INT-OPER 'G' a chamada vem de quem gera um
      *             arquivo para o parceiro (PROG133): devolve a
      *             proxima sequencia da interface, ja registrada,
      *             para o cabecalho do arquivo (apos 9999 volta a 1).
      * Historico.:
      *   2026 mnt - Programa novo.
      *   2026 mnt - Operacao de geracao (LK-INT-OPER 'G'): aloca e
      *              registra a sequencia dos arquivos enviados ao
      *              parceiro.
      ******************************************************************
       IDENTIFICATION      DIVISION.
       PROGRAM-ID.         PROG106.
       PROCEDURE   DIVISION   USING    LK-INTSEQ.

       INICIO.
           IF LK-INT-GERA
              PERFORM GERA-SEQUENCIA
              GOBACK
           END-IF

      *    Cabecalho antigo, sem a coluna de sequencia: passa sem
      *    controle, sem mexer no registrado.
           IF LK-INT-SEQ = SPACES OR LK-INT-SEQ NOT NUMERIC
       FIM-PROGRAMA.
           EXIT.

      *-------------------------------------------------------------*
       GERA-SEQUENCIA.
      *-------------------------------------------------------------*
      *    Arquivo enviado ao parceiro: a sequencia e' nossa, alocada
      *    e registrada aqui, para o parceiro barrar duplicidade.
           PERFORM MONTA-CAMINHOS

           OPEN I-O INTCTL
           IF FSI-NAO-EXISTE
              OPEN OUTPUT INTCTL
              CLOSE INTCTL
              OPEN I-O INTCTL
           END-IF

           MOVE LK-INT-INTERFACE TO INT-INTERFACE
           READ INTCTL
                INVALID KEY
                   MOVE LK-INT-INTERFACE TO INT-INTERFACE
                   MOVE 1                TO INT-ULT-SEQ
                   ACCEPT INT-DT-ULT FROM DATE YYYYMMDD
                   WRITE INTCTL-REG END-WRITE
                NOT INVALID KEY
                   IF INT-ULT-SEQ = 9999
                      MOVE 1 TO INT-ULT-SEQ
                   ELSE
                      ADD 1  TO INT-ULT-SEQ
                   END-IF
                   ACCEPT INT-DT-ULT FROM DATE YYYYMMDD
                   REWRITE INTCTL-REG END-REWRITE
           END-READ

           MOVE INT-ULT-SEQ TO WS-SEQ-NUM
           MOVE WS-SEQ-NUM  TO LK-INT-SEQ
           MOVE '0'         TO LK-INT-RET
           CLOSE INTCTL
           .
       GERA-SEQUENCIA-FIM.
           EXIT.

      *-------------------------------------------------------------*
       MONTA-CAMINHOS.
      *-------------------------------------------------------------*
