      * Autor.....: Alexandre Trevisani (PROVA COBOL)
      * Data......: Julho/2019
      * Programa..: PROG89 - Consulta Unificada de Pedidos
      * Chamadas..: PROG173 - Confirmacao do Pedido ao Cliente
      * Observação: Consulta somente leitura pelo numero do pedido,
      *             procurando primeiro em PEDIDOS.ARQ (movimento
      *             corrente) e, nao achando, em PEDHIST.ARQ (os
      *             A origem (CORRENTE/HISTORICO) sai na tela.
      * Historico.:
      *   2026 mnt - Programa novo.
      *   2026 mnt - Situacao da entrega da fatura do pedido na ficha
      *              (FATURA.ARQ, retorno do PROG158): pendente,
      *              entregue com data e recebedor ou recusada com
      *              data e motivo.
      *   2026 mnt - Pedido corrente pode ter a confirmacao reenviada
      *              ao cliente (PROG173) a partir da ficha.
      ******************************************************************
       IDENTIFICATION      DIVISION.
       PROGRAM-ID.         PROG89.
              ALTERNATE RECORD KEY IS HIS-CODV WITH DUPLICATES
              RECORD KEY           IS HIS-KEY.

       SELECT FATURA ASSIGN TO WS-ARQ-FATURA
              ORGANIZATION         IS INDEXED
              ACCESS  MODE         IS RANDOM
              FILE STATUS          IS FAT-STAT
              ALTERNATE RECORD KEY IS FAT-CODC WITH DUPLICATES
              RECORD KEY           IS FAT-KEY.

       DATA            DIVISION.
       FILE            SECTION.


       COPY FD_PEDHIST.

       COPY FD_FATURA.

       WORKING-STORAGE SECTION.

       01 WS-MODULO.
       77 WS-DIR-DADOS       PIC X(50) VALUE SPACES.
       77 WS-ARQ-PEDIDOS     PIC X(70) VALUE SPACES.
       77 WS-ARQ-PEDHIST     PIC X(70) VALUE SPACES.
       77 WS-ARQ-FATURA      PIC X(70) VALUE SPACES.

       77 PED-STAT          PIC 9(02).
           88 FSP-OK        VALUE ZEROS.
           88 TEM-HIST      VALUE 'S'.
           88 SEM-HIST      VALUE 'N'.

       77 FAT-STAT          PIC 9(02).
           88 FSF-OK        VALUE ZEROS.
           88 FSF-NAO-EXISTE VALUE 35.

       77 WS-TEM-FATURA     PIC X(01) VALUE 'N'.
           88 TEM-FATURA    VALUE 'S'.
           88 SEM-FATURA    VALUE 'N'.

       77 WS-ERRO           PIC X.
           88 E-SIM         VALUES ARE "S" "s".
           88 E-NAO         VALUES ARE "N" "n".
           05 WS-EX-FATURA  PIC 9(08).
           05 WS-EX-MOT     PIC X(03).
           05 WS-EX-OBS     PIC X(40).
           05 WS-EX-ENTREGA PIC X(40).
           05 WS-EX-RECEB   PIC X(30).

      *    Situacao da entrega editada para a tela.
       01 WS-ENT-EDIT.
           05 WS-ENE-TEXTO  PIC X(12).
           05 WS-ENE-DIA    PIC 9(02).
           05 WS-ENE-BAR1   PIC X(01).
           05 WS-ENE-MES    PIC 9(02).
           05 WS-ENE-BAR2   PIC X(01).
           05 WS-ENE-ANO    PIC 9(04).
           05 WS-ENE-MOTIVO PIC X(18).

       77 WS-NUML           PIC 999.
       77 WS-NUMC           PIC 999.
       77 WS-STATUS         PIC X(40).
       77 WS-MSGERRO        PIC X(80).

       COPY LK_CONFPED.

       COPY screenio.

       SCREEN SECTION.
           05 COLUMN PLUS 2 PIC X(03) FROM WS-EX-MOT.
           05 LINE 18 COLUMN 12 VALUE "OBS.CANC.:".
           05 COLUMN PLUS 2 PIC X(40) FROM WS-EX-OBS.
           05 LINE 19 COLUMN 12 VALUE "ENTREGA..:".
           05 COLUMN PLUS 2 PIC X(40) FROM WS-EX-ENTREGA.
           05 LINE 20 COLUMN 12 VALUE "RECEBEDOR:".
           05 COLUMN PLUS 2 PIC X(30) FROM WS-EX-RECEB.

       01 SS-ERRO.
           05 FILLER FOREGROUND-COLOR 6 BACKGROUND-COLOR 1 HIGHLIGHT.
              GO TO CONSULTA
           END-IF

           PERFORM MONTA-ENTREGA THRU MONTA-ENTREGA-FIM
           DISPLAY SS-FICHA

      *    Pedido do movimento corrente pode ter a confirmacao
      *    reenviada ao cliente.
           IF WS-ORIGEM = 'CORRENTE'
              PERFORM REENVIA-CONFIRMACAO
                 THRU REENVIA-CONFIRMACAO-FIM
              MOVE SPACES TO WS-ORIGEM
              GO TO CONSULTA
           END-IF

           MOVE "ENTER = NOVA CONSULTA" TO WS-STATUS
           DISPLAY SS-STATUS
           ACCEPT SS-CHAVE
       PROCURA-HISTORICO-FIM.
           EXIT.

      *-----------------------------------------------------------------
       REENVIA-CONFIRMACAO.
      *-----------------------------------------------------------------
      *    Segunda via da confirmacao do pedido ao cliente (PROG173):
      *    e-mail pelo gateway de correio e copia no spool.
           MOVE "N" TO WS-ERRO
           MOVE "REENVIAR A CONFIRMACAO DO PEDIDO AO CLIENTE (S/N)?"
                TO WS-MSGERRO
           ACCEPT SS-ERRO
           IF NOT E-SIM
              GO TO REENVIA-CONFIRMACAO-FIM
           END-IF

           MOVE WS-NUM-BUSCA TO LK-CFP-PEDIDO
           MOVE 'R'          TO LK-CFP-MOTIVO
           MOVE 'PROG89'     TO LK-CFP-PROGRAMA
           CALL "PROG173" USING LK-CONFPED END-CALL
           EVALUATE TRUE
               WHEN LK-CFP-OK
                    MOVE "CONFIRMACAO REENVIADA AO E-MAIL DO CLIENTE"
                         TO WS-MSGERRO
               WHEN LK-CFP-SEM-EMAIL
                    MOVE "CLIENTE SEM E-MAIL - CONFIRMACAO SO NO SPOOL"
                         TO WS-MSGERRO
               WHEN OTHER
                    MOVE "CONFIRMACAO NAO EMITIDA - ERRO NO PEDIDO"
                         TO WS-MSGERRO
           END-EVALUATE
           PERFORM MOSTRA-ERRO
           .
       REENVIA-CONFIRMACAO-FIM.
           EXIT.

      *-----------------------------------------------------------------
       MONTA-ENTREGA.
      *-----------------------------------------------------------------
      *    Situacao da entrega da fatura do pedido, do retorno da
      *    transportadora (PROG158).
           MOVE SPACES TO WS-EX-ENTREGA WS-EX-RECEB

           IF WS-EX-FATURA = ZEROS
              MOVE 'SEM FATURA' TO WS-EX-ENTREGA
              GO TO MONTA-ENTREGA-FIM
           END-IF

           IF SEM-FATURA
              GO TO MONTA-ENTREGA-FIM
           END-IF

           MOVE WS-EX-FATURA TO FAT-NUMERO
           READ FATURA
                INVALID KEY
                   GO TO MONTA-ENTREGA-FIM
           END-READ

           MOVE SPACES TO WS-ENT-EDIT
           EVALUATE TRUE
               WHEN FAT-ENTREGUE
                    MOVE 'ENTREGUE EM ' TO WS-ENE-TEXTO
                    MOVE FAT-ENT-RECEBEDOR TO WS-EX-RECEB
               WHEN FAT-ENT-RECUSADA
                    MOVE 'RECUSADA EM ' TO WS-ENE-TEXTO
                    STRING ' - MOTIVO ' FAT-ENT-MOTIVO
                           DELIMITED BY SIZE
                      INTO WS-ENE-MOTIVO
                    END-STRING
               WHEN OTHER
                    MOVE 'PENDENTE' TO WS-EX-ENTREGA
                    GO TO MONTA-ENTREGA-FIM
           END-EVALUATE
           MOVE FAT-ENT-DATA (7:2) TO WS-ENE-DIA
           MOVE FAT-ENT-DATA (5:2) TO WS-ENE-MES
           MOVE FAT-ENT-DATA (1:4) TO WS-ENE-ANO
           MOVE '/'                TO WS-ENE-BAR1 WS-ENE-BAR2
           MOVE WS-ENT-EDIT        TO WS-EX-ENTREGA
           .
       MONTA-ENTREGA-FIM.
           EXIT.

      *-----------------------------------------------------------------
       MONTA-CAMINHOS.
      *-----------------------------------------------------------------
                  'PEDHIST.ARQ'                DELIMITED BY SIZE
             INTO WS-ARQ-PEDHIST
           END-STRING

           STRING FUNCTION TRIM(WS-DIR-DADOS) DELIMITED BY SIZE
                  'FATURA.ARQ'                 DELIMITED BY SIZE
             INTO WS-ARQ-FATURA
           END-STRING
           .
       MONTA-CAMINHOS-FIM.
           EXIT.
           IF FSH-NAO-EXISTE
              SET SEM-HIST TO TRUE
           END-IF

           SET TEM-FATURA TO TRUE
           OPEN INPUT FATURA
           IF FSF-NAO-EXISTE
              SET SEM-FATURA TO TRUE
           END-IF
           .
       ABRIR-ARQUIVO-FIM.
           EXIT.
           IF TEM-HIST
              CLOSE PEDHIST
           END-IF
           IF TEM-FATURA
              CLOSE FATURA
           END-IF
           GOBACK.
