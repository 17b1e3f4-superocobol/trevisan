      *   2026 mnt - Ocorrencias abertas do cliente (OCORREN.ARQ, do
      *              PROG94) passam a aparecer na ficha: quantidade e
      *              a mais recente.
      *   2026 mnt - Cartas da regua de cobranca do cliente
      *              (COBRHIST.ARQ, do PROG128): quantidade e as tres
      *              mais recentes (fatura, etapa e data).
      *   2026 mnt - Situacao da entrega da fatura de cada pedido
      *              (FATURA.ARQ, retorno do PROG158) na lista dos
      *              ultimos pedidos.
      ******************************************************************
       IDENTIFICATION      DIVISION.
       PROGRAM-ID.         PROG82.
              FILE STATUS  IS OCO-STAT
              RECORD KEY   IS OCO-KEY.

       SELECT COBRHIST ASSIGN TO WS-ARQ-COBRHIST
              ORGANIZATION         IS INDEXED
              ACCESS MODE          IS DYNAMIC
              FILE STATUS          IS CBH-STAT
              ALTERNATE RECORD KEY IS CBH-CODC WITH DUPLICATES
              RECORD KEY           IS CBH-KEY.

       SELECT FATURA ASSIGN TO WS-ARQ-FATURA
              ORGANIZATION         IS INDEXED
              ACCESS  MODE         IS RANDOM
              FILE STATUS          IS FAT-STAT
              ALTERNATE RECORD KEY IS FAT-CODC WITH DUPLICATES
              RECORD KEY           IS FAT-KEY.

       DATA            DIVISION.
       FILE            SECTION.


       COPY FD_OCORREN.

       COPY FD_COBRHIST.

       COPY FD_FATURA.

       WORKING-STORAGE SECTION.

       01 WS-MODULO.
       77 WS-ARQ-PEDIDOS     PIC X(70) VALUE SPACES.
       77 WS-ARQ-VISITAS     PIC X(70) VALUE SPACES.
       77 WS-ARQ-OCORREN     PIC X(70) VALUE SPACES.
       77 WS-ARQ-COBRHIST    PIC X(70) VALUE SPACES.
       77 WS-ARQ-FATURA      PIC X(70) VALUE SPACES.

       77 CLI-STAT          PIC 9(02).
           88 FSC-OK        VALUE ZEROS.

       77 WS-QTD-OCO-AB     PIC 9(03) VALUE ZEROS.
       01 WS-OCO-LINHA      PIC X(70) VALUE SPACES.

       77 FAT-STAT          PIC 9(02).
           88 FSF-OK        VALUE ZEROS.
           88 FSF-NAO-EXISTE VALUE 35.

       77 WS-TEM-FATURA     PIC X(01) VALUE 'N'.
           88 TEM-FATURA    VALUE 'S'.
           88 SEM-FATURA    VALUE 'N'.

       77 WS-TEM-COBRHIST   PIC X(01) VALUE 'N'.
           88 TEM-COBRHIST  VALUE 'S'.
           88 SEM-COBRHIST  VALUE 'N'.

       77 CBH-STAT          PIC 9(02).
           88 FSH-OK        VALUE ZEROS.
           88 FSH-FIM-REG   VALUE 10.
           88 FSH-NAO-EXISTE VALUE 35.

      *    Cartas de cobranca do cliente: as tres mais recentes, a
      *    mais nova na primeira linha.
       77 WS-QTD-CARTAS     PIC 9(03) VALUE ZEROS.
       01 WS-CBH-LINHAS.
           05 WS-CBH-LIN OCCURS 3 TIMES PIC X(30).

       01 WS-CBH-EDIT.
           05 WS-CE-FATURA  PIC 9(08).
           05 FILLER        PIC X(08) VALUE ' ETAPA '.
           05 WS-CE-ETAPA   PIC 9(01).
           05 FILLER        PIC X(02) VALUE SPACES.
           05 WS-CE-DATA    PIC 9(08).
       77 WS-TEM-DISTRIB    PIC X(01) VALUE 'N'.
           88 TEM-DISTRIB   VALUE 'S'.
           88 SEM-DISTRIB   VALUE 'N'.
              10 WS-TP-DATA       PIC 9(08).
              10 WS-TP-VALOR      PIC 9(09)V99.
              10 WS-TP-SIT        PIC X(01).
              10 WS-TP-ENTREGA    PIC X(08).

       01 WS-TP-TROCA.
           05 WS-TRC-NUMERO     PIC 9(08).
           05 WS-TRC-DATA       PIC 9(08).
           05 WS-TRC-VALOR      PIC 9(09)V99.
           05 WS-TRC-SIT        PIC X(01).
           05 WS-TRC-ENTREGA    PIC X(08).

       77 WS-QTD-PED        PIC 9(03) VALUE ZEROS.
       77 WS-IDX            PIC 9(03) VALUE ZEROS.
           05 WS-PE-VALOR   PIC ZZZ.ZZZ.ZZ9,99.
           05 FILLER        PIC X(02) VALUE SPACES.
           05 WS-PE-SIT     PIC X(01).
           05 FILLER        PIC X(02) VALUE SPACES.
           05 WS-PE-ENTREGA PIC X(08).

       01 WS-VIS-EDIT.
           05 WS-VE-DATA    PIC 9(08).

       01 SS-PEDIDOS FOREGROUND-COLOR 2.
           05 LINE 10 COLUMN 02 VALUE
              "ULTIMOS PEDIDOS (NUMERO/DATA/VALOR/SIT/ENTREGA):".
           05 LINE 11 COLUMN 04 PIC X(50) FROM WS-PED-LIN (1).
           05 LINE 12 COLUMN 04 PIC X(50) FROM WS-PED-LIN (2).
           05 LINE 13 COLUMN 04 PIC X(50) FROM WS-PED-LIN (3).
           05 COLUMN PLUS 1 PIC ZZ9 FROM WS-QTD-OCO-AB.
           05 LINE 22 COLUMN 04 PIC X(70) FROM WS-OCO-LINHA.

       01 SS-COBRANCA FOREGROUND-COLOR 2.
           05 LINE 17 COLUMN 46 VALUE "CARTAS DE COBRANCA:".
           05 COLUMN PLUS 1 PIC ZZ9 FROM WS-QTD-CARTAS.
           05 LINE 18 COLUMN 48 PIC X(30) FROM WS-CBH-LIN (1).
           05 LINE 19 COLUMN 48 PIC X(30) FROM WS-CBH-LIN (2).
           05 LINE 20 COLUMN 48 PIC X(30) FROM WS-CBH-LIN (3).

       01 SS-ERRO.
           05 FILLER FOREGROUND-COLOR 6 BACKGROUND-COLOR 1 HIGHLIGHT.
               10 LINE WS-NUML COLUMN 2 PIC X(80) FROM WS-MSGERRO BELL.
           PERFORM CARREGA-VISITAS THRU CARREGA-VISITAS-FIM
           PERFORM CARREGA-OCORRENCIAS
              THRU CARREGA-OCORRENCIAS-FIM
           PERFORM CARREGA-COBRANCA
              THRU CARREGA-COBRANCA-FIM

           MOVE 1 TO WS-PAG-INI
           .
           DISPLAY SS-PEDIDOS
           DISPLAY SS-VISITAS
           DISPLAY SS-OCORRENCIAS
           DISPLAY SS-COBRANCA
           IF WS-PAG-INI + 5 NOT > WS-QTD-PED
              MOVE "ENTER = MAIS PEDIDOS / ESC = NOVA CONSULTA"
                   TO WS-STATUS
           MOVE PED-DATA     TO WS-TP-DATA   (WS-QTD-PED)
           MOVE PED-VALOR    TO WS-TP-VALOR  (WS-QTD-PED)
           MOVE PED-SITUACAO TO WS-TP-SIT    (WS-QTD-PED)

      *    Entrega da fatura do pedido (retorno do PROG158).
           MOVE SPACES TO WS-TP-ENTREGA (WS-QTD-PED)
           IF TEM-FATURA AND PED-NUM-FATURA NOT = ZEROS
              MOVE PED-NUM-FATURA TO FAT-NUMERO
              READ FATURA
                   INVALID KEY
                      CONTINUE
                   NOT INVALID KEY
                      EVALUATE TRUE
                          WHEN FAT-ENTREGUE
                               MOVE 'ENTREGUE' TO
                                    WS-TP-ENTREGA (WS-QTD-PED)
                          WHEN FAT-ENT-RECUSADA
                               MOVE 'RECUSADA' TO
                                    WS-TP-ENTREGA (WS-QTD-PED)
                          WHEN OTHER
                               MOVE 'PENDENTE' TO
                                    WS-TP-ENTREGA (WS-QTD-PED)
                      END-EVALUATE
              END-READ
           END-IF
           .
       CARREGA-UM-PEDIDO-SAI.
           EXIT.
              MOVE WS-TP-DATA   (WS-IDX) TO WS-PE-DATA
              MOVE WS-TP-VALOR  (WS-IDX) TO WS-PE-VALOR
              MOVE WS-TP-SIT    (WS-IDX) TO WS-PE-SIT
              MOVE WS-TP-ENTREGA (WS-IDX) TO WS-PE-ENTREGA
              MOVE WS-PED-EDIT TO WS-PED-LIN (WS-LIN)
           END-IF
           .
       OLHA-UMA-OCORRENCIA-SAI.
           EXIT.

      *-----------------------------------------------------------------
       CARREGA-COBRANCA.
      *-----------------------------------------------------------------
      *    Cartas da regua de cobranca emitidas para o cliente (as
      *    duplicatas da chave alternativa vem na ordem de gravacao).
           MOVE ZEROS  TO WS-QTD-CARTAS
           MOVE SPACES TO WS-CBH-LINHAS

           IF SEM-COBRHIST
              GO TO CARREGA-COBRANCA-FIM
           END-IF

           MOVE CLI-COD TO CBH-CODC
           START COBRHIST KEY NOT LESS THAN CBH-CODC
                 INVALID KEY
                    MOVE 10 TO CBH-STAT
           END-START
           PERFORM OLHA-UMA-CARTA
              THRU OLHA-UMA-CARTA-SAI UNTIL FSH-FIM-REG
           MOVE ZEROS TO CBH-STAT
           .
       CARREGA-COBRANCA-FIM.
           EXIT.

      *-----------------------------------------------------------------
       OLHA-UMA-CARTA.
      *-----------------------------------------------------------------
           READ COBRHIST NEXT AT END
                GO TO OLHA-UMA-CARTA-SAI
           END-READ

           IF CBH-CODC NOT = CLI-COD
              MOVE 10 TO CBH-STAT
              GO TO OLHA-UMA-CARTA-SAI
           END-IF

           ADD 1 TO WS-QTD-CARTAS
           MOVE WS-CBH-LIN (2) TO WS-CBH-LIN (3)
           MOVE WS-CBH-LIN (1) TO WS-CBH-LIN (2)
           MOVE CBH-FATURA     TO WS-CE-FATURA
           MOVE CBH-ESTAGIO    TO WS-CE-ETAPA
           MOVE CBH-DATA       TO WS-CE-DATA
           MOVE WS-CBH-EDIT    TO WS-CBH-LIN (1)
           .
       OLHA-UMA-CARTA-SAI.
           EXIT.

      *-----------------------------------------------------------------
       MONTA-CAMINHOS.
      *-----------------------------------------------------------------
                  'OCORREN.ARQ'                DELIMITED BY SIZE
             INTO WS-ARQ-OCORREN
           END-STRING

           STRING FUNCTION TRIM(WS-DIR-DADOS) DELIMITED BY SIZE
                  'COBRHIST.ARQ'               DELIMITED BY SIZE
             INTO WS-ARQ-COBRHIST
           END-STRING

           STRING FUNCTION TRIM(WS-DIR-DADOS) DELIMITED BY SIZE
                  'FATURA.ARQ'                 DELIMITED BY SIZE
             INTO WS-ARQ-FATURA
           END-STRING
           .
       MONTA-CAMINHOS-FIM.
           EXIT.
           IF FSO-NAO-EXISTE
              SET SEM-OCORREN TO TRUE
           END-IF

           SET TEM-COBRHIST TO TRUE
           OPEN INPUT COBRHIST
           IF FSH-NAO-EXISTE
              SET SEM-COBRHIST TO TRUE
           END-IF

           SET TEM-FATURA TO TRUE
           OPEN INPUT FATURA
           IF FSF-NAO-EXISTE
              SET SEM-FATURA TO TRUE
           END-IF
           .
       ABRIR-ARQUIVO-FIM.
           EXIT.
           IF TEM-OCORREN
              CLOSE OCORREN
           END-IF
           IF TEM-COBRHIST
              CLOSE COBRHIST
           END-IF
           IF TEM-FATURA
              CLOSE FATURA
           END-IF
           GOBACK.
