      ******************************************************************
      * Autor.....: Alexandre Trevisani (PROVA COBOL)
      * Data......: Julho/2019
      * Programa..: PROG171 - Manutenção da Verba de Desconto do
      *             Vendedor
      * Parametros: LK_FLEX - 'L' lanca a contribuicao de um item,
      *             'E' estorna os lancamentos de um pedido, 'C'
      *             consulta o saldo do vendedor na competencia.
      * Observação: Chamado na gravacao de item (PROG22, conversao
      *             de cotacao PROG167) e no cancelamento ou exclusao
      *             de pedido (PROG22, fila PROG98, expurgo PROG119):
      *             mantem por vendedor + AAAAMM o saldo da verba
      *             (FLEXVEN.ARQ) e o movimento item a item
      *             (FLEXMOV.ARQ) para o extrato PROG172. O PROG22
      *             consulta o saldo antes de prender na fila um item
      *             abaixo do piso da classe. Competencia fechada
      *             pelo PROG67 nao recebe mais movimento: o
      *             lancamento ou estorno cai na primeira competencia
      *             aberta seguinte, que e' criada se preciso.
      * Historico.:
      *   2026 mnt - Programa novo.
      ******************************************************************
       IDENTIFICATION      DIVISION.
       PROGRAM-ID.         PROG171.
       ENVIRONMENT         DIVISION.
       CONFIGURATION       SECTION.
       SPECIAL-NAMES.      DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT        SECTION.
       FILE-CONTROL.

       SELECT FLEXVEN ASSIGN TO WS-ARQ-FLEXVEN
              ORGANIZATION IS INDEXED
              ACCESS MODE  IS RANDOM
              FILE STATUS  IS FLX-STAT
              RECORD KEY   IS FLX-KEY.

       SELECT FLEXMOV ASSIGN TO WS-ARQ-FLEXMOV
              ORGANIZATION         IS INDEXED
              ACCESS MODE          IS DYNAMIC
              FILE STATUS          IS FLM-STAT
              ALTERNATE RECORD KEY IS FLM-PEDIDO WITH DUPLICATES
              RECORD KEY           IS FLM-KEY.

       DATA            DIVISION.
       FILE            SECTION.

       COPY FD_FLEXVEN.

       COPY FD_FLEXMOV.

       WORKING-STORAGE SECTION.

       77 WS-DIR-DADOS       PIC X(50) VALUE SPACES.
       77 WS-ARQ-FLEXVEN     PIC X(70) VALUE SPACES.
       77 WS-ARQ-FLEXMOV     PIC X(70) VALUE SPACES.

       77 FLX-STAT          PIC 9(02).
           88 FSX-OK        VALUE ZEROS.
           88 FSX-NAO-EXISTE VALUE 35.

       77 FLM-STAT          PIC 9(02).
           88 FSM-OK        VALUE ZEROS.
           88 FSM-FIM-REG   VALUE 10.
           88 FSM-NAO-EXISTE VALUE 35.

       77 WS-DATA-HOJE      PIC 9(08) VALUE ZEROS.

      *    Competencia procurada/criada por ACHA-COMPETENCIA.
       01 WS-ANOMES-BUSCA   PIC 9(06) VALUE ZEROS.
       01 FILLER REDEFINES WS-ANOMES-BUSCA.
           05 WS-BUS-ANO    PIC 9(04).
           05 WS-BUS-MES    PIC 9(02).

       77 WS-CODV-BUSCA     PIC 9(05) VALUE ZEROS.
       77 WS-VOLTAS         PIC 9(02) VALUE ZEROS.
       77 WS-CRIA           PIC X(01) VALUE 'S'.
           88 CRIA-COMPETENCIA VALUE 'S'.
       77 WS-ACHOU          PIC X(01) VALUE 'N'.
           88 ACHOU-COMPETENCIA VALUE 'S'.

      *    Dados do movimento a gravar por GRAVA-MOVIMENTO.
       77 WS-MOV-VALOR      PIC S9(11)V99 VALUE ZEROS.
       77 WS-MOV-TIPO       PIC X(01) VALUE SPACES.
       77 WS-MOV-PEDIDO     PIC 9(08) VALUE ZEROS.
       77 WS-MOV-ITEM       PIC 9(03) VALUE ZEROS.
       77 WS-MOV-PROD       PIC 9(05) VALUE ZEROS.

      *    Lancamentos do pedido a estornar: lidos primeiro pela
      *    chave alternada e so depois regravados, para a leitura
      *    nao perder a posicao com as gravacoes.
       01 WS-TAB-EST.
           05 WS-TE-ENT OCCURS 999 TIMES.
              10 WS-TE-KEY        PIC X(16).
              10 WS-TE-CODV       PIC 9(05).
              10 WS-TE-ANOMES     PIC 9(06).
              10 WS-TE-ITEM       PIC 9(03).
              10 WS-TE-PROD       PIC 9(05).
              10 WS-TE-VALOR      PIC S9(11)V99.

       77 WS-QTD-EST        PIC 9(04) VALUE ZEROS.
       77 WS-IDX            PIC 9(04) VALUE ZEROS.

       LINKAGE             SECTION.

       COPY LK_FLEX.

       PROCEDURE   DIVISION   USING    LK-FLEX.

       INICIO.
           MOVE '9'   TO LK-FLX-RET
           MOVE ZEROS TO LK-FLX-SALDO LK-FLX-ANOMES

           IF NOT LK-FLX-LANCA AND NOT LK-FLX-ESTORNA
              AND NOT LK-FLX-CONSULTA
              GOBACK
           END-IF

           ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD
           PERFORM MONTA-CAMINHOS

           OPEN I-O FLEXVEN
           IF FSX-NAO-EXISTE
              OPEN OUTPUT FLEXVEN
              CLOSE FLEXVEN
              OPEN I-O FLEXVEN
           END-IF

           OPEN I-O FLEXMOV
           IF FSM-NAO-EXISTE
              OPEN OUTPUT FLEXMOV
              CLOSE FLEXMOV
              OPEN I-O FLEXMOV
           END-IF

           EVALUATE TRUE
               WHEN LK-FLX-CONSULTA
                    PERFORM CONSULTA THRU CONSULTA-FIM
               WHEN LK-FLX-LANCA
                    PERFORM LANCA THRU LANCA-FIM
               WHEN LK-FLX-ESTORNA
                    PERFORM ESTORNA THRU ESTORNA-FIM
           END-EVALUATE

           CLOSE FLEXVEN FLEXMOV
           GOBACK
           .
       FIM-PROGRAMA.
           EXIT.

      *-------------------------------------------------------------*
       CONSULTA.
      *-------------------------------------------------------------*
      *    Competencia ainda sem movimento tem saldo zero; nao cria
      *    registro so pela consulta.
           MOVE LK-FLX-CODV       TO WS-CODV-BUSCA
           MOVE LK-FLX-DATA (1:6) TO WS-ANOMES-BUSCA
           MOVE 'N'               TO WS-CRIA
           PERFORM ACHA-COMPETENCIA THRU ACHA-COMPETENCIA-FIM

           MOVE WS-ANOMES-BUSCA TO LK-FLX-ANOMES
           IF ACHOU-COMPETENCIA
              MOVE FLX-SALDO TO LK-FLX-SALDO
           END-IF
           MOVE '0' TO LK-FLX-RET
           .
       CONSULTA-FIM.
           EXIT.

      *-------------------------------------------------------------*
       LANCA.
      *-------------------------------------------------------------*
           IF LK-FLX-VALOR = ZEROS
              GO TO LANCA-FIM
           END-IF

           MOVE LK-FLX-CODV       TO WS-CODV-BUSCA
           MOVE LK-FLX-DATA (1:6) TO WS-ANOMES-BUSCA
           MOVE 'L'               TO WS-MOV-TIPO
           MOVE LK-FLX-VALOR      TO WS-MOV-VALOR
           MOVE LK-FLX-PEDIDO     TO WS-MOV-PEDIDO
           MOVE LK-FLX-ITEM       TO WS-MOV-ITEM
           MOVE LK-FLX-PROD       TO WS-MOV-PROD
           PERFORM GRAVA-MOVIMENTO THRU GRAVA-MOVIMENTO-FIM
           .
       LANCA-FIM.
           EXIT.

      *-------------------------------------------------------------*
       ESTORNA.
      *-------------------------------------------------------------*
      *    Cada lancamento ainda vivo do pedido recebe um estorno de
      *    valor oposto na competencia dele (ou na aberta seguinte)
      *    e fica marcado; chamada repetida nao estorna de novo.
           MOVE ZEROS TO WS-QTD-EST LK-FLX-VALOR
           MOVE LK-FLX-PEDIDO TO FLM-PEDIDO
           START FLEXMOV KEY NOT LESS THAN FLM-PEDIDO
                 INVALID KEY
                    MOVE 10 TO FLM-STAT
           END-START
           PERFORM JUNTA-LANCAMENTO
              THRU JUNTA-LANCAMENTO-SAI UNTIL FSM-FIM-REG
           MOVE ZEROS TO FLM-STAT

           PERFORM ESTORNA-LANCAMENTO
               VARYING WS-IDX FROM 1 BY 1
               UNTIL WS-IDX > WS-QTD-EST

           MOVE '0' TO LK-FLX-RET
           .
       ESTORNA-FIM.
           EXIT.

      *-------------------------------------------------------------*
       JUNTA-LANCAMENTO.
      *-------------------------------------------------------------*
           READ FLEXMOV NEXT AT END
                GO TO JUNTA-LANCAMENTO-SAI
           END-READ

           IF FLM-PEDIDO NOT = LK-FLX-PEDIDO
              MOVE 10 TO FLM-STAT
              GO TO JUNTA-LANCAMENTO-SAI
           END-IF

           IF NOT FLM-LANCAMENTO OR FLM-JA-ESTORNADO
              GO TO JUNTA-LANCAMENTO-SAI
           END-IF

           IF WS-QTD-EST = 999
              GO TO JUNTA-LANCAMENTO-SAI
           END-IF

           ADD 1 TO WS-QTD-EST
           MOVE FLM-KEY    TO WS-TE-KEY    (WS-QTD-EST)
           MOVE FLM-CODV   TO WS-TE-CODV   (WS-QTD-EST)
           MOVE FLM-ANOMES TO WS-TE-ANOMES (WS-QTD-EST)
           MOVE FLM-ITEM   TO WS-TE-ITEM   (WS-QTD-EST)
           MOVE FLM-PROD   TO WS-TE-PROD   (WS-QTD-EST)
           MOVE FLM-VALOR  TO WS-TE-VALOR  (WS-QTD-EST)
           .
       JUNTA-LANCAMENTO-SAI.
           EXIT.

      *-------------------------------------------------------------*
       ESTORNA-LANCAMENTO.
      *-------------------------------------------------------------*
           MOVE WS-TE-KEY (WS-IDX) TO FLM-KEY
           READ FLEXMOV
                INVALID KEY
                   CONTINUE
                NOT INVALID KEY
                   MOVE 'S' TO FLM-ESTORNADO
                   REWRITE FLEXMOV-FLM END-REWRITE
           END-READ

           MOVE WS-TE-CODV   (WS-IDX) TO WS-CODV-BUSCA
           MOVE WS-TE-ANOMES (WS-IDX) TO WS-ANOMES-BUSCA
           MOVE 'E'                   TO WS-MOV-TIPO
           COMPUTE WS-MOV-VALOR = 0 - WS-TE-VALOR (WS-IDX)
           MOVE LK-FLX-PEDIDO         TO WS-MOV-PEDIDO
           MOVE WS-TE-ITEM   (WS-IDX) TO WS-MOV-ITEM
           MOVE WS-TE-PROD   (WS-IDX) TO WS-MOV-PROD
           PERFORM GRAVA-MOVIMENTO THRU GRAVA-MOVIMENTO-FIM
           ADD WS-MOV-VALOR TO LK-FLX-VALOR
           .
       ESTORNA-LANCAMENTO-FIM.
           EXIT.

      *-------------------------------------------------------------*
       GRAVA-MOVIMENTO.
      *-------------------------------------------------------------*
      *    Movimento na competencia aberta do vendedor: numera pelo
      *    contador da competencia e acerta creditos, debitos e
      *    saldo.
           MOVE 'S' TO WS-CRIA
           PERFORM ACHA-COMPETENCIA THRU ACHA-COMPETENCIA-FIM
           IF NOT ACHOU-COMPETENCIA
              GO TO GRAVA-MOVIMENTO-FIM
           END-IF

           ADD 1 TO FLX-QTD-MOV
           MOVE FLX-CODV       TO FLM-CODV
           MOVE FLX-ANOMES     TO FLM-ANOMES
           MOVE FLX-QTD-MOV    TO FLM-SEQ
           MOVE WS-MOV-PEDIDO  TO FLM-PEDIDO
           MOVE WS-MOV-ITEM    TO FLM-ITEM
           MOVE WS-MOV-PROD    TO FLM-PROD
           MOVE WS-DATA-HOJE   TO FLM-DATA
           MOVE WS-MOV-TIPO    TO FLM-TIPO
           MOVE WS-MOV-VALOR   TO FLM-VALOR
           MOVE 'N'            TO FLM-ESTORNADO
           WRITE FLEXMOV-FLM
                 INVALID KEY
                    GO TO GRAVA-MOVIMENTO-FIM
           END-WRITE

           IF WS-MOV-VALOR > ZEROS
              ADD WS-MOV-VALOR TO FLX-CREDITOS
           ELSE
              SUBTRACT WS-MOV-VALOR FROM FLX-DEBITOS
           END-IF
           ADD WS-MOV-VALOR TO FLX-SALDO
           REWRITE FLEXVEN-FLX
               INVALID KEY
                  GO TO GRAVA-MOVIMENTO-FIM
           END-REWRITE

           MOVE FLX-SALDO  TO LK-FLX-SALDO
           MOVE FLX-ANOMES TO LK-FLX-ANOMES
           MOVE '0'        TO LK-FLX-RET
           .
       GRAVA-MOVIMENTO-FIM.
           EXIT.

      *-------------------------------------------------------------*
       ACHA-COMPETENCIA.
      *-------------------------------------------------------------*
      *    Primeira competencia nao fechada a partir da pedida. Com
      *    WS-CRIA = 'S' a ausente e' criada aberta e zerada (o
      *    saldo transportado entra nela no fechamento da anterior).
           MOVE 'N'   TO WS-ACHOU
           MOVE ZEROS TO WS-VOLTAS
           PERFORM OLHA-COMPETENCIA
              THRU OLHA-COMPETENCIA-SAI
              UNTIL ACHOU-COMPETENCIA OR WS-VOLTAS > 24
           .
       ACHA-COMPETENCIA-FIM.
           EXIT.

      *-------------------------------------------------------------*
       OLHA-COMPETENCIA.
      *-------------------------------------------------------------*
           ADD 1 TO WS-VOLTAS
           MOVE WS-CODV-BUSCA   TO FLX-CODV
           MOVE WS-ANOMES-BUSCA TO FLX-ANOMES
           READ FLEXVEN
                INVALID KEY
                   IF NOT CRIA-COMPETENCIA
                      MOVE 99 TO WS-VOLTAS
                      GO TO OLHA-COMPETENCIA-SAI
                   END-IF
                   MOVE WS-CODV-BUSCA   TO FLX-CODV
                   MOVE WS-ANOMES-BUSCA TO FLX-ANOMES
                   MOVE ZEROS TO FLX-SALDO-ANT FLX-CREDITOS
                                 FLX-DEBITOS FLX-SALDO FLX-QTD-MOV
                                 FLX-DT-FECHAMENTO FLX-SALDO-TRANSP
                   MOVE 'A'   TO FLX-SITUACAO
                   WRITE FLEXVEN-FLX
                         INVALID KEY
                            MOVE 99 TO WS-VOLTAS
                            GO TO OLHA-COMPETENCIA-SAI
                   END-WRITE
           END-READ

           IF FLX-ABERTA
              MOVE 'S' TO WS-ACHOU
              GO TO OLHA-COMPETENCIA-SAI
           END-IF

           IF WS-BUS-MES = 12
              MOVE 01 TO WS-BUS-MES
              ADD 1   TO WS-BUS-ANO
           ELSE
              ADD 1   TO WS-BUS-MES
           END-IF
           .
       OLHA-COMPETENCIA-SAI.
           EXIT.

      *-------------------------------------------------------------*
       MONTA-CAMINHOS.
      *-------------------------------------------------------------*
      *    O diretorio dos arquivos de dados vem da variavel de
      *    ambiente COBOL_DATA_DIR (com a barra final incluida), para
      *    permitir apontar um ambiente de testes sem recompilar. Se
      *    a variavel nao estiver definida, mantem C:\COBOL\.
           ACCEPT WS-DIR-DADOS FROM ENVIRONMENT 'COBOL_DATA_DIR'
           IF WS-DIR-DADOS = SPACES
              MOVE 'C:\COBOL\' TO WS-DIR-DADOS
           END-IF

           MOVE SPACES TO WS-ARQ-FLEXVEN WS-ARQ-FLEXMOV
           STRING FUNCTION TRIM(WS-DIR-DADOS) DELIMITED BY SIZE
                  'FLEXVEN.ARQ'                DELIMITED BY SIZE
             INTO WS-ARQ-FLEXVEN
           END-STRING

           STRING FUNCTION TRIM(WS-DIR-DADOS) DELIMITED BY SIZE
                  'FLEXMOV.ARQ'                DELIMITED BY SIZE
             INTO WS-ARQ-FLEXMOV
           END-STRING
           .
       MONTA-CAMINHOS-FIM.
           EXIT.
