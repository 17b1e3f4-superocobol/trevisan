      ******************************************************************
      * Autor.....: Alexandre Trevisani (PROVA COBOL)
      * Data......: Julho/2019
      * Programa..: PROG145 - Custo Médio Ponderado do Produto
      * Parametros: LK_CUSTO - produto, saldo e custo antes da
      *             entrada, quantidade e custo da entrada e o
      *             movimento de ESTMOV.ARQ; devolve o novo custo
      *             medio em LK-CUS-CUSTO-NOVO.
      * Observação: Chamado por quem lanca entrada de estoque com
      *             custo unitario: digitacao de movimentos (PROG81),
      *             devolucao (PROG114), cancelamento de fatura
      *             (PROG123) e recebimento de ordem de compra
      *             (PROG150). O custo medio novo pondera o saldo
      *             anterior pelo custo medio anterior e a entrada
      *             pelo seu custo:
      *               (saldo x custo medio + qtde x custo entrada)
      *               / (saldo + qtde)
      *             Sem saldo positivo, ou sem custo anterior
      *             (produto que ainda nao teve entrada com custo), o
      *             custo da entrada passa a ser o custo medio.
      *             Entrada sem custo nao muda nada. A mudanca fica em
      *             CUSTOHIST.ARQ; o chamador grava o custo novo em
      *             PRO-CUSTO-MEDIO junto com o saldo.
      * Historico.:
      *   2026 mnt - Programa novo.
      ******************************************************************
       IDENTIFICATION      DIVISION.
       PROGRAM-ID.         PROG145.
       ENVIRONMENT         DIVISION.
       CONFIGURATION       SECTION.
       SPECIAL-NAMES.      DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT        SECTION.
       FILE-CONTROL.

       SELECT CUSTOHIST ASSIGN TO WS-ARQ-CUSTOHIST
              ORGANIZATION IS INDEXED
              ACCESS MODE  IS RANDOM
              FILE STATUS  IS CUH-STAT
              RECORD KEY   IS CUH-KEY.

       DATA            DIVISION.
       FILE            SECTION.

       COPY FD_CUSTOHIST.

       WORKING-STORAGE SECTION.

       77 WS-DIR-DADOS       PIC X(50) VALUE SPACES.
       77 WS-ARQ-CUSTOHIST   PIC X(70) VALUE SPACES.

       77 CUH-STAT          PIC 9(02).
           88 FSC-OK        VALUE ZEROS.
           88 FSC-NAO-EXISTE VALUE 35.

       77 WS-VLR-ESTOQUE    PIC S9(15)V9(04) VALUE ZEROS.
       77 WS-QTDE-TOTAL     PIC S9(09)V99    VALUE ZEROS.

       LINKAGE             SECTION.

       COPY LK_CUSTO.

       PROCEDURE   DIVISION   USING    LK-CUSTO.

       INICIO.
           SET LK-CUS-ERRO TO TRUE
           MOVE LK-CUS-CUSTO-ANT TO LK-CUS-CUSTO-NOVO

           IF LK-CUS-CUSTO-ENT = ZEROS OR LK-CUS-QTDE = ZEROS
              SET LK-CUS-OK TO TRUE
              GOBACK
           END-IF

           IF LK-CUS-SALDO-ANT NOT > ZEROS
              OR LK-CUS-CUSTO-ANT = ZEROS
              MOVE LK-CUS-CUSTO-ENT TO LK-CUS-CUSTO-NOVO
           ELSE
              COMPUTE WS-VLR-ESTOQUE =
                      LK-CUS-SALDO-ANT * LK-CUS-CUSTO-ANT
                    + LK-CUS-QTDE      * LK-CUS-CUSTO-ENT
              COMPUTE WS-QTDE-TOTAL = LK-CUS-SALDO-ANT + LK-CUS-QTDE
              COMPUTE LK-CUS-CUSTO-NOVO ROUNDED =
                      WS-VLR-ESTOQUE / WS-QTDE-TOTAL
           END-IF

           PERFORM MONTA-CAMINHOS

           OPEN I-O CUSTOHIST
           IF FSC-NAO-EXISTE
              OPEN OUTPUT CUSTOHIST
              CLOSE CUSTOHIST
              OPEN I-O CUSTOHIST
           END-IF
           IF NOT FSC-OK
              GOBACK
           END-IF

           MOVE LK-CUS-PROD       TO CUH-PROD
           MOVE LK-CUS-SEQ-EMV    TO CUH-SEQ-EMV
           MOVE LK-CUS-DATA       TO CUH-DATA
           MOVE LK-CUS-DOC        TO CUH-DOC
           MOVE LK-CUS-SALDO-ANT  TO CUH-SALDO-ANT
           MOVE LK-CUS-CUSTO-ANT  TO CUH-CUSTO-ANT
           MOVE LK-CUS-QTDE       TO CUH-QTDE-ENT
           MOVE LK-CUS-CUSTO-ENT  TO CUH-CUSTO-ENT
           MOVE LK-CUS-CUSTO-NOVO TO CUH-CUSTO-NOVO
           WRITE CUSTOHIST-CUH
                 INVALID KEY
                    CLOSE CUSTOHIST
                    GOBACK
           END-WRITE

           SET LK-CUS-OK TO TRUE
           CLOSE CUSTOHIST
           GOBACK
           .
       FIM-PROGRAMA.
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

           STRING FUNCTION TRIM(WS-DIR-DADOS) DELIMITED BY SIZE
                  'CUSTOHIST.ARQ'              DELIMITED BY SIZE
             INTO WS-ARQ-CUSTOHIST
           END-STRING
           .
       MONTA-CAMINHOS-FIM.
           EXIT.
