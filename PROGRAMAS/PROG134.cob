      ******************************************************************
      * Autor.....: Alexandre Trevisani (PROVA COBOL)
      * Data......: Julho/2019
      * Programa..: PROG134 - Pedido de Exclusão da Negativação
      * Parametros: LK_NEGBAIXA - fatura quitada, data da quitacao e
      *             programa de origem; devolve em LK-NGB-RET se a
      *             exclusao foi pedida.
      * Observação: Chamado na quitacao da fatura pela baixa manual
      *             (PROG78) e pelo retorno bancario (PROG87): fatura
      *             com inclusao enviada ou aceita pelo bureau de
      *             protecao ao credito (NEGATIV.ARQ) passa a
      *             exclusao pendente, que a proxima remessa do
      *             PROG133 envia. Cliente que pagou nao pode
      *             continuar negativado, por isso o pedido e' gravado
      *             no mesmo momento da baixa, sem depender de
      *             operador. Inclusao rejeitada pelo bureau nao
      *             chegou a negativar e fica como esta.
      * Historico.:
      *   2026 mnt - Programa novo.
      ******************************************************************
       IDENTIFICATION      DIVISION.
       PROGRAM-ID.         PROG134.
       ENVIRONMENT         DIVISION.
       CONFIGURATION       SECTION.
       SPECIAL-NAMES.      DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT        SECTION.
       FILE-CONTROL.

       SELECT NEGATIV ASSIGN TO WS-ARQ-NEGATIV
              ORGANIZATION IS INDEXED
              ACCESS MODE  IS RANDOM
              FILE STATUS  IS NEG-STAT
              RECORD KEY   IS NEG-KEY.

       DATA            DIVISION.
       FILE            SECTION.

       COPY FD_NEGATIV.

       WORKING-STORAGE SECTION.

       77 WS-DIR-DADOS       PIC X(50) VALUE SPACES.
       77 WS-ARQ-NEGATIV     PIC X(70) VALUE SPACES.

       77 NEG-STAT          PIC 9(02).
           88 FSN-OK        VALUE ZEROS.
           88 FSN-NAO-EXISTE VALUE 35.

       LINKAGE             SECTION.

       COPY LK_NEGBAIXA.

       PROCEDURE   DIVISION   USING    LK-NEGBAIXA.

       INICIO.
           MOVE '9' TO LK-NGB-RET

           PERFORM MONTA-CAMINHOS

      *    Sem o arquivo, nenhuma fatura foi negativada ainda.
           OPEN I-O NEGATIV
           IF FSN-NAO-EXISTE
              GOBACK
           END-IF

           MOVE LK-NGB-FATURA TO NEG-FATURA
           READ NEGATIV
                INVALID KEY
                   CLOSE NEGATIV
                   GOBACK
           END-READ

           IF NEG-EXCLUSAO
              MOVE '2' TO LK-NGB-RET
              CLOSE NEGATIV
              GOBACK
           END-IF

           IF NEG-REJEITADA
              CLOSE NEGATIV
              GOBACK
           END-IF

           SET NEG-EXCLUSAO        TO TRUE
           SET NEG-PENDENTE        TO TRUE
           MOVE LK-NGB-DATA        TO NEG-DT-PEDIDO-EXCL
           MOVE LK-NGB-ORIGEM      TO NEG-ORIGEM-EXCL
           MOVE ZEROS              TO NEG-DT-EXCLUSAO
                                      NEG-SEQ-EXCLUSAO
                                      NEG-DT-RETORNO
           MOVE SPACES             TO NEG-MOTIVO
           REWRITE NEGATIV-NEG
                INVALID KEY
                   CONTINUE
                NOT INVALID KEY
                   MOVE '0' TO LK-NGB-RET
           END-REWRITE

           CLOSE NEGATIV
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
                  'NEGATIV.ARQ'                DELIMITED BY SIZE
             INTO WS-ARQ-NEGATIV
           END-STRING
           .
       MONTA-CAMINHOS-FIM.
           EXIT.
