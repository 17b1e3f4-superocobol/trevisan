      ******************************************************************
      * Autor.....: Alexandre Trevisani (PROVA COBOL)
      * Data......: Julho/2019
      * Programa..: PROG162 - Saldo de Estoque por Lote e Validade
      * Parametros: LK_LOTE - operacao, produto, deposito, lote,
      *             validade e quantidade; devolve o saldo do lote ou
      *             os lotes consumidos.
      * Observação: Unico ponto de atualizacao de LOTE.ARQ, para os
      *             produtos com controle de lote (PRO-CONTROLA-LOTE).
      *             A entrada do PROG81 cria/soma o lote; a saida, o
      *             ajuste para menos e a transferencia do PROG81
      *             consomem o lote informado ou os de menor validade
      *             primeiro; a baixa da rodada de faturamento
      *             (PROG64) consome pela menor validade sem usar lote
      *             ja vencido na data do faturamento. Recebimento
      *             (PROG150), devolucao (PROG114), cancelamento de
      *             fatura (PROG123) e sobra de inventario (PROG143)
      *             entram no lote; a falta de inventario consome
      *             pela menor validade.
      *             O saldo do lote acompanha o ESTDEP.ARQ (PROG153)
      *             mas nao o substitui: quantidade que entrou sem
      *             lote (produto que passou a ter controle de lote
      *             com saldo) sai "sem lote" (LK-LOT-SEM-LOTE).
      * Historico.:
      *   2026 mnt - Programa novo.
      *   2026 mnt - Observacao atualizada: recebimento, devolucao,
      *              cancelamento de fatura e inventario tambem
      *              movimentam o lote.
      ******************************************************************
       IDENTIFICATION      DIVISION.
       PROGRAM-ID.         PROG162.
       ENVIRONMENT         DIVISION.
       CONFIGURATION       SECTION.
       SPECIAL-NAMES.      DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT        SECTION.
       FILE-CONTROL.

       SELECT LOTE ASSIGN TO WS-ARQ-LOTE
              ORGANIZATION IS INDEXED
              ACCESS MODE  IS DYNAMIC
              FILE STATUS  IS LOT-STAT
              RECORD KEY   IS LOT-KEY.

       DATA            DIVISION.
       FILE            SECTION.

       COPY FD_LOTE.

       WORKING-STORAGE SECTION.

       77 WS-DIR-DADOS       PIC X(50) VALUE SPACES.
       77 WS-ARQ-LOTE        PIC X(70) VALUE SPACES.

       77 LOT-STAT          PIC 9(02).
           88 FSL-OK        VALUE ZEROS.
           88 FSL-FIM-REG   VALUE 10.
           88 FSL-NAO-EXISTE VALUE 35.

       77 WS-ACHOU          PIC X(01) VALUE 'N'.
           88 ACHOU-LOTE    VALUE 'S'.
           88 NAO-ACHOU-LOTE VALUE 'N'.

       77 WS-RESTA          PIC 9(07)V99 VALUE ZEROS.
       77 WS-TIRA           PIC 9(07)V99 VALUE ZEROS.

       LINKAGE             SECTION.

       COPY LK_LOTE.

       PROCEDURE   DIVISION   USING    LK-LOTE.

       INICIO.
           SET LK-LOT-ERRO TO TRUE
           MOVE ZEROS TO LK-LOT-SALDO LK-LOT-SEM-LOTE LK-LOT-QTD-CONS

           PERFORM MONTA-CAMINHOS

           OPEN I-O LOTE
           IF FSL-NAO-EXISTE
              OPEN OUTPUT LOTE
              CLOSE LOTE
              OPEN I-O LOTE
           END-IF
           IF NOT FSL-OK
              GOBACK
           END-IF

           SET LK-LOT-OK TO TRUE
           EVALUATE TRUE
               WHEN LK-LOT-OP-ENTRADA
                    PERFORM ENTRADA-LOTE THRU ENTRADA-LOTE-FIM
               WHEN LK-LOT-OP-CONSULTA
                    PERFORM ACHA-LOTE THRU ACHA-LOTE-FIM
                    IF ACHOU-LOTE
                       MOVE LOT-SALDO    TO LK-LOT-SALDO
                       MOVE LOT-VALIDADE TO LK-LOT-VALIDADE
                    ELSE
                       SET LK-LOT-NAO-ACHOU TO TRUE
                    END-IF
               WHEN LK-LOT-OP-CONSUMO
               WHEN LK-LOT-OP-VENDA
                    PERFORM CONSOME THRU CONSOME-FIM
               WHEN OTHER
                    SET LK-LOT-ERRO TO TRUE
           END-EVALUATE

           CLOSE LOTE
           GOBACK
           .
       FIM-PROGRAMA.
           EXIT.

      *-------------------------------------------------------------*
       ENTRADA-LOTE.
      *-------------------------------------------------------------*
      *    Lote novo nasce com a data da entrada; lote existente
      *    (mesmo numero e validade) so soma.
           MOVE LK-LOT-PROD     TO LOT-PROD
           MOVE LK-LOT-DEP      TO LOT-DEP
           MOVE LK-LOT-VALIDADE TO LOT-VALIDADE
           MOVE LK-LOT-NUMERO   TO LOT-NUMERO
           SET ACHOU-LOTE TO TRUE
           READ LOTE
                INVALID KEY
                   SET NAO-ACHOU-LOTE TO TRUE
                   MOVE ZEROS       TO LOT-SALDO LOT-QTDE-ENTRADA
                   MOVE LK-LOT-DATA TO LOT-DT-ENTRADA
           END-READ

           ADD LK-LOT-QTDE  TO LOT-SALDO LOT-QTDE-ENTRADA
           MOVE LK-LOT-DATA TO LOT-DT-ALTERACAO

           IF ACHOU-LOTE
              REWRITE LOTE-LOT
                    INVALID KEY
                       SET LK-LOT-ERRO TO TRUE
              END-REWRITE
           ELSE
              WRITE LOTE-LOT
                    INVALID KEY
                       SET LK-LOT-ERRO TO TRUE
              END-WRITE
           END-IF
           MOVE LOT-SALDO TO LK-LOT-SALDO
           .
       ENTRADA-LOTE-FIM.
           EXIT.

      *-------------------------------------------------------------*
       ACHA-LOTE.
      *-------------------------------------------------------------*
      *    Lote LK-LOT-NUMERO do produto no deposito, qualquer
      *    validade (a chave comeca pela validade).
           SET NAO-ACHOU-LOTE TO TRUE
           MOVE LK-LOT-PROD TO LOT-PROD
           MOVE LK-LOT-DEP  TO LOT-DEP
           MOVE ZEROS       TO LOT-VALIDADE
           MOVE LOW-VALUES  TO LOT-NUMERO
           START LOTE KEY NOT LESS THAN LOT-KEY
                 INVALID KEY
                    GO TO ACHA-LOTE-FIM
           END-START
           .
       ACHA-LOTE-LE.
           READ LOTE NEXT AT END
                GO TO ACHA-LOTE-FIM
           END-READ
           IF LOT-PROD NOT = LK-LOT-PROD OR LOT-DEP NOT = LK-LOT-DEP
              GO TO ACHA-LOTE-FIM
           END-IF
           IF LOT-NUMERO NOT = LK-LOT-NUMERO
              GO TO ACHA-LOTE-LE
           END-IF
           SET ACHOU-LOTE TO TRUE
           .
       ACHA-LOTE-FIM.
           EXIT.

      *-------------------------------------------------------------*
       CONSOME.
      *-------------------------------------------------------------*
      *    Lote informado: so ele. Em branco: na ordem da chave,
      *    que e' a da validade. O que nao couber volta sem lote.
           MOVE LK-LOT-QTDE TO WS-RESTA

           IF LK-LOT-OP-CONSUMO AND LK-LOT-NUMERO NOT = SPACES
              PERFORM ACHA-LOTE THRU ACHA-LOTE-FIM
              IF ACHOU-LOTE
                 PERFORM CONSOME-ESTE THRU CONSOME-ESTE-FIM
              ELSE
                 SET LK-LOT-NAO-ACHOU TO TRUE
              END-IF
              GO TO CONSOME-SALDO
           END-IF

           MOVE LK-LOT-PROD TO LOT-PROD
           MOVE LK-LOT-DEP  TO LOT-DEP
           MOVE ZEROS       TO LOT-VALIDADE
           MOVE LOW-VALUES  TO LOT-NUMERO
           START LOTE KEY NOT LESS THAN LOT-KEY
                 INVALID KEY
                    GO TO CONSOME-SALDO
           END-START
           MOVE ZEROS TO LOT-STAT
           PERFORM CONSOME-PROXIMO THRU CONSOME-PROXIMO-SAI
              UNTIL FSL-FIM-REG
                 OR WS-RESTA = ZEROS
                 OR LK-LOT-QTD-CONS = 20
           .
       CONSOME-SALDO.
           MOVE WS-RESTA TO LK-LOT-SEM-LOTE
           .
       CONSOME-FIM.
           EXIT.

      *-------------------------------------------------------------*
       CONSOME-PROXIMO.
      *-------------------------------------------------------------*
           READ LOTE NEXT AT END
                GO TO CONSOME-PROXIMO-SAI
           END-READ
           IF LOT-PROD NOT = LK-LOT-PROD OR LOT-DEP NOT = LK-LOT-DEP
              MOVE 10 TO LOT-STAT
              GO TO CONSOME-PROXIMO-SAI
           END-IF
           IF LOT-SALDO NOT > ZEROS
              GO TO CONSOME-PROXIMO-SAI
           END-IF
      *    Venda nao leva lote vencido (vence no fim do dia).
           IF LK-LOT-OP-VENDA AND LOT-VALIDADE < LK-LOT-DATA
              GO TO CONSOME-PROXIMO-SAI
           END-IF
           PERFORM CONSOME-ESTE THRU CONSOME-ESTE-FIM
           .
       CONSOME-PROXIMO-SAI.
           EXIT.

      *-------------------------------------------------------------*
       CONSOME-ESTE.
      *-------------------------------------------------------------*
      *    Tira do lote lido o menor entre o que falta e o saldo.
           IF LOT-SALDO NOT > ZEROS
              GO TO CONSOME-ESTE-FIM
           END-IF
           IF WS-RESTA > LOT-SALDO
              MOVE LOT-SALDO TO WS-TIRA
           ELSE
              MOVE WS-RESTA  TO WS-TIRA
           END-IF

           SUBTRACT WS-TIRA FROM LOT-SALDO
           MOVE LK-LOT-DATA TO LOT-DT-ALTERACAO
           REWRITE LOTE-LOT
                 INVALID KEY
                    SET LK-LOT-ERRO TO TRUE
                    GO TO CONSOME-ESTE-FIM
           END-REWRITE
           SUBTRACT WS-TIRA FROM WS-RESTA

           ADD 1 TO LK-LOT-QTD-CONS
           MOVE LOT-NUMERO   TO LK-LOT-C-NUMERO   (LK-LOT-QTD-CONS)
           MOVE LOT-VALIDADE TO LK-LOT-C-VALIDADE (LK-LOT-QTD-CONS)
           MOVE WS-TIRA      TO LK-LOT-C-QTDE     (LK-LOT-QTD-CONS)
           .
       CONSOME-ESTE-FIM.
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
                  'LOTE.ARQ'                   DELIMITED BY SIZE
             INTO WS-ARQ-LOTE
           END-STRING
           .
       MONTA-CAMINHOS-FIM.
           EXIT.
