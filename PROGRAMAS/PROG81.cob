      * Data......: Julho/2019
      * Programa..: PROG81 - Lançamento de Movimentos de Estoque
      * Chamadas..: PROG58 - Identificador de Execucao
      *             PROG145 - Custo Medio Ponderado do Produto
      *             PROG153 - Saldo de Estoque por Deposito
      *             PROG162 - Saldo de Estoque por Lote e Validade
      *             PROG10 - Tratamento de erros de FILE-STATUS
      * Observação: Lanca movimentos de estoque contra PRODUTO.ARQ:
      *             E (entrada) soma ao saldo, S (saida) subtrai e A
      *             lancamento fica no historico ESTMOV.ARQ com data,
      *             documento e operador. A baixa automatica por
      *             venda e' da rodada de faturamento (PROG64).
      *             A entrada pode trazer o custo unitario, que
      *             recalcula o custo medio do produto (PROG145).
      *             Todo movimento e' de um deposito (DEPOSITO.ARQ,
      *             em branco = principal), cujo saldo em ESTDEP.ARQ
      *             acompanha o PRO-SALDO (PROG153); o ajuste fixa o
      *             saldo do deposito e o total muda pela diferenca.
      *             T (transferencia) tira do deposito de origem e
      *             poe no de destino, sem mudar o PRO-SALDO; nao
      *             transfere mais que o saldo da origem.
      *             Produto com controle de lote (PRO-CONTROLA-LOTE)
      *             entra com lote e validade (LOTE.ARQ, PROG162); a
      *             saida e a transferencia consomem o lote informado
      *             ou, em branco, os de menor validade primeiro, com
      *             um movimento por lote consumido. O ajuste para
      *             mais pede o lote; para menos, consome como a
      *             saida.
      * Historico.:
      *   2026 mnt - Programa novo.
      *   2026 mnt - Entrada com custo unitario: grava o custo no
      *              movimento e recalcula o custo medio do produto
      *              (PROG145); saida grava o custo medio do momento.
      *   2026 mnt - Movimento por deposito (em branco = principal),
      *              com saldo em ESTDEP.ARQ pelo PROG153, e tipo T de
      *              transferencia entre depositos limitada ao saldo
      *              da origem; ajuste fixa o saldo do deposito.
      *   2026 mnt - Produto com controle de lote: entrada e ajuste
      *              para mais com lote e validade (LOTE.ARQ pelo
      *              PROG162); saida, transferencia e ajuste para
      *              menos consomem o lote informado ou os de menor
      *              validade, com um movimento por lote.
      ******************************************************************
       IDENTIFICATION      DIVISION.
       PROGRAM-ID.         PROG81.
           88 MOV-ENTRADA   VALUES ARE "E" "e".
           88 MOV-SAIDA     VALUES ARE "S" "s".
           88 MOV-AJUSTE    VALUES ARE "A" "a".
           88 MOV-TRANSFERENCIA VALUES ARE "T" "t".

       77 WS-QTDE-MOV       PIC 9(07)V99 VALUE ZEROS.
       77 WS-DOC-MOV        PIC X(10) VALUE SPACES.
       77 WS-CUSTO-MOV      PIC 9(07)V99 VALUE ZEROS.
       77 WS-DEP-MOV        PIC 9(03) VALUE ZEROS.
       77 WS-DEP-DESTINO    PIC 9(03) VALUE ZEROS.
       77 WS-SALDO-DEP      PIC S9(07)V99 VALUE ZEROS.
       77 WS-LOTE-MOV       PIC X(15) VALUE SPACES.
       77 WS-VALIDADE-MOV   PIC 9(08) VALUE ZEROS.
       77 WS-QTDE-LOTE      PIC 9(07)V99 VALUE ZEROS.
       77 WS-EDITA-DATA     PIC 99/99/9999.
       77 WS-DATA-DMA       PIC 9(08) VALUE ZEROS.

       77 WS-ENTRA-LOTE     PIC X(01) VALUE 'N'.
           88 ENTRA-LOTE    VALUE 'S'.
           88 SAI-LOTE      VALUE 'N'.

      *    Movimento a gravar (um por lote consumido na saida e na
      *    transferencia de produto com lote).
       77 WS-QTDE-GRAVA     PIC 9(07)V99 VALUE ZEROS.
       77 WS-LOTE-GRAVA     PIC X(15) VALUE SPACES.
       77 WS-VALIDADE-GRAVA PIC 9(08) VALUE ZEROS.

      *    Lotes consumidos pelo PROG162 (a transferencia chama de
      *    novo para dar entrada no destino).
       01 WS-LOTES-USADOS.
           05 WS-LUS-QTD        PIC 9(02).
           05 WS-LUS-SEM-LOTE   PIC 9(07)V99.
           05 WS-LUS-TAB.
              10 WS-LUS-ENT OCCURS 20 TIMES.
                 15 WS-LUS-NUMERO   PIC X(15).
                 15 WS-LUS-VALIDADE PIC 9(08).
                 15 WS-LUS-QTDE     PIC 9(07)V99.
       77 WS-IDL            PIC 9(02) VALUE ZEROS.
       77 WS-PROX-SEQ       PIC 9(08) VALUE ZEROS.
       77 WS-OPERADOR-EXEC  PIC X(08) VALUE SPACES.
       77 WS-DATA-HOJE      PIC 9(08) VALUE ZEROS.
       77 WS-EDITA-QTDE     PIC -Z.ZZZ.ZZ9,99.

       77 WS-NUML           PIC 999.
       77 WS-NUMC           PIC 999.

       COPY LK_IDEXEC.

       COPY LK_CUSTO.

       COPY LK_ESTDEP.

       COPY LK_LOTE.

       COPY screenio.

       SCREEN SECTION.
                 10 COLUMN PLUS 2 PIC X(30) FROM PRO-DESCRICAO.
                 10 LINE 13 COLUMN 13 VALUE "SALDO....:".
                 10 COLUMN PLUS 2 PIC -Z.ZZZ.ZZ9,99 FROM PRO-SALDO.
                 10 LINE 13 COLUMN 42 VALUE "CUSTO MEDIO:".
                 10 COLUMN PLUS 2 PIC Z.ZZZ.ZZ9,99
                    FROM PRO-CUSTO-MEDIO.

       01 SS-MOVIMENTO FOREGROUND-COLOR 2.
           05 LINE 15 COLUMN 13 VALUE "TIPO E/S/A/T:".
           05 COLUMN PLUS 2 PIC X(01) USING WS-TIPO-MOV.
           05 LINE 16 COLUMN 13 VALUE "QUANTIDADE..:".
           05 COLUMN PLUS 2 PIC Z.ZZZ.ZZ9,99 USING WS-QTDE-MOV.
           05 LINE 17 COLUMN 13 VALUE "DOCUMENTO...:".
           05 COLUMN PLUS 2 PIC X(10) USING WS-DOC-MOV.
           05 LINE 18 COLUMN 13 VALUE "CUSTO UNIT..:".
           05 COLUMN PLUS 2 PIC Z.ZZZ.ZZ9,99 USING WS-CUSTO-MOV.
           05 COLUMN PLUS 2 VALUE "(SO NA ENTRADA)".
           05 LINE 19 COLUMN 13 VALUE "DEPOSITO....:".
           05 COLUMN PLUS 2 PIC ZZ9 USING WS-DEP-MOV.
           05 COLUMN PLUS 2 VALUE "(BRANCO = PRINCIPAL)".
           05 LINE 20 COLUMN 13 VALUE "DESTINO.....:".
           05 COLUMN PLUS 2 PIC ZZ9 USING WS-DEP-DESTINO.
           05 COLUMN PLUS 2 VALUE "(SO NA TRANSFERENCIA)".
           05 LINE 21 COLUMN 13 VALUE "LOTE........:".
           05 COLUMN PLUS 2 PIC X(15) USING WS-LOTE-MOV.
           05 COLUMN PLUS 2 VALUE "(PRODUTO COM LOTE)".
           05 LINE 22 COLUMN 13 VALUE "VALIDADE....:".
           05 COLUMN PLUS 2 PIC 9(08) USING WS-VALIDADE-MOV
              BLANK WHEN ZEROS.
           05 COLUMN PLUS 2 VALUE "(AAAAMMDD, SO NA ENTRADA)".

       01 SS-ERRO.
           05 FILLER FOREGROUND-COLOR 6 BACKGROUND-COLOR 1 HIGHLIGHT.
       LANCA-MOVIMENTO.
      *-----------------------------------------------------------------
           MOVE SPACES TO PRODUTO-PRO
           MOVE ZEROS  TO PRO-COD PRO-SALDO PRO-CUSTO-MEDIO
           DISPLAY SS-TELA-REGISTRO
           ACCEPT SS-CHAVE
           IF COB-CRT-STATUS = COB-SCR-ESC

           DISPLAY SS-TELA-REGISTRO

           MOVE SPACES TO WS-TIPO-MOV WS-DOC-MOV WS-LOTE-MOV
           MOVE ZEROS  TO WS-QTDE-MOV WS-CUSTO-MOV
                          WS-DEP-MOV WS-DEP-DESTINO WS-VALIDADE-MOV
           DISPLAY SS-MOVIMENTO
           ACCEPT  SS-MOVIMENTO
           IF COB-CRT-STATUS = COB-SCR-ESC
           END-IF

           IF NOT MOV-ENTRADA AND NOT MOV-SAIDA AND NOT MOV-AJUSTE
              AND NOT MOV-TRANSFERENCIA
              MOVE "TIPO DEVE SER E, S, A OU T" TO WS-MSGERRO
              PERFORM MOSTRA-ERRO
              GO TO LANCA-MOVIMENTO-FIM
           END-IF
           INSPECT WS-TIPO-MOV CONVERTING "esat" TO "ESAT"

           IF WS-QTDE-MOV = ZEROS AND NOT MOV-AJUSTE
              MOVE "FAVOR INFORMAR A QUANTIDADE" TO WS-MSGERRO
              GO TO LANCA-MOVIMENTO-FIM
           END-IF

           IF WS-CUSTO-MOV NOT = ZEROS AND NOT MOV-ENTRADA
              MOVE "CUSTO UNITARIO SO NA ENTRADA" TO WS-MSGERRO
              PERFORM MOSTRA-ERRO
              GO TO LANCA-MOVIMENTO-FIM
           END-IF

           PERFORM VALIDA-DEPOSITOS THRU VALIDA-DEPOSITOS-FIM
           IF E-SIM
              GO TO LANCA-MOVIMENTO-FIM
           END-IF

           PERFORM VALIDA-LOTE THRU VALIDA-LOTE-FIM
           IF E-SIM
              GO TO LANCA-MOVIMENTO-FIM
           END-IF

           IF PRO-CUSTO-MEDIO NOT NUMERIC
              MOVE ZEROS TO PRO-CUSTO-MEDIO
           END-IF

           PERFORM MOVIMENTA-LOTE THRU MOVIMENTA-LOTE-FIM

      *    Saida e transferencia de produto com lote: um movimento
      *    por lote consumido, mais o que saiu sem lote.
           IF PRO-COM-LOTE AND (MOV-SAIDA OR MOV-TRANSFERENCIA)
              PERFORM GRAVA-MOVIMENTO-LOTE
                 VARYING WS-IDL FROM 1 BY 1
                 UNTIL WS-IDL > WS-LUS-QTD
              IF WS-LUS-SEM-LOTE > ZEROS
                 MOVE WS-LUS-SEM-LOTE TO WS-QTDE-GRAVA
                 MOVE SPACES          TO WS-LOTE-GRAVA
                 MOVE ZEROS           TO WS-VALIDADE-GRAVA
                 PERFORM GRAVA-MOVIMENTO
              END-IF
           ELSE
              MOVE WS-QTDE-MOV     TO WS-QTDE-GRAVA
              MOVE WS-LOTE-MOV     TO WS-LOTE-GRAVA
              MOVE WS-VALIDADE-MOV TO WS-VALIDADE-GRAVA
              IF WS-LOTE-MOV NOT = SPACES AND WS-LUS-QTD = 1
                 MOVE WS-LUS-VALIDADE (1) TO WS-VALIDADE-GRAVA
              END-IF
              PERFORM GRAVA-MOVIMENTO
           END-IF
           PERFORM ATUALIZA-DEPOSITOS

      *    Entrada com custo recalcula o custo medio sobre o saldo
      *    de antes da entrada.
           IF MOV-ENTRADA AND WS-CUSTO-MOV NOT = ZEROS
              PERFORM ATUALIZA-CUSTO
           END-IF

           EVALUATE TRUE
               WHEN MOV-ENTRADA
               WHEN MOV-SAIDA
                    SUBTRACT WS-QTDE-MOV FROM PRO-SALDO
               WHEN MOV-AJUSTE
      *             O ajuste e' do deposito: o total muda pela
      *             diferenca entre o contado e o saldo dele.
                    COMPUTE PRO-SALDO =
                            PRO-SALDO + WS-QTDE-MOV - WS-SALDO-DEP
               WHEN OTHER
                    CONTINUE
           END-EVALUATE
           ACCEPT PRO-DT-ALTERACAO FROM DATE YYYYMMDD

           MOVE PRO-COD          TO EMV-PROD
           MOVE WS-DATA-HOJE     TO EMV-DATA
           MOVE WS-TIPO-MOV      TO EMV-TIPO
           MOVE WS-QTDE-GRAVA    TO EMV-QTDE
           MOVE WS-DOC-MOV       TO EMV-DOC
           MOVE WS-OPERADOR-EXEC TO EMV-OPERADOR
           MOVE WS-DEP-MOV       TO EMV-DEP
           MOVE WS-DEP-DESTINO   TO EMV-DEP-DESTINO
           MOVE WS-LOTE-GRAVA    TO EMV-LOTE
           MOVE WS-VALIDADE-GRAVA TO EMV-VALIDADE
      *    Saida leva o custo medio do momento; ajuste, nenhum.
           EVALUATE TRUE
               WHEN MOV-ENTRADA
                    MOVE WS-CUSTO-MOV    TO EMV-CUSTO-UNIT
               WHEN MOV-SAIDA
                    MOVE PRO-CUSTO-MEDIO TO EMV-CUSTO-UNIT
               WHEN OTHER
                    MOVE ZEROS           TO EMV-CUSTO-UNIT
           END-EVALUATE
           WRITE ESTMOV-EMV
                 INVALID KEY
                   MOVE 'GRAVA-MOVIMENTO'                TO LK-PAR
       GRAVA-MOVIMENTO-FIM.
           EXIT.

      *-----------------------------------------------------------------
       GRAVA-MOVIMENTO-LOTE.
      *-----------------------------------------------------------------
           MOVE WS-LUS-QTDE     (WS-IDL) TO WS-QTDE-GRAVA
           MOVE WS-LUS-NUMERO   (WS-IDL) TO WS-LOTE-GRAVA
           MOVE WS-LUS-VALIDADE (WS-IDL) TO WS-VALIDADE-GRAVA
           PERFORM GRAVA-MOVIMENTO
           .
       GRAVA-MOVIMENTO-LOTE-FIM.
           EXIT.

      *-----------------------------------------------------------------
       VALIDA-LOTE.
      *-----------------------------------------------------------------
      *    Lote e validade so para produto com controle de lote. O
      *    que poe quantidade no deposito (entrada, ajuste para mais)
      *    pede lote e validade; o que tira aceita o lote ou, em
      *    branco, consome pela menor validade.
           SET E-NAO TO TRUE
           INSPECT WS-LOTE-MOV CONVERTING
                   'abcdefghijklmnopqrstuvwxyz'
                TO 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'

           IF NOT PRO-COM-LOTE
              IF WS-LOTE-MOV NOT = SPACES OR WS-VALIDADE-MOV NOT = ZEROS
                 MOVE "PRODUTO SEM CONTROLE DE LOTE (PROG80)"
                      TO WS-MSGERRO
                 GO TO VALIDA-LOTE-ERRO
              END-IF
              GO TO VALIDA-LOTE-FIM
           END-IF

           SET SAI-LOTE TO TRUE
           MOVE ZEROS TO WS-QTDE-LOTE
           EVALUATE TRUE
               WHEN MOV-ENTRADA
                    SET ENTRA-LOTE TO TRUE
               WHEN MOV-AJUSTE
                    IF WS-QTDE-MOV > WS-SALDO-DEP
                       SET ENTRA-LOTE TO TRUE
                    ELSE
                       COMPUTE WS-QTDE-LOTE =
                               WS-SALDO-DEP - WS-QTDE-MOV
                    END-IF
               WHEN OTHER
                    MOVE WS-QTDE-MOV TO WS-QTDE-LOTE
           END-EVALUATE

           SET LK-LOT-OP-CONSULTA TO TRUE
           MOVE PRO-COD      TO LK-LOT-PROD
           MOVE WS-DEP-MOV   TO LK-LOT-DEP
           MOVE WS-LOTE-MOV  TO LK-LOT-NUMERO
           MOVE ZEROS        TO LK-LOT-VALIDADE LK-LOT-QTDE
           MOVE WS-DATA-HOJE TO LK-LOT-DATA

           IF SAI-LOTE
              IF WS-VALIDADE-MOV NOT = ZEROS
                 MOVE "VALIDADE SO NA ENTRADA DO LOTE" TO WS-MSGERRO
                 GO TO VALIDA-LOTE-ERRO
              END-IF
              IF WS-LOTE-MOV = SPACES OR WS-QTDE-LOTE = ZEROS
                 GO TO VALIDA-LOTE-FIM
              END-IF
              CALL "PROG162" USING LK-LOTE END-CALL
              IF LK-LOT-ERRO
                 MOVE "SALDO POR LOTE INACESSIVEL (LOTE.ARQ)"
                      TO WS-MSGERRO
                 GO TO VALIDA-LOTE-ERRO
              END-IF
              IF LK-LOT-NAO-ACHOU
                 MOVE "LOTE NAO ENCONTRADO NO DEPOSITO" TO WS-MSGERRO
                 GO TO VALIDA-LOTE-ERRO
              END-IF
              IF WS-QTDE-LOTE > LK-LOT-SALDO
                 MOVE LK-LOT-SALDO TO WS-EDITA-QTDE
                 MOVE SPACES TO WS-MSGERRO
                 STRING "SALDO INSUFICIENTE NO LOTE: "
                                             DELIMITED BY SIZE
                        WS-EDITA-QTDE        DELIMITED BY SIZE
                   INTO WS-MSGERRO
                 END-STRING
                 GO TO VALIDA-LOTE-ERRO
              END-IF
              GO TO VALIDA-LOTE-FIM
           END-IF

           IF WS-LOTE-MOV = SPACES
              MOVE "FAVOR INFORMAR O LOTE" TO WS-MSGERRO
              GO TO VALIDA-LOTE-ERRO
           END-IF
           IF FUNCTION TEST-DATE-YYYYMMDD (WS-VALIDADE-MOV) NOT = ZERO
              MOVE "VALIDADE INVALIDA (AAAAMMDD)" TO WS-MSGERRO
              GO TO VALIDA-LOTE-ERRO
           END-IF
           IF WS-VALIDADE-MOV < WS-DATA-HOJE
              MOVE "LOTE JA VENCIDO" TO WS-MSGERRO
              GO TO VALIDA-LOTE-ERRO
           END-IF

      *    O mesmo lote nao pode ter duas validades no deposito.
           CALL "PROG162" USING LK-LOTE END-CALL
           IF LK-LOT-ERRO
              MOVE "SALDO POR LOTE INACESSIVEL (LOTE.ARQ)"
                   TO WS-MSGERRO
              GO TO VALIDA-LOTE-ERRO
           END-IF
           IF LK-LOT-OK AND LK-LOT-VALIDADE NOT = WS-VALIDADE-MOV
              MOVE LK-LOT-VALIDADE (7:2) TO WS-DATA-DMA (1:2)
              MOVE LK-LOT-VALIDADE (5:2) TO WS-DATA-DMA (3:2)
              MOVE LK-LOT-VALIDADE (1:4) TO WS-DATA-DMA (5:4)
              MOVE WS-DATA-DMA TO WS-EDITA-DATA
              MOVE SPACES TO WS-MSGERRO
              STRING "LOTE JA CADASTRADO COM VALIDADE "
                                          DELIMITED BY SIZE
                     WS-EDITA-DATA        DELIMITED BY SIZE
                INTO WS-MSGERRO
              END-STRING
              GO TO VALIDA-LOTE-ERRO
           END-IF
           GO TO VALIDA-LOTE-FIM
           .
       VALIDA-LOTE-ERRO.
           SET E-SIM TO TRUE
           PERFORM MOSTRA-ERRO
           .
       VALIDA-LOTE-FIM.
           EXIT.

      *-----------------------------------------------------------------
       MOVIMENTA-LOTE.
      *-----------------------------------------------------------------
      *    Saldo do lote (PROG162); na transferencia, os lotes tirados
      *    da origem entram no destino com o mesmo numero e validade.
           MOVE ZEROS TO WS-LUS-QTD WS-LUS-SEM-LOTE
           IF NOT PRO-COM-LOTE
              GO TO MOVIMENTA-LOTE-FIM
           END-IF

           MOVE PRO-COD         TO LK-LOT-PROD
           MOVE WS-DEP-MOV      TO LK-LOT-DEP
           MOVE WS-LOTE-MOV     TO LK-LOT-NUMERO
           MOVE WS-VALIDADE-MOV TO LK-LOT-VALIDADE
           MOVE WS-DATA-HOJE    TO LK-LOT-DATA
           IF ENTRA-LOTE
              SET LK-LOT-OP-ENTRADA TO TRUE
              IF MOV-AJUSTE
                 COMPUTE LK-LOT-QTDE = WS-QTDE-MOV - WS-SALDO-DEP
              ELSE
                 MOVE WS-QTDE-MOV TO LK-LOT-QTDE
              END-IF
           ELSE
              IF WS-QTDE-LOTE = ZEROS
                 GO TO MOVIMENTA-LOTE-FIM
              END-IF
              SET LK-LOT-OP-CONSUMO TO TRUE
              MOVE WS-QTDE-LOTE TO LK-LOT-QTDE
           END-IF
           CALL "PROG162" USING LK-LOTE END-CALL
           IF LK-LOT-ERRO
              MOVE "SALDO POR LOTE NAO ATUALIZADO (LOTE.ARQ)"
                   TO WS-MSGERRO
              PERFORM MOSTRA-ERRO
              GO TO MOVIMENTA-LOTE-FIM
           END-IF

           IF ENTRA-LOTE
              GO TO MOVIMENTA-LOTE-FIM
           END-IF
           MOVE LK-LOT-QTD-CONS TO WS-LUS-QTD
           MOVE LK-LOT-SEM-LOTE TO WS-LUS-SEM-LOTE
           MOVE LK-LOT-TAB-CONS TO WS-LUS-TAB

           IF MOV-TRANSFERENCIA
              PERFORM TRANSFERE-LOTE
                 VARYING WS-IDL FROM 1 BY 1
                 UNTIL WS-IDL > WS-LUS-QTD
           END-IF
           .
       MOVIMENTA-LOTE-FIM.
           EXIT.

      *-----------------------------------------------------------------
       TRANSFERE-LOTE.
      *-----------------------------------------------------------------
           SET LK-LOT-OP-ENTRADA TO TRUE
           MOVE PRO-COD                   TO LK-LOT-PROD
           MOVE WS-DEP-DESTINO            TO LK-LOT-DEP
           MOVE WS-LUS-NUMERO   (WS-IDL)  TO LK-LOT-NUMERO
           MOVE WS-LUS-VALIDADE (WS-IDL)  TO LK-LOT-VALIDADE
           MOVE WS-LUS-QTDE     (WS-IDL)  TO LK-LOT-QTDE
           MOVE WS-DATA-HOJE              TO LK-LOT-DATA
           CALL "PROG162" USING LK-LOTE END-CALL
           .
       TRANSFERE-LOTE-FIM.
           EXIT.

      *-----------------------------------------------------------------
       VALIDA-DEPOSITOS.
      *-----------------------------------------------------------------
      *    Deposito de origem (em branco = principal, resolvido pelo
      *    PROG153) ativo; na transferencia, destino ativo, diferente
      *    da origem e saldo suficiente na origem.
           SET E-NAO TO TRUE

           IF WS-DEP-DESTINO NOT = ZEROS AND NOT MOV-TRANSFERENCIA
              MOVE "DESTINO SO NA TRANSFERENCIA" TO WS-MSGERRO
              GO TO VALIDA-DEPOSITOS-ERRO
           END-IF

           SET LK-EDP-OP-CONSULTA TO TRUE
           MOVE PRO-COD    TO LK-EDP-PROD
           MOVE WS-DEP-MOV TO LK-EDP-DEP
           MOVE ZEROS      TO LK-EDP-QTDE
           CALL "PROG153" USING LK-ESTDEP END-CALL
           EVALUATE TRUE
               WHEN LK-EDP-NAO-CAD
                    MOVE "DEPOSITO NAO CADASTRADO (PROG154)"
                         TO WS-MSGERRO
                    GO TO VALIDA-DEPOSITOS-ERRO
               WHEN LK-EDP-INATIVO
                    MOVE "DEPOSITO INATIVO" TO WS-MSGERRO
                    GO TO VALIDA-DEPOSITOS-ERRO
               WHEN LK-EDP-ERRO
                    MOVE "SALDO POR DEPOSITO INACESSIVEL (ESTDEP)"
                         TO WS-MSGERRO
                    GO TO VALIDA-DEPOSITOS-ERRO
           END-EVALUATE
           MOVE LK-EDP-DEP   TO WS-DEP-MOV
           MOVE LK-EDP-SALDO TO WS-SALDO-DEP

           IF NOT MOV-TRANSFERENCIA
              GO TO VALIDA-DEPOSITOS-FIM
           END-IF

           IF WS-DEP-DESTINO = ZEROS
              MOVE "FAVOR INFORMAR O DEPOSITO DE DESTINO" TO WS-MSGERRO
              GO TO VALIDA-DEPOSITOS-ERRO
           END-IF
           IF WS-DEP-DESTINO = WS-DEP-MOV
              MOVE "DESTINO IGUAL A ORIGEM" TO WS-MSGERRO
              GO TO VALIDA-DEPOSITOS-ERRO
           END-IF
           IF WS-QTDE-MOV > WS-SALDO-DEP
              MOVE WS-SALDO-DEP TO WS-EDITA-QTDE
              MOVE SPACES TO WS-MSGERRO
              STRING "SALDO INSUFICIENTE NA ORIGEM: "
                                          DELIMITED BY SIZE
                     WS-EDITA-QTDE        DELIMITED BY SIZE
                INTO WS-MSGERRO
              END-STRING
              GO TO VALIDA-DEPOSITOS-ERRO
           END-IF

           MOVE WS-DEP-DESTINO TO LK-EDP-DEP
           CALL "PROG153" USING LK-ESTDEP END-CALL
           IF LK-EDP-NAO-CAD OR LK-EDP-INATIVO
              MOVE "DEPOSITO DE DESTINO INEXISTENTE OU INATIVO"
                   TO WS-MSGERRO
              GO TO VALIDA-DEPOSITOS-ERRO
           END-IF
           GO TO VALIDA-DEPOSITOS-FIM
           .
       VALIDA-DEPOSITOS-ERRO.
           SET E-SIM TO TRUE
           PERFORM MOSTRA-ERRO
           .
       VALIDA-DEPOSITOS-FIM.
           EXIT.

      *-----------------------------------------------------------------
       ATUALIZA-DEPOSITOS.
      *-----------------------------------------------------------------
      *    Saldo do deposito (e do destino, na transferencia).
           SET LK-EDP-OP-SALDO TO TRUE
           MOVE PRO-COD    TO LK-EDP-PROD
           MOVE WS-DEP-MOV TO LK-EDP-DEP
           EVALUATE TRUE
               WHEN MOV-ENTRADA
                    MOVE WS-QTDE-MOV TO LK-EDP-QTDE
               WHEN MOV-AJUSTE
                    COMPUTE LK-EDP-QTDE = WS-QTDE-MOV - WS-SALDO-DEP
               WHEN OTHER
                    COMPUTE LK-EDP-QTDE = WS-QTDE-MOV * -1
           END-EVALUATE
           CALL "PROG153" USING LK-ESTDEP END-CALL

           IF MOV-TRANSFERENCIA
              MOVE WS-DEP-DESTINO TO LK-EDP-DEP
              MOVE WS-QTDE-MOV    TO LK-EDP-QTDE
              CALL "PROG153" USING LK-ESTDEP END-CALL
           END-IF
           .
       ATUALIZA-DEPOSITOS-FIM.
           EXIT.

      *-----------------------------------------------------------------
       ATUALIZA-CUSTO.
      *-----------------------------------------------------------------
           MOVE PRO-COD          TO LK-CUS-PROD
           MOVE PRO-SALDO        TO LK-CUS-SALDO-ANT
           MOVE PRO-CUSTO-MEDIO  TO LK-CUS-CUSTO-ANT
           MOVE WS-QTDE-MOV      TO LK-CUS-QTDE
           MOVE WS-CUSTO-MOV     TO LK-CUS-CUSTO-ENT
           MOVE WS-PROX-SEQ      TO LK-CUS-SEQ-EMV
           MOVE WS-DATA-HOJE     TO LK-CUS-DATA
           MOVE WS-DOC-MOV       TO LK-CUS-DOC
           CALL "PROG145" USING LK-CUSTO END-CALL
           MOVE LK-CUS-CUSTO-NOVO TO PRO-CUSTO-MEDIO
           .
       ATUALIZA-CUSTO-FIM.
           EXIT.

      *-----------------------------------------------------------------
       MONTA-CAMINHOS.
      *-----------------------------------------------------------------
