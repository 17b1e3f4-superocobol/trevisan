      *             comissao (PROG67) abatem as devolucoes do
      *             periodo; o relatorio por motivo, produto e
      *             vendedor e' o PROG115.
      *             Produto com controle de lote volta com o lote e a
      *             validade informados na linha (sugeridos pelos
      *             lotes que a fatura baixou, FATLOTE.ARQ); um item
      *             pode voltar em mais de um lote. O saldo do lote
      *             e' somado pelo PROG162.
      * Historico.:
      *   2026 mnt - Programa novo.
      *   2026 mnt - A validacao passa a descontar as devolucoes ja
      *              podem mais somar credito acima do pedido, nem
      *              um item voltar em quantidade maior que o saldo
      *              ainda nao devolvido.
      *   2026 mnt - O valor de cada nota de credito passa a somar no
      *              saldo de credito do cliente (CREDCLI.ARQ), que o
      *              PROG124 aplica contra as faturas em aberto.
      *   2026 mnt - Devolucao guarda o custo congelado no item
      *              vendido (DVI-CUSTO) e reentra o estoque por esse
      *              custo, recalculando o custo medio (PROG145).
      *   2026 mnt - A devolucao reentra o estoque no deposito que
      *              atende o cliente (CLI-DEPOSITO), em ESTDEP.ARQ
      *              pelo PROG153 e em EMV-DEP.
      *   2026 mnt - Movimento gravado com EMV-LOTE em branco
      *              (entrada/saida sem lote).
      *   2026 mnt - Produto com controle de lote pede lote e validade
      *              na linha devolvida, sugeridos pelos lotes da
      *              fatura original (FATLOTE.ARQ); entrada no lote
      *              pelo PROG162 e EMV-LOTE/EMV-VALIDADE no
      *              movimento. O deposito do cliente e' lido antes
      *              de colher os itens.
      ******************************************************************
       IDENTIFICATION      DIVISION.
       PROGRAM-ID.         PROG114.
              LOCK MODE IS MANUAL WITH LOCK ON MULTIPLE RECORDS
              RECORD KEY           IS CLI-CNPJ.

       SELECT CREDCLI ASSIGN TO WS-ARQ-CREDCLI
              ORGANIZATION IS INDEXED
              ACCESS MODE  IS RANDOM
              FILE STATUS  IS CRC-STAT
              RECORD KEY   IS CRC-KEY.

       SELECT FATLOTE ASSIGN TO WS-ARQ-FATLOTE
              ORGANIZATION IS INDEXED
              ACCESS MODE  IS DYNAMIC
              FILE STATUS  IS FTL-STAT
              RECORD KEY   IS FTL-KEY.

       SELECT NOTACRED ASSIGN TO WS-ARQ-NOTACRED
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS  IS NTC-STAT.

       COPY FD_CLIENTES.

       COPY FD_CREDCLI.

       COPY FD_FATLOTE.

       FD NOTACRED.

       01 NOTACRED-REL.
       77 WS-ARQ-ESTMOV      PIC X(70) VALUE SPACES.
       77 WS-ARQ-CLIENTES    PIC X(70) VALUE SPACES.
       77 WS-ARQ-NOTACRED    PIC X(70) VALUE SPACES.
       77 WS-ARQ-CREDCLI     PIC X(70) VALUE SPACES.
       77 WS-ARQ-FATLOTE     PIC X(70) VALUE SPACES.

       77 PED-STAT          PIC 9(02).
           88 FSP-OK        VALUE ZEROS.
           88 FSE-FIM-REG   VALUE 10.
           88 FSE-NAO-EXISTE VALUE 35.

       77 WS-DEP-DEV        PIC 9(03) VALUE ZEROS.

       77 CLI-STAT          PIC 9(02).
           88 FSC-OK        VALUE ZEROS.
           88 FSC-NAO-EXISTE VALUE 35.
       77 NTC-STAT          PIC 9(02).
           88 FSN-OK        VALUE ZEROS.

       77 CRC-STAT          PIC 9(02).
           88 FSCR-OK       VALUE ZEROS.
           88 FSCR-NAO-EXISTE VALUE 35.

       77 FTL-STAT          PIC 9(02).
           88 FSF-OK        VALUE ZEROS.
           88 FSF-FIM-REG   VALUE 10.
           88 FSF-NAO-EXISTE VALUE 35.

      *    Sem FATLOTE.ARQ (nenhuma fatura com lote) nao ha lote a
      *    sugerir; o operador digita.
       77 WS-TEM-FATLOTE    PIC X(01) VALUE 'N'.
           88 TEM-FATLOTE   VALUE 'S'.
           88 SEM-FATLOTE   VALUE 'N'.

       77 WS-TEM-MOTCANC    PIC X(01) VALUE 'N'.
           88 TEM-MOTCANC   VALUE 'S'.
           88 SEM-MOTCANC   VALUE 'N'.
       77 WS-QTD-NOTAS      PIC 9(05) VALUE ZEROS.
       77 WS-PROX-SEQ-EMV   PIC 9(08) VALUE ZEROS.
       77 WS-ABORTA-DEV     PIC X(01) VALUE 'N'.
       77 WS-LOTE-DEV       PIC X(15) VALUE SPACES.
       77 WS-VALIDADE-DEV   PIC 9(08) VALUE ZEROS.
       77 WS-SEQ-FTL-DEF    PIC 9(02) VALUE ZEROS.

      *    Itens colhidos da devolucao corrente, gravados e impressos
      *    depois que o cabecalho recebe o numero.
              10 WS-DVI-PROD     PIC 9(05).
              10 WS-DVI-QTDE     PIC 9(07)V99.
              10 WS-DVI-PRECO    PIC 9(07)V99.
              10 WS-DVI-CUSTO    PIC 9(07)V99.
              10 WS-DVI-LOTE     PIC X(15).
              10 WS-DVI-VALIDADE PIC 9(08).

       77 WS-IDX-DVI        PIC 9(03) VALUE ZEROS.


       COPY LK_SPOOL.

       COPY LK_CUSTO.

       COPY LK_ESTDEP.

       COPY LK_LOTE.

       COPY screenio.

       SCREEN SECTION.
           05 LINE 17 COLUMN 12 VALUE "QTDE DEVOLVIDA.....:".
           05 COLUMN PLUS 2 PIC 9(07)V99 USING WS-QTDE-DEV
              BLANK WHEN ZEROS.
           05 LINE 18 COLUMN 12 VALUE "LOTE...............:".
           05 COLUMN PLUS 2 PIC X(15) USING WS-LOTE-DEV.
           05 COLUMN PLUS 2 VALUE "(PRODUTO COM LOTE)".
           05 LINE 19 COLUMN 12 VALUE "VALIDADE...........:".
           05 COLUMN PLUS 2 PIC 9(08) USING WS-VALIDADE-DEV
              BLANK WHEN ZEROS.
           05 COLUMN PLUS 2 VALUE "(AAAAMMDD)".

       01 SS-VALOR-DEV FOREGROUND-COLOR 2.
           05 LINE 15 COLUMN 12 VALUE "VALOR DEVOLVIDO....:".

           PERFORM GRAVA-ITENS-DEV THRU GRAVA-ITENS-DEV-FIM

           PERFORM CREDITA-CLIENTE THRU CREDITA-CLIENTE-FIM

           PERFORM IMPRIME-NOTA-CREDITO
              THRU IMPRIME-NOTA-CREDITO-FIM
           ADD 1 TO WS-QTD-NOTAS
       GRAVA-DEVOLUCAO-FIM.
           EXIT.

      *-----------------------------------------------------------------
       CREDITA-CLIENTE.
      *-----------------------------------------------------------------
      *    A nota de credito entra no saldo de credito do cliente,
      *    consumido contra as faturas em aberto pelo PROG124.
           MOVE DEV-CODC TO CRC-CODC
           READ CREDCLI
                INVALID KEY
                   MOVE ZEROS    TO CRC-SALDO CRC-TOT-CREDITADO
                                    CRC-TOT-UTILIZADO CRC-DT-ULT-USO
                   MOVE DEV-CODC TO CRC-CODC
                   ADD DEV-VALOR TO CRC-SALDO CRC-TOT-CREDITADO
                   MOVE DEV-DATA TO CRC-DT-ULT-CRED
                   WRITE CREDCLI-CRC
                         INVALID KEY
                           MOVE "ERRO AO GRAVAR CREDCLI.ARQ"
                                TO WS-MSGERRO
                           PERFORM MOSTRA-ERRO
                   END-WRITE
                   GO TO CREDITA-CLIENTE-FIM
           END-READ

           ADD DEV-VALOR TO CRC-SALDO CRC-TOT-CREDITADO
           MOVE DEV-DATA TO CRC-DT-ULT-CRED
           REWRITE CREDCLI-CRC
                 INVALID KEY
                   MOVE "ERRO AO REGRAVAR CREDCLI.ARQ" TO WS-MSGERRO
                   PERFORM MOSTRA-ERRO
           END-REWRITE
           .
       CREDITA-CLIENTE-FIM.
           EXIT.

      *-----------------------------------------------------------------
       COLHE-ITENS.
      *-----------------------------------------------------------------
      *    Percorre os itens do pedido pedindo a quantidade devolvida
      *    de cada um (zero = item nao devolvido). A quantidade nao
      *    pode passar da vendida. ESC aborta a devolucao.
      *    A mercadoria volta para o deposito que atende o cliente
      *    (ZEROS = principal), onde o lote digitado e' conferido.
           MOVE ZEROS    TO WS-DEP-DEV
           MOVE PED-CODC TO CLI-COD
           READ CLIENTES KEY IS CLI-COD
                INVALID KEY
                   CONTINUE
                NOT INVALID KEY
                   IF CLI-DEPOSITO NUMERIC
                      MOVE CLI-DEPOSITO TO WS-DEP-DEV
                   END-IF
           END-READ

           MOVE PED-NUMERO TO ITE-PEDIDO
           MOVE ZEROS      TO ITE-SEQ
           START PEDITEM KEY NOT LESS THAN ITE-KEY
           END-IF

           MOVE 'S'   TO WS-TEM-ITENS

      *    Controle de lote do produto (PROG80); sem o modulo de
      *    estoque a devolucao nao leva lote.
           MOVE 'N' TO PRO-CONTROLA-LOTE
           IF TEM-ESTOQUE
              MOVE ITE-PROD TO PRO-COD
              READ PRODUTO
                   INVALID KEY
                      MOVE 'N' TO PRO-CONTROLA-LOTE
              END-READ
           END-IF
           MOVE ZEROS TO WS-SEQ-FTL-DEF
           .
       COLHE-UM-ITEM-ACEITA.
           MOVE ZEROS  TO WS-QTDE-DEV WS-VALIDADE-DEV
           MOVE SPACES TO WS-LOTE-DEV
           IF PRO-COM-LOTE
              PERFORM SUGERE-LOTE-DEV THRU SUGERE-LOTE-DEV-FIM
           END-IF
           .
       COLHE-UM-ITEM-DIGITA.
           DISPLAY SS-ITEM-DEV
           ACCEPT  SS-ITEM-DEV
           IF COB-CRT-STATUS = COB-SCR-ESC
              GO TO COLHE-UM-ITEM-ACEITA
           END-IF

           PERFORM VALIDA-LOTE-DEV THRU VALIDA-LOTE-DEV-FIM
           IF E-SIM
              GO TO COLHE-UM-ITEM-DIGITA
           END-IF

      *    Guarda o item devolvido na tabela de gravacao e acumula
      *    na de ja devolvidos, para a proxima linha do mesmo
      *    produto enxergar o saldo correto.
           MOVE ITE-PROD    TO WS-DVI-PROD  (WS-SEQ-DVI)
           MOVE WS-QTDE-DEV TO WS-DVI-QTDE  (WS-SEQ-DVI)
           MOVE ITE-PRECO   TO WS-DVI-PRECO (WS-SEQ-DVI)
           MOVE ITE-CUSTO   TO WS-DVI-CUSTO (WS-SEQ-DVI)
           MOVE WS-LOTE-DEV TO WS-DVI-LOTE  (WS-SEQ-DVI)
           MOVE WS-VALIDADE-DEV TO WS-DVI-VALIDADE (WS-SEQ-DVI)
           COMPUTE WS-VLR-DEV ROUNDED = WS-VLR-DEV
                   + (WS-QTDE-DEV * ITE-PRECO)
           MOVE ITE-PROD    TO DVI-PROD
           MOVE WS-QTDE-DEV TO DVI-QTDE
           PERFORM ACUMULA-JADEV THRU ACUMULA-JADEV-FIM

      *    Produto com lote: o resto do item pode voltar em outro
      *    lote (quantidade zero encerra o item).
           IF PRO-COM-LOTE AND WS-QTDE-DEV < WS-QTDE-SALDO
              GO TO COLHE-UM-ITEM-ACEITA
           END-IF
           .
       COLHE-UM-ITEM-SAI.
           EXIT.

      *-----------------------------------------------------------------
       SUGERE-LOTE-DEV.
      *-----------------------------------------------------------------
      *    Proximo lote que a fatura original baixou para o item
      *    (FATLOTE.ARQ, chave fatura + item), a partir do ultimo
      *    sugerido. Linhas sem lote sao puladas.
           IF SEM-FATLOTE OR PED-NUM-FATURA = ZEROS
              GO TO SUGERE-LOTE-DEV-FIM
           END-IF
           MOVE PED-NUM-FATURA TO FTL-FATURA
           MOVE ITE-SEQ        TO FTL-ITEM
           MOVE WS-SEQ-FTL-DEF TO FTL-SEQ
           START FATLOTE KEY GREATER THAN FTL-KEY
                 INVALID KEY
                    GO TO SUGERE-LOTE-DEV-FIM
           END-START
           .
       SUGERE-LOTE-DEV-LE.
           READ FATLOTE NEXT AT END
                GO TO SUGERE-LOTE-DEV-FIM
           END-READ
           IF FTL-FATURA NOT = PED-NUM-FATURA OR FTL-ITEM NOT = ITE-SEQ
              GO TO SUGERE-LOTE-DEV-FIM
           END-IF
           MOVE FTL-SEQ TO WS-SEQ-FTL-DEF
           IF FTL-LOTE = SPACES
              GO TO SUGERE-LOTE-DEV-LE
           END-IF
           MOVE FTL-LOTE     TO WS-LOTE-DEV
           MOVE FTL-VALIDADE TO WS-VALIDADE-DEV
           .
       SUGERE-LOTE-DEV-FIM.
           EXIT.

      *-----------------------------------------------------------------
       VALIDA-LOTE-DEV.
      *-----------------------------------------------------------------
      *    Produto com controle de lote volta com lote e validade
      *    (vencido tambem volta: e' mercadoria do estoque), e o lote
      *    nao pode ter outra validade no deposito; produto sem
      *    controle nao leva lote.
           SET E-NAO TO TRUE
           INSPECT WS-LOTE-DEV CONVERTING
                   'abcdefghijklmnopqrstuvwxyz'
                TO 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'

           IF SEM-ESTOQUE
              MOVE SPACES TO WS-LOTE-DEV
              MOVE ZEROS  TO WS-VALIDADE-DEV
              GO TO VALIDA-LOTE-DEV-FIM
           END-IF

           IF NOT PRO-COM-LOTE
              IF WS-LOTE-DEV NOT = SPACES OR WS-VALIDADE-DEV NOT = ZEROS
                 MOVE "PRODUTO SEM CONTROLE DE LOTE (PROG80)"
                      TO WS-MSGERRO
                 MOVE SPACES TO WS-LOTE-DEV
                 MOVE ZEROS  TO WS-VALIDADE-DEV
                 GO TO VALIDA-LOTE-DEV-ERRO
              END-IF
              GO TO VALIDA-LOTE-DEV-FIM
           END-IF

           IF WS-LOTE-DEV = SPACES
              MOVE "FAVOR INFORMAR O LOTE" TO WS-MSGERRO
              GO TO VALIDA-LOTE-DEV-ERRO
           END-IF
           IF FUNCTION TEST-DATE-YYYYMMDD (WS-VALIDADE-DEV) NOT = ZERO
              MOVE "VALIDADE INVALIDA (AAAAMMDD)" TO WS-MSGERRO
              GO TO VALIDA-LOTE-DEV-ERRO
           END-IF

           SET LK-LOT-OP-CONSULTA TO TRUE
           MOVE ITE-PROD     TO LK-LOT-PROD
           MOVE WS-DEP-DEV   TO LK-LOT-DEP
           MOVE WS-LOTE-DEV  TO LK-LOT-NUMERO
           MOVE ZEROS        TO LK-LOT-VALIDADE LK-LOT-QTDE
           MOVE WS-DATA-HOJE TO LK-LOT-DATA
           CALL "PROG162" USING LK-LOTE END-CALL
           IF LK-LOT-ERRO
              MOVE "SALDO POR LOTE INACESSIVEL (LOTE.ARQ)"
                   TO WS-MSGERRO
              GO TO VALIDA-LOTE-DEV-ERRO
           END-IF
           IF LK-LOT-OK AND LK-LOT-VALIDADE NOT = WS-VALIDADE-DEV
              MOVE "LOTE JA CADASTRADO COM OUTRA VALIDADE"
                   TO WS-MSGERRO
              GO TO VALIDA-LOTE-DEV-ERRO
           END-IF
           GO TO VALIDA-LOTE-DEV-FIM
           .
       VALIDA-LOTE-DEV-ERRO.
           SET E-SIM TO TRUE
           PERFORM MOSTRA-ERRO
           .
       VALIDA-LOTE-DEV-FIM.
           EXIT.

      *-----------------------------------------------------------------
       SOMA-JA-DEVOLVIDO.
      *-----------------------------------------------------------------
      *-----------------------------------------------------------------
      *    Grava os itens colhidos e reentra cada um no estoque
      *    (movimento 'E', documento DEV + numero), quando o modulo
      *    de estoque esta presente, no deposito do cliente
      *    (WS-DEP-DEV, lido ao colher os itens).
           PERFORM GRAVA-UM-ITEM-DEV
              THRU GRAVA-UM-ITEM-DEV-FIM
               VARYING WS-IDX-DVI FROM 1 BY 1
           MOVE WS-DVI-PROD (WS-IDX-DVI) TO DVI-PROD
           MOVE WS-DVI-QTDE (WS-IDX-DVI) TO DVI-QTDE
           MOVE WS-DVI-PRECO (WS-IDX-DVI) TO DVI-PRECO
           MOVE WS-DVI-CUSTO (WS-IDX-DVI) TO DVI-CUSTO
           WRITE DEVITEM-DVI
                 INVALID KEY
                   CONTINUE
                   GO TO GRAVA-UM-ITEM-DEV-FIM
           END-READ

      *    A mercadoria volta pelo custo congelado na venda, que
      *    entra no custo medio (PROG145).
           IF PRO-CUSTO-MEDIO NOT NUMERIC
              MOVE ZEROS TO PRO-CUSTO-MEDIO
           END-IF
           ADD 1 TO WS-PROX-SEQ-EMV
           IF DVI-CUSTO NOT = ZEROS
              MOVE PRO-COD         TO LK-CUS-PROD
              MOVE PRO-SALDO       TO LK-CUS-SALDO-ANT
              MOVE PRO-CUSTO-MEDIO TO LK-CUS-CUSTO-ANT
              MOVE DVI-QTDE        TO LK-CUS-QTDE
              MOVE DVI-CUSTO       TO LK-CUS-CUSTO-ENT
              MOVE WS-PROX-SEQ-EMV TO LK-CUS-SEQ-EMV
              MOVE WS-DATA-DEV     TO LK-CUS-DATA
              MOVE SPACES          TO LK-CUS-DOC
              STRING 'DEV' DEV-NUMERO DELIMITED BY SIZE
                INTO LK-CUS-DOC
              END-STRING
              CALL "PROG145" USING LK-CUSTO END-CALL
              MOVE LK-CUS-CUSTO-NOVO TO PRO-CUSTO-MEDIO
           END-IF

           ADD DVI-QTDE TO PRO-SALDO
           ACCEPT PRO-DT-ALTERACAO FROM DATE YYYYMMDD
           REWRITE PRODUTO-PRO END-REWRITE

           SET LK-EDP-OP-SALDO TO TRUE
           MOVE DVI-PROD   TO LK-EDP-PROD
           MOVE WS-DEP-DEV TO LK-EDP-DEP
           MOVE DVI-QTDE   TO LK-EDP-QTDE
           CALL "PROG153" USING LK-ESTDEP END-CALL

      *    Saldo do lote devolvido (PROG162); se o lote nao puder
      *    ser atualizado o movimento sai sem lote.
           MOVE WS-DVI-LOTE     (WS-IDX-DVI) TO EMV-LOTE
           MOVE WS-DVI-VALIDADE (WS-IDX-DVI) TO EMV-VALIDADE
           IF EMV-LOTE NOT = SPACES
              SET LK-LOT-OP-ENTRADA TO TRUE
              MOVE DVI-PROD     TO LK-LOT-PROD
              MOVE WS-DEP-DEV   TO LK-LOT-DEP
              MOVE EMV-LOTE     TO LK-LOT-NUMERO
              MOVE EMV-VALIDADE TO LK-LOT-VALIDADE
              MOVE DVI-QTDE     TO LK-LOT-QTDE
              MOVE WS-DATA-DEV  TO LK-LOT-DATA
              CALL "PROG162" USING LK-LOTE END-CALL
              IF LK-LOT-ERRO
                 MOVE SPACES TO EMV-LOTE
                 MOVE ZEROS  TO EMV-VALIDADE
              END-IF
           END-IF

           MOVE WS-PROX-SEQ-EMV TO EMV-SEQ
           MOVE DVI-PROD        TO EMV-PROD
           MOVE WS-DATA-DEV     TO EMV-DATA
             INTO EMV-DOC
           END-STRING
           MOVE WS-OPERADOR-EXEC TO EMV-OPERADOR
           MOVE DVI-CUSTO       TO EMV-CUSTO-UNIT
           MOVE LK-EDP-DEP      TO EMV-DEP
           MOVE ZEROS           TO EMV-DEP-DESTINO
           WRITE ESTMOV-EMV
                 INVALID KEY
                   CONTINUE
             INTO WS-ARQ-CLIENTES
           END-STRING

           STRING FUNCTION TRIM(WS-DIR-DADOS) DELIMITED BY SIZE
                  'CREDCLI.ARQ'                DELIMITED BY SIZE
             INTO WS-ARQ-CREDCLI
           END-STRING

           STRING FUNCTION TRIM(WS-DIR-DADOS) DELIMITED BY SIZE
                  'FATLOTE.ARQ'                DELIMITED BY SIZE
             INTO WS-ARQ-FATLOTE
           END-STRING

      *    As notas de credito vao para o SPOOL\ com nome datado
      *    (PROG35) e entram no catalogo ao final.
           MOVE 'N'            TO LK-SPL-OPER
              END-IF
              PERFORM SEMEIA-SEQ-ESTMOV
                 THRU SEMEIA-SEQ-ESTMOV-FIM
              OPEN INPUT FATLOTE
              IF FSF-OK
                 SET TEM-FATLOTE TO TRUE
              END-IF
           END-IF

           OPEN INPUT CLIENTES
              GOBACK
           END-IF

           OPEN I-O CREDCLI
           IF FSCR-NAO-EXISTE
              OPEN OUTPUT CREDCLI
              CLOSE CREDCLI
              OPEN I-O CREDCLI
           END-IF

           OPEN OUTPUT NOTACRED
           .
       ABRIR-ARQUIVO-FIM.
        FINALIZA.
      *-----------------------------------------------------------------
           CLOSE PEDIDOS PEDITEM DEVOLUCAO DEVITEM CLIENTES NOTACRED
                 CREDCLI
           IF TEM-MOTCANC
              CLOSE MOTCANC
           END-IF
           IF TEM-ESTOQUE
              CLOSE PRODUTO ESTMOV
           END-IF
           IF TEM-FATLOTE
              CLOSE FATLOTE
           END-IF

           MOVE 'R'            TO LK-SPL-OPER
           MOVE 'PROG114'      TO LK-SPL-PROGRAMA
