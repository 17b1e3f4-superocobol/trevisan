      ******************************************************************
      * Autor.....: Alexandre Trevisani (PROVA COBOL)
      * Data......: Julho/2019
      * Programa..: PROG150 - Recebimento de Mercadoria por Ordem de
      *             Compra
      * Chamadas..: PROG145 - Custo Medio Ponderado do Produto
      *             PROG153 - Saldo de Estoque por Deposito
      *             PROG162 - Saldo de Estoque por Lote e Validade
      *             PROG58 - Identificador de Execucao
      *             PROG10 - Tratamento de erros de FILE-STATUS
      * Parametros: Nenhum (tela)
      * Observação: Recebe contra uma ordem de compra aberta ou
      *             recebida em parte (PROG149): percorre os itens
      *             com saldo pendente e, para cada um, pede a
      *             quantidade recebida (sugerido o pendente; zero
      *             deixa o item para depois) e o custo unitario da
      *             nota (sugerido o combinado na ordem). Quantidade
      *             acima do pendente e' recusada. Cada item recebido
      *             gera uma entrada 'E' em ESTMOV.ARQ com documento
      *             OC + numero da ordem e o custo unitario, soma ao
      *             saldo do produto e recalcula o custo medio pelo
      *             PROG145, como a entrada com custo do PROG81. Ao
      *             final a ordem fica 'R' (tudo recebido) ou 'P'
      *             (recebida em parte).
      *             A mercadoria entra no deposito informado no
      *             inicio do recebimento (em branco = principal),
      *             somado em ESTDEP.ARQ pelo PROG153.
      *             Produto com controle de lote (PRO-CONTROLA-LOTE)
      *             so e' recebido com lote e validade, como a
      *             entrada do PROG81: o lote e' criado ou somado em
      *             LOTE.ARQ pelo PROG162 e vai no movimento.
      * Historico.:
      *   2026 mnt - Programa novo.
      *   2026 mnt - Recebimento pede o deposito de entrada (branco =
      *              principal); saldo em ESTDEP.ARQ pelo PROG153 e
      *              deposito em EMV-DEP.
      *   2026 mnt - Movimento gravado com EMV-LOTE em branco
      *              (entrada/saida sem lote).
      *   2026 mnt - Produto com controle de lote pede lote e
      *              validade no recebimento (obrigatorios, como no
      *              PROG81); entrada no lote pelo PROG162 e
      *              EMV-LOTE/EMV-VALIDADE no movimento.
      ******************************************************************
       IDENTIFICATION      DIVISION.
       PROGRAM-ID.         PROG150.
       ENVIRONMENT         DIVISION.
       CONFIGURATION       SECTION.
       SPECIAL-NAMES.      DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT        SECTION.
       FILE-CONTROL.

       SELECT ORDCOMP ASSIGN TO WS-ARQ-ORDCOMP
              ORGANIZATION         IS INDEXED
              ACCESS MODE          IS DYNAMIC
              FILE STATUS          IS OCP-STAT
              ALTERNATE RECORD KEY IS OCP-FORN WITH DUPLICATES
              RECORD KEY           IS OCP-KEY.

       SELECT OCITEM ASSIGN TO WS-ARQ-OCITEM
              ORGANIZATION IS INDEXED
              ACCESS MODE  IS DYNAMIC
              FILE STATUS  IS OCI-STAT
              RECORD KEY   IS OCI-KEY.

       SELECT FORNEC ASSIGN TO WS-ARQ-FORNEC
              ORGANIZATION         IS INDEXED
              ACCESS MODE          IS RANDOM
              FILE STATUS          IS FRN-STAT
              ALTERNATE RECORD KEY IS FRN-CNPJ
              RECORD KEY           IS FRN-KEY.

       SELECT PRODUTO ASSIGN TO WS-ARQ-PRODUTO
              ORGANIZATION IS INDEXED
              ACCESS MODE  IS RANDOM
              FILE STATUS  IS PRO-STAT
              RECORD KEY   IS PRO-KEY.

       SELECT ESTMOV ASSIGN TO WS-ARQ-ESTMOV
              ORGANIZATION IS INDEXED
              ACCESS MODE  IS DYNAMIC
              FILE STATUS  IS EMV-STAT
              RECORD KEY   IS EMV-KEY.

       DATA                DIVISION.
       FILE                SECTION.

       COPY FD_ORDCOMP.

       COPY FD_OCITEM.

       COPY FD_FORNEC.

       COPY FD_PRODUTO.

       COPY FD_ESTMOV.

       WORKING-STORAGE SECTION.

       01 WS-MODULO.
           05 FILLER        PIC X(30) VALUE
              "PROVA COBOL - RECEBIMENTO OC".
           05 FILLER        PIC X(12) VALUE "MENSAGEM :".
           05 WS-MENSAG     PIC X(40) VALUE SPACES.

       77 WS-DIR-DADOS       PIC X(50) VALUE SPACES.
       77 WS-ARQ-ORDCOMP     PIC X(70) VALUE SPACES.
       77 WS-ARQ-OCITEM      PIC X(70) VALUE SPACES.
       77 WS-ARQ-FORNEC      PIC X(70) VALUE SPACES.
       77 WS-ARQ-PRODUTO     PIC X(70) VALUE SPACES.
       77 WS-ARQ-ESTMOV      PIC X(70) VALUE SPACES.

       77 OCP-STAT          PIC 9(02).
           88 FSOC-OK       VALUE ZEROS.
           88 FSOC-NAO-EXISTE VALUE 35.

       77 OCI-STAT          PIC 9(02).
           88 FSOI-OK       VALUE ZEROS.
           88 FSOI-FIM-REG  VALUE 10.
           88 FSOI-NAO-EXISTE VALUE 35.

       77 FRN-STAT          PIC 9(02).
           88 FSF-OK        VALUE ZEROS.
           88 FSF-NAO-EXISTE VALUE 35.

       77 PRO-STAT          PIC 9(02).
           88 FSP-OK        VALUE ZEROS.
           88 FSP-NAO-EXISTE VALUE 35.

       77 EMV-STAT          PIC 9(02).
           88 FSE-OK        VALUE ZEROS.
           88 FSE-NAO-EXISTE VALUE 35.

       77 WS-ERRO           PIC X.
           88 E-SIM         VALUES ARE "S" "s".
           88 E-NAO         VALUES ARE "N" "n".

       77 WS-FIM-DIGITACAO  PIC X(01) VALUE 'N'.
           88 FIM-DIGITACAO VALUE 'S'.

       77 WS-NUM-OC         PIC 9(08) VALUE ZEROS.
       77 WS-PENDENTE       PIC 9(07)V99 VALUE ZEROS.
       77 WS-QTDE-REC       PIC 9(07)V99 VALUE ZEROS.
       77 WS-CUSTO-REC      PIC 9(07)V99 VALUE ZEROS.
       77 WS-LOTE-REC       PIC X(15) VALUE SPACES.
       77 WS-VALIDADE-REC   PIC 9(08) VALUE ZEROS.
       77 WS-PROX-SEQ       PIC 9(08) VALUE ZEROS.
       77 WS-DOC-OC         PIC X(10) VALUE SPACES.
       77 WS-DEP-REC        PIC 9(03) VALUE ZEROS.
       77 WS-OPERADOR-EXEC  PIC X(08) VALUE SPACES.
       77 WS-DATA-HOJE      PIC 9(08) VALUE ZEROS.
       77 WS-QTD-RECEBIDOS  PIC 9(03) VALUE ZEROS.
       77 WS-QTD-PENDENTES  PIC 9(03) VALUE ZEROS.
       77 WS-QTD-TOCADOS    PIC 9(03) VALUE ZEROS.

       77 WS-NUML           PIC 999.
       77 WS-NUMC           PIC 999.
       77 COR-FUNDO         PIC 9 VALUE 1.
       77 COR-FRENTE        PIC 9 VALUE 6.

       77 WS-STATUS         PIC X(40).
       77 WS-MSGERRO        PIC X(80).

       COPY LK_FILE_STATUS.

       COPY LK_IDEXEC.

       COPY LK_CUSTO.

       COPY LK_ESTDEP.

       COPY LK_LOTE.

       COPY screenio.

       SCREEN SECTION.
       01 SS-CLS.
           05 SS-FILLER.
               10 BLANK SCREEN.
               10 LINE 01 COLUMN 01 ERASE EOL
                  BACKGROUND-COLOR COR-FUNDO.
               10 LINE WS-NUML COLUMN 01 ERASE EOL
                  BACKGROUND-COLOR COR-FUNDO.
           05 SS-CABECALHO.
               10 LINE 01 COLUMN 02 PIC X(80) FROM WS-MODULO
                  HIGHLIGHT FOREGROUND-COLOR COR-FRENTE
                  BACKGROUND-COLOR COR-FUNDO.
           05 SS-STATUS.
               10 LINE WS-NUML COLUMN 2 ERASE EOL PIC X(30)
                  FROM WS-STATUS HIGHLIGHT
                  FOREGROUND-COLOR COR-FRENTE
                  BACKGROUND-COLOR COR-FUNDO.

       01 SS-NUMERO FOREGROUND-COLOR 2.
           05 LINE 04 COLUMN 05 VALUE "ORDEM DE COMPRA:".
           05 COLUMN PLUS 2 PIC 9(08) USING WS-NUM-OC
              BLANK WHEN ZEROS.

       01 SS-OC-DADOS FOREGROUND-COLOR 2.
           05 LINE 05 COLUMN 05 VALUE "FORNECEDOR....:".
           05 COLUMN PLUS 2 PIC 9(05) FROM OCP-FORN.
           05 COLUMN PLUS 2 PIC X(40) FROM FRN-RAZAO.
           05 LINE 06 COLUMN 05 VALUE "PREVISTA......:".
           05 COLUMN PLUS 2 PIC 9(08) FROM OCP-PREVISTA.

       01 SS-DEPOSITO FOREGROUND-COLOR 2.
           05 LINE 07 COLUMN 05 VALUE "DEPOSITO......:".
           05 COLUMN PLUS 2 PIC ZZ9 USING WS-DEP-REC.
           05 COLUMN PLUS 2 VALUE "(BRANCO = PRINCIPAL)".

       01 SS-ITEM FOREGROUND-COLOR 2.
           05 LINE 09 COLUMN 05 VALUE "ITEM..........:".
           05 COLUMN PLUS 2 PIC ZZ9 FROM OCI-SEQ.
           05 LINE 10 COLUMN 05 VALUE "PRODUTO.......:".
           05 COLUMN PLUS 2 PIC 9(05) FROM OCI-PROD.
           05 COLUMN PLUS 2 PIC X(30) FROM PRO-DESCRICAO.
           05 LINE 11 COLUMN 05 VALUE "PEDIDO........:".
           05 COLUMN PLUS 2 PIC Z.ZZZ.ZZ9,99 FROM OCI-QTDE.
           05 LINE 11 COLUMN 40 VALUE "JA RECEBIDO:".
           05 COLUMN PLUS 2 PIC Z.ZZZ.ZZ9,99 FROM OCI-QTDE-RECEB.
           05 LINE 12 COLUMN 05 VALUE "PENDENTE......:".
           05 COLUMN PLUS 2 PIC Z.ZZZ.ZZ9,99 FROM WS-PENDENTE.
           05 LINE 12 COLUMN 40 VALUE "CUSTO OC...:".
           05 COLUMN PLUS 2 PIC Z.ZZZ.ZZ9,99 FROM OCI-CUSTO.

       01 SS-RECEBE FOREGROUND-COLOR 2.
           05 LINE 14 COLUMN 05 VALUE "QTDE RECEBIDA.:".
           05 COLUMN PLUS 2 PIC Z.ZZZ.ZZ9,99 USING WS-QTDE-REC.
           05 LINE 15 COLUMN 05 VALUE "CUSTO UNIT....:".
           05 COLUMN PLUS 2 PIC Z.ZZZ.ZZ9,99 USING WS-CUSTO-REC.
           05 LINE 16 COLUMN 05 VALUE "LOTE..........:".
           05 COLUMN PLUS 2 PIC X(15) USING WS-LOTE-REC.
           05 COLUMN PLUS 2 VALUE "(PRODUTO COM LOTE)".
           05 LINE 17 COLUMN 05 VALUE "VALIDADE......:".
           05 COLUMN PLUS 2 PIC 9(08) USING WS-VALIDADE-REC
              BLANK WHEN ZEROS.
           05 COLUMN PLUS 2 VALUE "(AAAAMMDD)".

       01 SS-ERRO.
           05 FILLER FOREGROUND-COLOR 6 BACKGROUND-COLOR 1 HIGHLIGHT.
               10 LINE WS-NUML COLUMN 2 PIC X(80) FROM WS-MSGERRO BELL.
               10 COLUMN PLUS 2 TO WS-ERRO.

       PROCEDURE DIVISION.
       INICIO.
           SET ENVIRONMENT 'COB_SCREEN_EXCEPTIONS' TO 'Y'.
           SET ENVIRONMENT 'COB_SCREEN_ESC' TO 'Y'.
           SET ENVIRONMENT 'ESCDELAY' TO '25'.
           ACCEPT  WS-NUML FROM LINES
           ACCEPT  WS-NUMC FROM COLUMNS
           PERFORM MONTA-CAMINHOS
           MOVE 'PROG150' TO LK-IDX-PROGRAMA
           CALL "PROG58" USING LK-IDEXEC END-CALL
           MOVE LK-IDX-ID TO LK-IDE
           ACCEPT WS-OPERADOR-EXEC FROM ENVIRONMENT 'COBOL_OPERADOR'
           ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD
           PERFORM ABRIR-ARQUIVO
           .
       ORDEM-LOOP.
           PERFORM RECEBE-ORDEM THRU RECEBE-ORDEM-FIM
           IF COB-CRT-STATUS = COB-SCR-ESC AND WS-NUM-OC = ZEROS
              GO TO ORDEM-FIM
           END-IF
           GO TO ORDEM-LOOP
           .
       ORDEM-FIM.
           PERFORM FINALIZA
           .
       FIM-PROCESSO.
           EXIT.

      *-----------------------------------------------------------------
       RECEBE-ORDEM.
      *-----------------------------------------------------------------
           MOVE "RECEBIMENTO DE MERCADORIA" TO WS-MENSAG
           MOVE ZEROS TO WS-NUM-OC
           DISPLAY SS-CLS
           MOVE "ESC PARA ENCERRAR" TO WS-STATUS
           DISPLAY SS-STATUS
           DISPLAY SS-NUMERO
           ACCEPT  SS-NUMERO
           IF COB-CRT-STATUS = COB-SCR-ESC
              MOVE ZEROS TO WS-NUM-OC
              GO TO RECEBE-ORDEM-FIM
           END-IF

           MOVE WS-NUM-OC TO OCP-NUMERO
           READ ORDCOMP
                INVALID KEY
                   MOVE "ORDEM DE COMPRA NAO ENCONTRADA" TO WS-MSGERRO
                   PERFORM MOSTRA-ERRO
                   GO TO RECEBE-ORDEM-FIM
           END-READ

           IF NOT OCP-PENDENTE
              MOVE "ORDEM JA RECEBIDA OU CANCELADA" TO WS-MSGERRO
              PERFORM MOSTRA-ERRO
              GO TO RECEBE-ORDEM-FIM
           END-IF

           MOVE OCP-FORN TO FRN-COD
           READ FORNEC
                INVALID KEY
                   MOVE '(FORNECEDOR NAO CADASTRADO)' TO FRN-RAZAO
           END-READ
           DISPLAY SS-OC-DADOS

           MOVE ZEROS TO WS-DEP-REC
           PERFORM ACEITA-DEPOSITO THRU ACEITA-DEPOSITO-FIM
           IF COB-CRT-STATUS = COB-SCR-ESC
              GO TO RECEBE-ORDEM-FIM
           END-IF

           MOVE SPACES TO WS-DOC-OC
           STRING 'OC' WS-NUM-OC DELIMITED BY SIZE
             INTO WS-DOC-OC
           END-STRING

           MOVE ZEROS TO WS-QTD-RECEBIDOS
           MOVE 'N'   TO WS-FIM-DIGITACAO
           MOVE WS-NUM-OC TO OCI-NUMERO
           MOVE ZEROS     TO OCI-SEQ
           START OCITEM KEY NOT LESS THAN OCI-KEY
                 INVALID KEY
                    MOVE 10 TO OCI-STAT
           END-START
           PERFORM RECEBE-UM-ITEM
              THRU RECEBE-UM-ITEM-SAI
              UNTIL FSOI-FIM-REG OR FIM-DIGITACAO

           IF WS-QTD-RECEBIDOS = ZEROS
              MOVE "NENHUM ITEM RECEBIDO" TO WS-MSGERRO
              PERFORM MOSTRA-ERRO
              GO TO RECEBE-ORDEM-FIM
           END-IF

           PERFORM ATUALIZA-SITUACAO THRU ATUALIZA-SITUACAO-FIM

           MOVE SPACES TO WS-MSGERRO
           STRING 'RECEBIMENTO GRAVADO - ' WS-QTD-RECEBIDOS
                  ' ITEM(NS)' DELIMITED BY SIZE
             INTO WS-MSGERRO
           END-STRING
           PERFORM MOSTRA-ERRO
           .
       RECEBE-ORDEM-FIM.
           EXIT.

      *-----------------------------------------------------------------
       ACEITA-DEPOSITO.
      *-----------------------------------------------------------------
      *    Deposito de entrada: cadastrado e ativo (PROG154).
           DISPLAY SS-DEPOSITO
           ACCEPT  SS-DEPOSITO
           IF COB-CRT-STATUS = COB-SCR-ESC
              GO TO ACEITA-DEPOSITO-FIM
           END-IF

           SET LK-EDP-OP-CONSULTA TO TRUE
           MOVE ZEROS      TO LK-EDP-PROD LK-EDP-QTDE
           MOVE WS-DEP-REC TO LK-EDP-DEP
           CALL "PROG153" USING LK-ESTDEP END-CALL
           IF NOT LK-EDP-OK
              MOVE "DEPOSITO INEXISTENTE OU INATIVO" TO WS-MSGERRO
              PERFORM MOSTRA-ERRO
              GO TO ACEITA-DEPOSITO
           END-IF
           MOVE LK-EDP-DEP TO WS-DEP-REC
           DISPLAY SS-DEPOSITO
           .
       ACEITA-DEPOSITO-FIM.
           EXIT.

      *-----------------------------------------------------------------
       RECEBE-UM-ITEM.
      *-----------------------------------------------------------------
      *    Zero deixa o item pendente; ESC encerra esta ordem (os
      *    itens ja recebidos ficam gravados).
           READ OCITEM NEXT AT END
                GO TO RECEBE-UM-ITEM-SAI
           END-READ

           IF OCI-NUMERO NOT = WS-NUM-OC
              MOVE 10 TO OCI-STAT
              GO TO RECEBE-UM-ITEM-SAI
           END-IF

           IF OCI-QTDE-RECEB NOT < OCI-QTDE
              GO TO RECEBE-UM-ITEM-SAI
           END-IF
           COMPUTE WS-PENDENTE = OCI-QTDE - OCI-QTDE-RECEB

           MOVE OCI-PROD TO PRO-COD
           READ PRODUTO
                INVALID KEY
                   MOVE "PRODUTO DO ITEM NAO CADASTRADO" TO WS-MSGERRO
                   PERFORM MOSTRA-ERRO
                   GO TO RECEBE-UM-ITEM-SAI
           END-READ
           IF PRO-CUSTO-MEDIO NOT NUMERIC
              MOVE ZEROS TO PRO-CUSTO-MEDIO
           END-IF

           MOVE WS-PENDENTE TO WS-QTDE-REC
           MOVE OCI-CUSTO   TO WS-CUSTO-REC
           MOVE SPACES      TO WS-LOTE-REC
           MOVE ZEROS       TO WS-VALIDADE-REC
           MOVE "ZERO = NAO VEIO  ESC = ENCERRA" TO WS-STATUS
           DISPLAY SS-STATUS
           .
       RECEBE-UM-ITEM-DIGITA.
           DISPLAY SS-ITEM
           DISPLAY SS-RECEBE
           ACCEPT  SS-RECEBE
           IF COB-CRT-STATUS = COB-SCR-ESC
              MOVE 'S' TO WS-FIM-DIGITACAO
              GO TO RECEBE-UM-ITEM-SAI
           END-IF

           IF WS-QTDE-REC = ZEROS
              GO TO RECEBE-UM-ITEM-SAI
           END-IF

           IF WS-QTDE-REC > WS-PENDENTE
              MOVE "QUANTIDADE ACIMA DO PENDENTE DA ORDEM"
                   TO WS-MSGERRO
              PERFORM MOSTRA-ERRO
              MOVE WS-PENDENTE TO WS-QTDE-REC
              GO TO RECEBE-UM-ITEM-DIGITA
           END-IF

           IF WS-CUSTO-REC = ZEROS
              MOVE "CUSTO UNITARIO OBRIGATORIO" TO WS-MSGERRO
              PERFORM MOSTRA-ERRO
              MOVE OCI-CUSTO TO WS-CUSTO-REC
              GO TO RECEBE-UM-ITEM-DIGITA
           END-IF

           PERFORM VALIDA-LOTE THRU VALIDA-LOTE-FIM
           IF E-SIM
              GO TO RECEBE-UM-ITEM-DIGITA
           END-IF

      *    Proximo sequencial de ESTMOV: maior chave ja gravada + 1.
           MOVE 1 TO WS-PROX-SEQ
           MOVE HIGH-VALUES TO ESTMOV-EMV
           START ESTMOV KEY NOT GREATER THAN EMV-KEY
                 INVALID KEY
                    CONTINUE
                 NOT INVALID KEY
                    READ ESTMOV PREVIOUS
                         AT END CONTINUE
                         NOT AT END
                            COMPUTE WS-PROX-SEQ = EMV-SEQ + 1
                    END-READ
           END-START

      *    Custo medio recalculado antes de somar ao saldo, como na
      *    entrada do PROG81.
           MOVE PRO-COD          TO LK-CUS-PROD
           MOVE PRO-SALDO        TO LK-CUS-SALDO-ANT
           MOVE PRO-CUSTO-MEDIO  TO LK-CUS-CUSTO-ANT
           MOVE WS-QTDE-REC      TO LK-CUS-QTDE
           MOVE WS-CUSTO-REC     TO LK-CUS-CUSTO-ENT
           MOVE WS-PROX-SEQ      TO LK-CUS-SEQ-EMV
           MOVE WS-DATA-HOJE     TO LK-CUS-DATA
           MOVE WS-DOC-OC        TO LK-CUS-DOC
           CALL "PROG145" USING LK-CUSTO END-CALL
           MOVE LK-CUS-CUSTO-NOVO TO PRO-CUSTO-MEDIO

           ADD WS-QTDE-REC   TO PRO-SALDO
           MOVE WS-DATA-HOJE TO PRO-DT-ALTERACAO
           REWRITE PRODUTO-PRO
               INVALID KEY
                   MOVE 'RECEBE-UM-ITEM'                 TO LK-PAR
                   MOVE 'REWRITE'                        TO LK-CMD
                   MOVE 'PRODUTO'                        TO LK-ARQ
                   MOVE PRO-STAT                         TO LK-STA
                   PERFORM ERRO-FILE-STATUS
                   GO TO RECEBE-UM-ITEM-SAI
           END-REWRITE

           SET LK-EDP-OP-SALDO TO TRUE
           MOVE PRO-COD     TO LK-EDP-PROD
           MOVE WS-DEP-REC  TO LK-EDP-DEP
           MOVE WS-QTDE-REC TO LK-EDP-QTDE
           CALL "PROG153" USING LK-ESTDEP END-CALL

      *    Saldo do lote recebido (PROG162).
           IF PRO-COM-LOTE
              SET LK-LOT-OP-ENTRADA TO TRUE
              MOVE PRO-COD         TO LK-LOT-PROD
              MOVE WS-DEP-REC      TO LK-LOT-DEP
              MOVE WS-LOTE-REC     TO LK-LOT-NUMERO
              MOVE WS-VALIDADE-REC TO LK-LOT-VALIDADE
              MOVE WS-QTDE-REC     TO LK-LOT-QTDE
              MOVE WS-DATA-HOJE    TO LK-LOT-DATA
              CALL "PROG162" USING LK-LOTE END-CALL
              IF LK-LOT-ERRO
                 MOVE "SALDO POR LOTE NAO ATUALIZADO (LOTE.ARQ)"
                      TO WS-MSGERRO
                 PERFORM MOSTRA-ERRO
              END-IF
           END-IF

           MOVE WS-PROX-SEQ      TO EMV-SEQ
           MOVE PRO-COD          TO EMV-PROD
           MOVE WS-DATA-HOJE     TO EMV-DATA
           SET EMV-ENTRADA       TO TRUE
           MOVE WS-QTDE-REC      TO EMV-QTDE
           MOVE WS-DOC-OC        TO EMV-DOC
           MOVE WS-OPERADOR-EXEC TO EMV-OPERADOR
           MOVE WS-CUSTO-REC     TO EMV-CUSTO-UNIT
           MOVE WS-DEP-REC       TO EMV-DEP
           MOVE ZEROS            TO EMV-DEP-DESTINO
           MOVE WS-LOTE-REC      TO EMV-LOTE
           MOVE WS-VALIDADE-REC  TO EMV-VALIDADE
           WRITE ESTMOV-EMV
                 INVALID KEY
                   MOVE 'RECEBE-UM-ITEM'                 TO LK-PAR
                   MOVE 'WRITE'                          TO LK-CMD
                   MOVE 'ESTMOV'                         TO LK-ARQ
                   MOVE EMV-STAT                         TO LK-STA
                   PERFORM ERRO-FILE-STATUS
           END-WRITE

           ADD WS-QTDE-REC   TO OCI-QTDE-RECEB
           MOVE WS-DATA-HOJE TO OCI-DT-ULT-RECEB
           REWRITE OCITEM-OCI
                 INVALID KEY
                   MOVE 'RECEBE-UM-ITEM'                 TO LK-PAR
                   MOVE 'REWRITE'                        TO LK-CMD
                   MOVE 'OCITEM'                         TO LK-ARQ
                   MOVE OCI-STAT                         TO LK-STA
                   PERFORM ERRO-FILE-STATUS
           END-REWRITE

           ADD 1 TO WS-QTD-RECEBIDOS
           .
       RECEBE-UM-ITEM-SAI.
           EXIT.

      *-----------------------------------------------------------------
       VALIDA-LOTE.
      *-----------------------------------------------------------------
      *    Mesma regra da entrada do PROG81: produto com controle de
      *    lote entra com lote e validade nao vencida, e o lote nao
      *    pode ter outra validade no deposito; produto sem controle
      *    nao leva lote.
           SET E-NAO TO TRUE
           INSPECT WS-LOTE-REC CONVERTING
                   'abcdefghijklmnopqrstuvwxyz'
                TO 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'

           IF NOT PRO-COM-LOTE
              IF WS-LOTE-REC NOT = SPACES OR WS-VALIDADE-REC NOT = ZEROS
                 MOVE "PRODUTO SEM CONTROLE DE LOTE (PROG80)"
                      TO WS-MSGERRO
                 MOVE SPACES TO WS-LOTE-REC
                 MOVE ZEROS  TO WS-VALIDADE-REC
                 GO TO VALIDA-LOTE-ERRO
              END-IF
              GO TO VALIDA-LOTE-FIM
           END-IF

           IF WS-LOTE-REC = SPACES
              MOVE "FAVOR INFORMAR O LOTE" TO WS-MSGERRO
              GO TO VALIDA-LOTE-ERRO
           END-IF
           IF FUNCTION TEST-DATE-YYYYMMDD (WS-VALIDADE-REC) NOT = ZERO
              MOVE "VALIDADE INVALIDA (AAAAMMDD)" TO WS-MSGERRO
              GO TO VALIDA-LOTE-ERRO
           END-IF
           IF WS-VALIDADE-REC < WS-DATA-HOJE
              MOVE "LOTE JA VENCIDO" TO WS-MSGERRO
              GO TO VALIDA-LOTE-ERRO
           END-IF

           SET LK-LOT-OP-CONSULTA TO TRUE
           MOVE PRO-COD      TO LK-LOT-PROD
           MOVE WS-DEP-REC   TO LK-LOT-DEP
           MOVE WS-LOTE-REC  TO LK-LOT-NUMERO
           MOVE ZEROS        TO LK-LOT-VALIDADE LK-LOT-QTDE
           MOVE WS-DATA-HOJE TO LK-LOT-DATA
           CALL "PROG162" USING LK-LOTE END-CALL
           IF LK-LOT-ERRO
              MOVE "SALDO POR LOTE INACESSIVEL (LOTE.ARQ)"
                   TO WS-MSGERRO
              GO TO VALIDA-LOTE-ERRO
           END-IF
           IF LK-LOT-OK AND LK-LOT-VALIDADE NOT = WS-VALIDADE-REC
              MOVE "LOTE JA CADASTRADO COM OUTRA VALIDADE"
                   TO WS-MSGERRO
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
       ATUALIZA-SITUACAO.
      *-----------------------------------------------------------------
      *    Ordem recebida por completo quando nenhum item tem saldo.
           MOVE ZEROS TO WS-QTD-PENDENTES WS-QTD-TOCADOS
           MOVE WS-NUM-OC TO OCI-NUMERO
           MOVE ZEROS     TO OCI-SEQ
           START OCITEM KEY NOT LESS THAN OCI-KEY
                 INVALID KEY
                    MOVE 10 TO OCI-STAT
           END-START
           PERFORM CONTA-PENDENTE
              THRU CONTA-PENDENTE-SAI UNTIL FSOI-FIM-REG

           MOVE WS-NUM-OC TO OCP-NUMERO
           READ ORDCOMP
                INVALID KEY
                   GO TO ATUALIZA-SITUACAO-FIM
           END-READ

           IF WS-QTD-PENDENTES = ZEROS
              SET OCP-RECEBIDA TO TRUE
           ELSE
              SET OCP-PARCIAL  TO TRUE
           END-IF
           MOVE WS-DATA-HOJE TO OCP-DT-ULT-RECEB
           REWRITE ORDCOMP-OCP
                 INVALID KEY
                   MOVE 'ATUALIZA-SITUACAO'              TO LK-PAR
                   MOVE 'REWRITE'                        TO LK-CMD
                   MOVE 'ORDCOMP'                        TO LK-ARQ
                   MOVE OCP-STAT                         TO LK-STA
                   PERFORM ERRO-FILE-STATUS
           END-REWRITE
           .
       ATUALIZA-SITUACAO-FIM.
           EXIT.

      *-----------------------------------------------------------------
       CONTA-PENDENTE.
      *-----------------------------------------------------------------
           READ OCITEM NEXT AT END
                GO TO CONTA-PENDENTE-SAI
           END-READ

           IF OCI-NUMERO NOT = WS-NUM-OC
              MOVE 10 TO OCI-STAT
              GO TO CONTA-PENDENTE-SAI
           END-IF

           ADD 1 TO WS-QTD-TOCADOS
           IF OCI-QTDE-RECEB < OCI-QTDE
              ADD 1 TO WS-QTD-PENDENTES
           END-IF
           .
       CONTA-PENDENTE-SAI.
           EXIT.

      *-----------------------------------------------------------------
       MONTA-CAMINHOS.
      *-----------------------------------------------------------------
      *    O diretorio dos arquivos de dados vem da variavel de
      *    ambiente COBOL_DATA_DIR (com a barra final incluida), para
      *    permitir apontar um ambiente de testes sem recompilar. Se
      *    a variavel nao estiver definida, mantem C:\COBOL\.
           ACCEPT WS-DIR-DADOS FROM ENVIRONMENT 'COBOL_DATA_DIR'
           IF WS-DIR-DADOS = SPACES
              MOVE 'C:\COBOL\' TO WS-DIR-DADOS
           END-IF

           STRING FUNCTION TRIM(WS-DIR-DADOS) DELIMITED BY SIZE
                  'ORDCOMP.ARQ'                DELIMITED BY SIZE
             INTO WS-ARQ-ORDCOMP
           END-STRING

           STRING FUNCTION TRIM(WS-DIR-DADOS) DELIMITED BY SIZE
                  'OCITEM.ARQ'                 DELIMITED BY SIZE
             INTO WS-ARQ-OCITEM
           END-STRING

           STRING FUNCTION TRIM(WS-DIR-DADOS) DELIMITED BY SIZE
                  'FORNEC.ARQ'                 DELIMITED BY SIZE
             INTO WS-ARQ-FORNEC
           END-STRING

           STRING FUNCTION TRIM(WS-DIR-DADOS) DELIMITED BY SIZE
                  'PRODUTO.ARQ'                DELIMITED BY SIZE
             INTO WS-ARQ-PRODUTO
           END-STRING

           STRING FUNCTION TRIM(WS-DIR-DADOS) DELIMITED BY SIZE
                  'ESTMOV.ARQ'                 DELIMITED BY SIZE
             INTO WS-ARQ-ESTMOV
           END-STRING
           .
       MONTA-CAMINHOS-FIM.
           EXIT.

      *-----------------------------------------------------------------
       ABRIR-ARQUIVO.
      *-----------------------------------------------------------------
           OPEN I-O ORDCOMP
           IF FSOC-NAO-EXISTE
              MOVE "ORDCOMP.ARQ NAO ENCONTRADO - RODE O PROG149"
                   TO WS-MSGERRO
              PERFORM MOSTRA-ERRO
              GOBACK
           END-IF

           OPEN I-O OCITEM
           IF FSOI-NAO-EXISTE
              MOVE "OCITEM.ARQ NAO ENCONTRADO - RODE O PROG149"
                   TO WS-MSGERRO
              PERFORM MOSTRA-ERRO
              CLOSE ORDCOMP
              GOBACK
           END-IF

           OPEN I-O PRODUTO
           IF FSP-NAO-EXISTE
              MOVE "PRODUTO.ARQ NAO ENCONTRADO - RODE O PROG80"
                   TO WS-MSGERRO
              PERFORM MOSTRA-ERRO
              CLOSE ORDCOMP OCITEM
              GOBACK
           END-IF

           OPEN INPUT FORNEC

           OPEN I-O ESTMOV
           IF FSE-NAO-EXISTE
              OPEN OUTPUT ESTMOV
              CLOSE ESTMOV
              OPEN I-O ESTMOV
           END-IF
           .
       ABRIR-ARQUIVO-FIM.
           EXIT.

      *-----------------------------------------------------------------
       MOSTRA-ERRO.
      *-----------------------------------------------------------------
           DISPLAY SS-ERRO
           ACCEPT  SS-ERRO
           DISPLAY SS-STATUS
           .
       MOSTRA-ERRO-FIM.
           EXIT.

      *-----------------------------------------------------------------
       ERRO-FILE-STATUS.
      *-----------------------------------------------------------------
           MOVE 'PROG150'                   TO LK-PRG
           CALL "PROG10" USING LK-FILE-STATUS END-CALL
           .
       FIM-ERRO.
           EXIT.

      *-----------------------------------------------------------------
       FINALIZA.
      *-----------------------------------------------------------------
           CLOSE ORDCOMP OCITEM FORNEC PRODUTO ESTMOV
           GOBACK.
