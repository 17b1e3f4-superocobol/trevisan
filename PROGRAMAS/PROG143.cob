      ******************************************************************
      * Autor.....: Alexandre Trevisani (PROVA COBOL)
      * Data......: Julho/2019
      * Programa..: PROG143 - Ciclo de Contagem de Inventário
      * Chamadas..: PROG40 - Alocacao do Proximo Codigo Livre (tipo I)
      *             PROG35 - Spool e Catalogo de Relatorios
      *             PROG19 - Resumo de Senha de Operador
      *             PROG58 - Identificador de Execucao
      *             PROG10 - Tratamento de erros de FILE-STATUS
      *             PROG153 - Saldo de Estoque por Deposito
      *             PROG162 - Saldo de Estoque por Lote e Validade
      * Parametros: Nenhum (tela)
      * Observação: Conduz a contagem fisica do estoque em quatro
      *             opcoes:
      *             ABR abre uma contagem para todos os produtos ou
      *                 uma faixa de codigos (sem sobrepor contagem
      *                 ainda aberta), fotografa o saldo contabil de
      *                 cada produto ativo em INVITEM.ARQ e imprime as
      *                 folhas de contagem no spool - sem o saldo, a
      *                 contagem e' cega;
      *             CON digita as quantidades contadas, produto a
      *                 produto (recontagem substitui a anterior);
      *                 produto com controle de lote pede tambem o
      *                 lote e a validade em que entra a sobra;
      *             APR, com supervisor (mesma validacao do PROG98),
      *                 lanca as diferencas contado - fotografia em
      *                 ESTMOV.ARQ ('E' sobra, 'S' falta, documento
      *                 INV + numero) e no saldo do produto. Somar a
      *                 diferenca ao saldo do momento, e nao gravar o
      *                 contado por cima, preserva as entradas e saidas
      *                 feitas durante a contagem. Produto nao contado
      *                 fica sem ajuste;
      *             CAN, com supervisor, cancela contagem aberta.
      *             O ajuste vai para o deposito principal
      *             (PROG153), onde a contagem e' feita.
      *             Produto com controle de lote: a sobra entra no
      *             lote informado na contagem e a falta sai dos
      *             lotes de menor validade (PROG162), com um
      *             movimento por lote.
      *             As divergencias (quantidade e valor) saem no
      *             PROG144, para a conferencia antes da aprovacao.
      * Historico.:
      *   2026 mnt - Programa novo.
      *   2026 mnt - Ajuste de inventario no deposito principal
      *              (PROG153) e deposito no ESTMOV.
      *   2026 mnt - Nome do relatorio no spool encurtado para
      *              caber nos 12 bytes de LK-SPL-SUFIXO.
      *   2026 mnt - Movimento gravado com EMV-LOTE em branco
      *              (entrada/saida sem lote).
      *   2026 mnt - Senha do supervisor conferida pelo resumo
      *              com sal do PROG19 (frase-senha de ate 20
      *              posicoes).
      *   2026 mnt - Produto com controle de lote: contagem pede o
      *              lote e a validade da sobra (INI-LOTE); no
      *              lancamento a sobra entra nesse lote e a falta e'
      *              consumida pela menor validade (PROG162), um
      *              movimento por lote com EMV-LOTE/EMV-VALIDADE.
      ******************************************************************
       IDENTIFICATION      DIVISION.
       PROGRAM-ID.         PROG143.
       ENVIRONMENT         DIVISION.
       CONFIGURATION       SECTION.
       SPECIAL-NAMES.      DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT        SECTION.
       FILE-CONTROL.

       SELECT INVCAB ASSIGN TO WS-ARQ-INVCAB
              ORGANIZATION IS INDEXED
              ACCESS MODE  IS DYNAMIC
              FILE STATUS  IS IVC-STAT
              RECORD KEY   IS INV-KEY.

       SELECT INVITEM ASSIGN TO WS-ARQ-INVITEM
              ORGANIZATION IS INDEXED
              ACCESS MODE  IS DYNAMIC
              FILE STATUS  IS IVI-STAT
              RECORD KEY   IS INI-KEY.

       SELECT PRODUTO ASSIGN TO WS-ARQ-PRODUTO
              ORGANIZATION IS INDEXED
              ACCESS MODE  IS DYNAMIC
              FILE STATUS  IS PRO-STAT
              RECORD KEY   IS PRO-KEY.

       SELECT ESTMOV ASSIGN TO WS-ARQ-ESTMOV
              ORGANIZATION IS INDEXED
              ACCESS MODE  IS DYNAMIC
              FILE STATUS  IS EMV-STAT
              RECORD KEY   IS EMV-KEY.

       SELECT OPERADOR ASSIGN TO WS-ARQ-OPERADOR
              ORGANIZATION IS INDEXED
              ACCESS MODE IS RANDOM
              FILE STATUS IS OPE-STAT
              RECORD KEY IS OPE-KEY.

       SELECT RELINV ASSIGN TO WS-ARQ-RELINV
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS  IS REL-STAT.

       DATA                DIVISION.
       FILE                SECTION.

       COPY FD_INVCAB.

       COPY FD_INVITEM.

       COPY FD_PRODUTO.

       COPY FD_ESTMOV.

       COPY FD_OPERADOR.

       FD RELINV
           LINAGE IS 55 LINES
           WITH FOOTING AT 51
           LINES AT TOP 3
           LINES AT BOTTOM 2.

       01 RELINV-REL.
          05 REL-IMP        PIC X(100).

       WORKING-STORAGE SECTION.

       01 WS-MODULO.
           05 FILLER        PIC X(30) VALUE
              "PROVA COBOL - INVENTARIO".
           05 FILLER        PIC X(12) VALUE "MENSAGEM :".
           05 WS-MENSAG     PIC X(40) VALUE SPACES.

       77 WS-DIR-DADOS       PIC X(50) VALUE SPACES.
       77 WS-ARQ-INVCAB      PIC X(70) VALUE SPACES.
       77 WS-ARQ-INVITEM     PIC X(70) VALUE SPACES.
       77 WS-ARQ-PRODUTO     PIC X(70) VALUE SPACES.
       77 WS-ARQ-ESTMOV      PIC X(70) VALUE SPACES.
       77 WS-ARQ-OPERADOR    PIC X(70) VALUE SPACES.
       77 WS-ARQ-RELINV      PIC X(90) VALUE SPACES.

       77 IVC-STAT          PIC 9(02).
           88 FSIC-OK       VALUE ZEROS.
           88 FSIC-FIM-REG  VALUE 10.
           88 FSIC-NAO-EXISTE VALUE 35.

       77 IVI-STAT          PIC 9(02).
           88 FSII-OK       VALUE ZEROS.
           88 FSII-FIM-REG  VALUE 10.
           88 FSII-NAO-EXISTE VALUE 35.

       77 PRO-STAT          PIC 9(02).
           88 FSP-OK        VALUE ZEROS.
           88 FSP-FIM-REG   VALUE 10.
           88 FSP-NAO-EXISTE VALUE 35.

       77 EMV-STAT          PIC 9(02).
           88 FSE-OK        VALUE ZEROS.
           88 FSE-NAO-EXISTE VALUE 35.

       77 OPE-STAT          PIC 9(02).
           88 FSO-OK        VALUE ZEROS.
           88 FSO-NAO-EXISTE VALUE 35.

       77 REL-STAT          PIC 9(02).
           88 FSR-OK        VALUE ZEROS.

       77 WS-OPCAO          PIC X(03) VALUE SPACES.
           88 ABRIR         VALUE IS "ABR" "abr".
           88 CONTAR        VALUE IS "CON" "con".
           88 APROVAR       VALUE IS "APR" "apr".
           88 CANCELAR      VALUE IS "CAN" "can".
           88 FINALIZAR     VALUE IS "FIM" "fim".

       77 WS-ERRO           PIC X.
           88 E-SIM         VALUES ARE "S" "s".
           88 E-NAO         VALUES ARE "N" "n".

       77 WS-CONFIRMA       PIC X(01) VALUE 'N'.
           88 CONFIRMOU     VALUES ARE "S" "s".

       77 WS-FIM-DIGITACAO  PIC X(01) VALUE 'N'.
           88 FIM-DIGITACAO VALUE 'S'.

       77 WS-COD-SUPERV     PIC X(08) VALUE SPACES.
       77 WS-SENHA-SUPERV   PIC X(20) VALUE SPACES.
       77 WS-AUTORIZADO     PIC X(01) VALUE 'N'.
           88 AUTORIZADO    VALUE 'S'.
           88 NAO-AUTORIZADO VALUE 'N'.
       77 WS-TENTATIVAS-LOGIN     PIC 9(02) VALUE ZEROS.
       77 WS-MAX-TENTATIVAS-LOGIN PIC 9(02) VALUE 03.

       77 WS-NUM-INV        PIC 9(06) VALUE ZEROS.
       77 WS-INV-CONFLITO   PIC 9(06) VALUE ZEROS.
       77 WS-PROD-INI       PIC 9(05) VALUE ZEROS.
       77 WS-PROD-FIM       PIC 9(05) VALUE ZEROS.
       77 WS-PROD-CONT      PIC 9(05) VALUE ZEROS.
       77 WS-QTDE-CONT      PIC 9(07)V99 VALUE ZEROS.
       77 WS-LOTE-CONT      PIC X(15) VALUE SPACES.
       77 WS-VALIDADE-CONT  PIC 9(08) VALUE ZEROS.
       77 WS-DIFERENCA      PIC S9(07)V99 VALUE ZEROS.
       77 WS-SEQ-EMV        PIC 9(08) VALUE ZEROS.
       77 WS-PROX-SEQ-EMV   PIC 9(08) VALUE ZEROS.
       77 WS-QTD-FAIXA      PIC 9(05) VALUE ZEROS.
       77 WS-QTD-ITENS      PIC 9(05) VALUE ZEROS.
       77 WS-QTD-CONTADOS   PIC 9(05) VALUE ZEROS.
       77 WS-QTD-NAO-CONTADOS PIC 9(05) VALUE ZEROS.
       77 WS-QTD-AJUSTES    PIC 9(05) VALUE ZEROS.
       77 WS-OPERADOR-EXEC  PIC X(08) VALUE SPACES.
       77 WS-DATA-HOJE      PIC 9(08) VALUE ZEROS.
       77 WS-CTPAG          PIC 9(03) VALUE ZEROS.

      *    Movimento de ajuste a gravar e lotes consumidos pela falta
      *    (PROG162), como no PROG81.
       77 WS-QTDE-GRAVA     PIC 9(07)V99 VALUE ZEROS.
       77 WS-LOTE-GRAVA     PIC X(15) VALUE SPACES.
       77 WS-VALIDADE-GRAVA PIC 9(08) VALUE ZEROS.
       77 WS-IDL            PIC 9(02) VALUE ZEROS.

       01 WS-LOTES-USADOS.
           05 WS-LUS-QTD        PIC 9(02).
           05 WS-LUS-SEM-LOTE   PIC 9(07)V99.
           05 WS-LUS-TAB.
              10 WS-LUS-ENT OCCURS 20 TIMES.
                 15 WS-LUS-NUMERO   PIC X(15).
                 15 WS-LUS-VALIDADE PIC 9(08).
                 15 WS-LUS-QTDE     PIC 9(07)V99.

       01 WS-DATA-AMD       PIC 9(08) VALUE ZEROS.
       01 FILLER REDEFINES WS-DATA-AMD.
           05 WS-AMD-ANO    PIC 9(04).
           05 WS-AMD-MES    PIC 9(02).
           05 WS-AMD-DIA    PIC 9(02).
       01 WS-DATA-DMA       PIC X(10) VALUE SPACES.

      *    Folha de contagem: sem o saldo contabil (contagem cega).
       01 LINHA-CAB0.
           05 FILLER        PIC X(32) VALUE
           'FOLHA DE CONTAGEM - INVENTARIO '.
           05 CAB-REL-NUM   PIC 9(06).
           05 FILLER        PIC X(09) VALUE '  DATA: '.
           05 CAB-REL-DATA  PIC X(10).
           05 FILLER        PIC X(11) VALUE '  PAGINA: '.
           05 PAG-REL       PIC ZZ9.

       01 LINHA-CAB1.
           05 FILLER        PIC X(19) VALUE 'FAIXA DE PRODUTOS: '.
           05 CAB-REL-INI   PIC 9(05).
           05 FILLER        PIC X(03) VALUE ' A '.
           05 CAB-REL-FIM   PIC 9(05).

       01 LINHA-CAB2.
           05 FILLER        PIC X(60) VALUE
           'PRODUTO  DESCRICAO                       UN.   QUANTIDADE'.
           05 FILLER        PIC X(20) VALUE
           ' CONTADA'.

       01 LINHA-FOLHA.
           05 REL-FOL-PROD  PIC 9(05).
           05 FILLER        PIC X(04)  VALUE SPACES.
           05 REL-FOL-DESC  PIC X(30).
           05 FILLER        PIC X(02)  VALUE SPACES.
           05 REL-FOL-UNID  PIC X(03).
           05 FILLER        PIC X(03)  VALUE SPACES.
           05 FILLER        PIC X(20)  VALUE ALL '_'.

       01 LINHA-FOLHA-FIM.
           05 FILLER        PIC X(20) VALUE 'TOTAL DE PRODUTOS: '.
           05 REL-FOL-QTD   PIC ZZZZ9.

       01 LINHA-ASSINA.
           05 FILLER        PIC X(60) VALUE
           'CONTADO POR: ____________________  CONFERIDO POR: ______'.
           05 FILLER        PIC X(14) VALUE '______________'.

       01 LINHA-BRANCO      PIC X(80) VALUE SPACES.

       77 WS-NUML           PIC 999.
       77 WS-NUMC           PIC 999.
       77 COR-FUNDO         PIC 9 VALUE 1.
       77 COR-FRENTE        PIC 9 VALUE 6.

       77 WS-STATUS         PIC X(40).
       77 WS-MSGERRO        PIC X(80).

       COPY LK_FILE_STATUS.

       COPY LK_IDEXEC.

       COPY LK_SENHA.

       COPY LK_SEQUENC.

       COPY LK_SPOOL.

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

       01 SS-FUNCAO.
           05 SS-OPCAO.
               10 LINE 08 COLUMN 12 VALUE
                  "ESCOLHA OPCAO ABR/CON/APR/CAN/FIM :".
               10 LINE 08 COL PLUS 1 USING WS-OPCAO.

       01 SS-LEGENDA FOREGROUND-COLOR 2.
           05 LINE 11 COLUMN 12 VALUE
              "ABR = ABRE CONTAGEM E IMPRIME AS FOLHAS".
           05 LINE 12 COLUMN 12 VALUE
              "CON = DIGITA AS QUANTIDADES CONTADAS".
           05 LINE 13 COLUMN 12 VALUE
              "APR = APROVA E LANCA OS AJUSTES (SUPERVISOR)".
           05 LINE 14 COLUMN 12 VALUE
              "CAN = CANCELA CONTAGEM ABERTA (SUPERVISOR)".

       01 SS-ABERTURA FOREGROUND-COLOR 2.
           05 LINE 10 COLUMN 12 VALUE
              "PRODUTO INICIAL (ZEROS = DO PRIMEIRO).:".
           05 COLUMN PLUS 2 PIC 9(05) USING WS-PROD-INI.
           05 LINE 11 COLUMN 12 VALUE
              "PRODUTO FINAL.. (ZEROS = ATE O ULTIMO):".
           05 COLUMN PLUS 2 PIC 9(05) USING WS-PROD-FIM.

       01 SS-NUMERO FOREGROUND-COLOR 2.
           05 LINE 08 COLUMN 12 VALUE "NUMERO DO INVENTARIO:".
           05 COLUMN PLUS 2 PIC 9(06) USING WS-NUM-INV
              BLANK WHEN ZEROS.

       01 SS-CONT-PROD FOREGROUND-COLOR 2.
           05 LINE 10 COLUMN 12 VALUE "PRODUTO.....:".
           05 COLUMN PLUS 2 PIC 9(05) USING WS-PROD-CONT
              BLANK WHEN ZEROS.

       01 SS-CONT-DADOS FOREGROUND-COLOR 2.
           05 LINE 12 COLUMN 12 VALUE "DESCRICAO...:".
           05 COLUMN PLUS 2 PIC X(30) FROM PRO-DESCRICAO.
           05 LINE 13 COLUMN 12 VALUE "UNIDADE.....:".
           05 COLUMN PLUS 2 PIC X(03) FROM PRO-UNIDADE.

       01 SS-CONT-QTDE FOREGROUND-COLOR 2.
           05 LINE 15 COLUMN 12 VALUE "QTDE CONTADA:".
           05 COLUMN PLUS 2 PIC Z.ZZZ.ZZ9,99 USING WS-QTDE-CONT.

       01 SS-CONT-LOTE FOREGROUND-COLOR 2.
           05 LINE 16 COLUMN 12 VALUE "LOTE........:".
           05 COLUMN PLUS 2 PIC X(15) USING WS-LOTE-CONT.
           05 COLUMN PLUS 2 VALUE "(LOTE DE UMA SOBRA)".
           05 LINE 17 COLUMN 12 VALUE "VALIDADE....:".
           05 COLUMN PLUS 2 PIC 9(08) USING WS-VALIDADE-CONT
              BLANK WHEN ZEROS.
           05 COLUMN PLUS 2 VALUE "(AAAAMMDD)".

       01 SS-RESUMO FOREGROUND-COLOR 2.
           05 LINE 10 COLUMN 12 VALUE "PRODUTOS NA CONTAGEM......:".
           05 COLUMN PLUS 2 PIC ZZZZ9 FROM INV-QTD-ITENS.
           05 LINE 11 COLUMN 12 VALUE "CONTADOS..................:".
           05 COLUMN PLUS 2 PIC ZZZZ9 FROM WS-QTD-CONTADOS.
           05 LINE 12 COLUMN 12 VALUE "NAO CONTADOS (SEM AJUSTE).:".
           05 COLUMN PLUS 2 PIC ZZZZ9 FROM WS-QTD-NAO-CONTADOS.
           05 LINE 14 COLUMN 12 VALUE "CONFIRMA (S/N)............:".
           05 COLUMN PLUS 2 PIC X(01) USING WS-CONFIRMA.

       01 SS-SUPERVISOR FOREGROUND-COLOR 6.
           05 LINE 09 COLUMN 45 VALUE "SUPERVISOR:".
           05 COLUMN PLUS 2 PIC X(08) USING WS-COD-SUPERV.
           05 LINE 11 COLUMN 45 VALUE "SENHA.....:".
           05 COLUMN PLUS 2 PIC X(20) USING WS-SENHA-SUPERV
              NO ECHO.

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
           MOVE 'PROG143' TO LK-IDX-PROGRAMA
           CALL "PROG58" USING LK-IDEXEC END-CALL
           MOVE LK-IDX-ID TO LK-IDE
           ACCEPT WS-OPERADOR-EXEC FROM ENVIRONMENT 'COBOL_OPERADOR'
           ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD
           PERFORM ABRIR-ARQUIVO
           .
       MENU-LOOP.
           MOVE "ESCOLHA A OPCAO" TO WS-MENSAG
           DISPLAY SS-CLS
           MOVE "ESC PARA ENCERRAR" TO WS-STATUS
           DISPLAY SS-STATUS
           DISPLAY SS-LEGENDA
           MOVE SPACES TO WS-OPCAO
           ACCEPT SS-FUNCAO
           IF COB-CRT-STATUS = COB-SCR-ESC
              GO TO MENU-FIM
           END-IF

           EVALUATE TRUE
               WHEN ABRIR
                   PERFORM ABRE-CONTAGEM THRU ABRE-CONTAGEM-FIM
               WHEN CONTAR
                   PERFORM DIGITA-CONTAGEM THRU DIGITA-CONTAGEM-FIM
               WHEN APROVAR
                   PERFORM APROVA-CONTAGEM THRU APROVA-CONTAGEM-FIM
               WHEN CANCELAR
                   PERFORM CANCELA-CONTAGEM THRU CANCELA-CONTAGEM-FIM
               WHEN FINALIZAR
                   GO TO MENU-FIM
               WHEN OTHER
                   MOVE "OPCAO INVALIDA" TO WS-MSGERRO
                   PERFORM MOSTRA-ERRO
           END-EVALUATE
           GO TO MENU-LOOP
           .
       MENU-FIM.
           PERFORM FINALIZA
           .
       FIM-PROCESSO.
           EXIT.

      *-----------------------------------------------------------------
       ABRE-CONTAGEM.
      *-----------------------------------------------------------------
           MOVE "ABERTURA DE CONTAGEM" TO WS-MENSAG
           MOVE ZEROS TO WS-PROD-INI WS-PROD-FIM
           DISPLAY SS-CLS
           DISPLAY SS-ABERTURA
           ACCEPT  SS-ABERTURA
           IF COB-CRT-STATUS = COB-SCR-ESC
              GO TO ABRE-CONTAGEM-FIM
           END-IF

           IF WS-PROD-FIM = ZEROS
              MOVE 99999 TO WS-PROD-FIM
           END-IF
           IF WS-PROD-INI > WS-PROD-FIM
              MOVE "FAIXA DE PRODUTOS INVALIDA" TO WS-MSGERRO
              PERFORM MOSTRA-ERRO
              GO TO ABRE-CONTAGEM-FIM
           END-IF

      *    Um produto nao pode estar em duas contagens abertas.
           PERFORM CONFERE-SOBREPOSICAO THRU CONFERE-SOBREPOSICAO-FIM
           IF WS-INV-CONFLITO NOT = ZEROS
              MOVE SPACES TO WS-MSGERRO
              STRING 'FAIXA JA EM CONTAGEM NO INVENTARIO '
                     WS-INV-CONFLITO DELIMITED BY SIZE
                INTO WS-MSGERRO
              END-STRING
              PERFORM MOSTRA-ERRO
              GO TO ABRE-CONTAGEM-FIM
           END-IF

           MOVE ZEROS TO WS-QTD-FAIXA
           MOVE WS-PROD-INI TO PRO-COD
           START PRODUTO KEY NOT LESS THAN PRO-KEY
                 INVALID KEY
                    MOVE 10 TO PRO-STAT
           END-START
           PERFORM CONTA-FAIXA THRU CONTA-FAIXA-SAI UNTIL FSP-FIM-REG
           MOVE ZEROS TO PRO-STAT
           IF WS-QTD-FAIXA = ZEROS
              MOVE "NENHUM PRODUTO ATIVO NA FAIXA" TO WS-MSGERRO
              PERFORM MOSTRA-ERRO
              GO TO ABRE-CONTAGEM-FIM
           END-IF

           SET LK-SEQ-INVENT TO TRUE
           CALL "PROG40" USING LK-SEQUENCIA END-CALL
           IF NOT LK-SEQ-OK
              MOVE "FALHA AO NUMERAR O INVENTARIO (PROG40)"
                   TO WS-MSGERRO
              PERFORM MOSTRA-ERRO
              GO TO ABRE-CONTAGEM-FIM
           END-IF
           MOVE LK-SEQ-NUMERO TO WS-NUM-INV

      *    Ultimo movimento de estoque antes da fotografia.
           PERFORM SEMEIA-SEQ-ESTMOV THRU SEMEIA-SEQ-ESTMOV-FIM
           MOVE WS-PROX-SEQ-EMV TO WS-SEQ-EMV

      *    As folhas vao para o SPOOL\ com nome datado (PROG35).
           MOVE 'N'             TO LK-SPL-OPER
           MOVE 'PROG143'       TO LK-SPL-PROGRAMA
           MOVE 'REL-FOLH.TXT' TO LK-SPL-SUFIXO
           CALL "PROG35" USING LK-SPOOL END-CALL
           MOVE LK-SPL-CAMINHO TO WS-ARQ-RELINV
           OPEN OUTPUT RELINV

           MOVE ZEROS TO WS-QTD-ITENS WS-CTPAG
           MOVE WS-DATA-HOJE TO WS-DATA-AMD
           PERFORM EDITA-DATA
           PERFORM IMP-CABEC

           MOVE WS-PROD-INI TO PRO-COD
           START PRODUTO KEY NOT LESS THAN PRO-KEY
                 INVALID KEY
                    MOVE 10 TO PRO-STAT
           END-START
           PERFORM FOTOGRAFA-PRODUTO
              THRU FOTOGRAFA-PRODUTO-SAI UNTIL FSP-FIM-REG
           MOVE ZEROS TO PRO-STAT

           MOVE WS-QTD-ITENS TO REL-FOL-QTD
           WRITE RELINV-REL FROM LINHA-FOLHA-FIM AFTER 2
           WRITE RELINV-REL FROM LINHA-ASSINA AFTER 3
           CLOSE RELINV

           MOVE 'R'            TO LK-SPL-OPER
           MOVE 'PROG143'      TO LK-SPL-PROGRAMA
           MOVE SPACES         TO LK-SPL-PARAMS
           STRING 'INV' WS-NUM-INV DELIMITED BY SIZE
             INTO LK-SPL-PARAMS
           END-STRING
           MOVE WS-QTD-ITENS   TO LK-SPL-QTDE
           MOVE WS-ARQ-RELINV  TO LK-SPL-CAMINHO
           CALL "PROG35" USING LK-SPOOL END-CALL

           MOVE WS-NUM-INV       TO INV-NUMERO
           MOVE WS-DATA-HOJE     TO INV-DATA-ABERT
           MOVE WS-OPERADOR-EXEC TO INV-OPER-ABERT
           MOVE WS-PROD-INI      TO INV-PROD-INI
           MOVE WS-PROD-FIM      TO INV-PROD-FIM
           SET INV-ABERTO        TO TRUE
           MOVE WS-SEQ-EMV       TO INV-SEQ-EMV
           MOVE WS-QTD-ITENS     TO INV-QTD-ITENS
           MOVE ZEROS            TO INV-QTD-AJUSTES INV-DATA-APROV
           MOVE SPACES           TO INV-SUPERVISOR
           WRITE INVCAB-INV
                 INVALID KEY
                   MOVE 'ABRE-CONTAGEM'                  TO LK-PAR
                   MOVE 'WRITE'                          TO LK-CMD
                   MOVE 'INVCAB'                         TO LK-ARQ
                   MOVE IVC-STAT                         TO LK-STA
                   PERFORM ERRO-FILE-STATUS
                   GO TO ABRE-CONTAGEM-FIM
           END-WRITE

           MOVE SPACES TO WS-MSGERRO
           STRING 'INVENTARIO ' WS-NUM-INV ' ABERTO - '
                  WS-QTD-ITENS ' PRODUTOS - FOLHAS NO SPOOL'
                  DELIMITED BY SIZE
             INTO WS-MSGERRO
           END-STRING
           PERFORM MOSTRA-ERRO
           .
       ABRE-CONTAGEM-FIM.
           EXIT.

      *-----------------------------------------------------------------
       CONFERE-SOBREPOSICAO.
      *-----------------------------------------------------------------
           MOVE ZEROS TO WS-INV-CONFLITO
           MOVE LOW-VALUES TO INVCAB-INV
           START INVCAB KEY NOT LESS THAN INV-KEY
                 INVALID KEY
                    MOVE 10 TO IVC-STAT
           END-START
           PERFORM OLHA-UM-INVENTARIO
              THRU OLHA-UM-INVENTARIO-SAI UNTIL FSIC-FIM-REG
           MOVE ZEROS TO IVC-STAT
           .
       CONFERE-SOBREPOSICAO-FIM.
           EXIT.

      *-----------------------------------------------------------------
       OLHA-UM-INVENTARIO.
      *-----------------------------------------------------------------
           READ INVCAB NEXT AT END
                GO TO OLHA-UM-INVENTARIO-SAI
           END-READ

           IF INV-ABERTO
              AND INV-PROD-INI NOT > WS-PROD-FIM
              AND INV-PROD-FIM NOT < WS-PROD-INI
              MOVE INV-NUMERO TO WS-INV-CONFLITO
              MOVE 10 TO IVC-STAT
           END-IF
           .
       OLHA-UM-INVENTARIO-SAI.
           EXIT.

      *-----------------------------------------------------------------
       CONTA-FAIXA.
      *-----------------------------------------------------------------
           READ PRODUTO NEXT AT END
                GO TO CONTA-FAIXA-SAI
           END-READ

           IF PRO-COD > WS-PROD-FIM
              MOVE 10 TO PRO-STAT
              GO TO CONTA-FAIXA-SAI
           END-IF

           IF NOT PRO-INATIVO
              ADD 1 TO WS-QTD-FAIXA
           END-IF
           .
       CONTA-FAIXA-SAI.
           EXIT.

      *-----------------------------------------------------------------
       FOTOGRAFA-PRODUTO.
      *-----------------------------------------------------------------
      *    Produto inativo nao recebe movimento (PROG81) e fica fora
      *    da contagem.
           READ PRODUTO NEXT AT END
                GO TO FOTOGRAFA-PRODUTO-SAI
           END-READ

           IF PRO-COD > WS-PROD-FIM
              MOVE 10 TO PRO-STAT
              GO TO FOTOGRAFA-PRODUTO-SAI
           END-IF

           IF PRO-INATIVO
              GO TO FOTOGRAFA-PRODUTO-SAI
           END-IF

           MOVE WS-NUM-INV   TO INI-NUMERO
           MOVE PRO-COD      TO INI-PROD
           MOVE PRO-SALDO    TO INI-SALDO-FOTO
           SET INI-NAO-CONTADO TO TRUE
           MOVE ZEROS        TO INI-QTDE-CONTADA INI-DATA-CONT
                                INI-QTDE-AJUSTE INI-SALDO-FINAL
                                INI-VALIDADE
           MOVE SPACES       TO INI-OPER-CONT INI-LOTE
           WRITE INVITEM-INI
                 INVALID KEY
                    GO TO FOTOGRAFA-PRODUTO-SAI
           END-WRITE
           ADD 1 TO WS-QTD-ITENS

           MOVE PRO-COD       TO REL-FOL-PROD
           MOVE PRO-DESCRICAO TO REL-FOL-DESC
           MOVE PRO-UNIDADE   TO REL-FOL-UNID
           WRITE RELINV-REL FROM LINHA-FOLHA AFTER ADVANCING 2 LINES
               AT END-OF-PAGE
                  PERFORM IMP-CABEC
           END-WRITE
           .
       FOTOGRAFA-PRODUTO-SAI.
           EXIT.

      *-----------------------------------------------------------------
       DIGITA-CONTAGEM.
      *-----------------------------------------------------------------
           PERFORM PEDE-INVENTARIO THRU PEDE-INVENTARIO-FIM
           IF E-SIM
              GO TO DIGITA-CONTAGEM-FIM
           END-IF

           MOVE 'N' TO WS-FIM-DIGITACAO
           PERFORM DIGITA-UM-PRODUTO
              THRU DIGITA-UM-PRODUTO-FIM UNTIL FIM-DIGITACAO
           .
       DIGITA-CONTAGEM-FIM.
           EXIT.

      *-----------------------------------------------------------------
       DIGITA-UM-PRODUTO.
      *-----------------------------------------------------------------
      *    Recontagem substitui a quantidade anterior; ESC no produto
      *    volta ao menu, na quantidade descarta o produto.
           MOVE SPACES TO WS-MENSAG
           STRING 'CONTAGEM DO INVENTARIO ' WS-NUM-INV
                  DELIMITED BY SIZE
             INTO WS-MENSAG
           END-STRING
           MOVE ZEROS  TO WS-PROD-CONT WS-QTDE-CONT WS-VALIDADE-CONT
           MOVE SPACES TO WS-LOTE-CONT
           DISPLAY SS-CLS
           MOVE "ESC VOLTA AO MENU" TO WS-STATUS
           DISPLAY SS-STATUS
           DISPLAY SS-CONT-PROD
           ACCEPT  SS-CONT-PROD
           IF COB-CRT-STATUS = COB-SCR-ESC
              MOVE 'S' TO WS-FIM-DIGITACAO
              GO TO DIGITA-UM-PRODUTO-FIM
           END-IF

           MOVE WS-NUM-INV   TO INI-NUMERO
           MOVE WS-PROD-CONT TO INI-PROD
           READ INVITEM
                INVALID KEY
                   MOVE "PRODUTO FORA DESTA CONTAGEM" TO WS-MSGERRO
                   PERFORM MOSTRA-ERRO
                   GO TO DIGITA-UM-PRODUTO-FIM
           END-READ

           MOVE WS-PROD-CONT TO PRO-COD
           READ PRODUTO
                INVALID KEY
                   MOVE '(PRODUTO NAO CADASTRADO)' TO PRO-DESCRICAO
                   MOVE SPACES TO PRO-UNIDADE
                   MOVE 'N'    TO PRO-CONTROLA-LOTE
           END-READ

           IF INI-JA-CONTADO
              MOVE INI-QTDE-CONTADA TO WS-QTDE-CONT
              MOVE INI-LOTE         TO WS-LOTE-CONT
              MOVE INI-VALIDADE     TO WS-VALIDADE-CONT
              MOVE "JA CONTADO - NOVA QTDE SUBSTITUI" TO WS-STATUS
              DISPLAY SS-STATUS
           END-IF

           DISPLAY SS-CONT-DADOS
           DISPLAY SS-CONT-QTDE
           ACCEPT  SS-CONT-QTDE
           IF COB-CRT-STATUS = COB-SCR-ESC
              GO TO DIGITA-UM-PRODUTO-FIM
           END-IF
           .
       DIGITA-UM-PRODUTO-LOTE.
      *    Produto com controle de lote: lote e validade em que entra
      *    uma eventual sobra (a contagem e' cega, a sobra so aparece
      *    no lancamento). ESC descarta o produto.
           IF PRO-COM-LOTE
              DISPLAY SS-CONT-LOTE
              ACCEPT  SS-CONT-LOTE
              IF COB-CRT-STATUS = COB-SCR-ESC
                 GO TO DIGITA-UM-PRODUTO-FIM
              END-IF
              PERFORM VALIDA-LOTE-CONT THRU VALIDA-LOTE-CONT-FIM
              IF E-SIM
                 GO TO DIGITA-UM-PRODUTO-LOTE
              END-IF
           ELSE
              MOVE SPACES TO WS-LOTE-CONT
              MOVE ZEROS  TO WS-VALIDADE-CONT
           END-IF

           MOVE WS-QTDE-CONT     TO INI-QTDE-CONTADA
           MOVE WS-LOTE-CONT     TO INI-LOTE
           MOVE WS-VALIDADE-CONT TO INI-VALIDADE
           SET INI-JA-CONTADO    TO TRUE
           MOVE WS-DATA-HOJE     TO INI-DATA-CONT
           MOVE WS-OPERADOR-EXEC TO INI-OPER-CONT
           REWRITE INVITEM-INI
                 INVALID KEY
                   MOVE 'DIGITA-UM-PRODUTO'              TO LK-PAR
                   MOVE 'REWRITE'                        TO LK-CMD
                   MOVE 'INVITEM'                        TO LK-ARQ
                   MOVE IVI-STAT                         TO LK-STA
                   PERFORM ERRO-FILE-STATUS
           END-REWRITE
           .
       DIGITA-UM-PRODUTO-FIM.
           EXIT.

      *-----------------------------------------------------------------
       VALIDA-LOTE-CONT.
      *-----------------------------------------------------------------
      *    Lote e validade obrigatorios (vencido tambem e' contado); o
      *    lote nao pode ter outra validade no deposito principal.
           SET E-NAO TO TRUE
           INSPECT WS-LOTE-CONT CONVERTING
                   'abcdefghijklmnopqrstuvwxyz'
                TO 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'

           IF WS-LOTE-CONT = SPACES
              MOVE "FAVOR INFORMAR O LOTE" TO WS-MSGERRO
              GO TO VALIDA-LOTE-CONT-ERRO
           END-IF
           IF FUNCTION TEST-DATE-YYYYMMDD (WS-VALIDADE-CONT) NOT = ZERO
              MOVE "VALIDADE INVALIDA (AAAAMMDD)" TO WS-MSGERRO
              GO TO VALIDA-LOTE-CONT-ERRO
           END-IF

           SET LK-LOT-OP-CONSULTA TO TRUE
           MOVE WS-PROD-CONT TO LK-LOT-PROD
           MOVE ZEROS        TO LK-LOT-DEP
           MOVE WS-LOTE-CONT TO LK-LOT-NUMERO
           MOVE ZEROS        TO LK-LOT-VALIDADE LK-LOT-QTDE
           MOVE WS-DATA-HOJE TO LK-LOT-DATA
           CALL "PROG162" USING LK-LOTE END-CALL
           IF LK-LOT-ERRO
              MOVE "SALDO POR LOTE INACESSIVEL (LOTE.ARQ)"
                   TO WS-MSGERRO
              GO TO VALIDA-LOTE-CONT-ERRO
           END-IF
           IF LK-LOT-OK AND LK-LOT-VALIDADE NOT = WS-VALIDADE-CONT
              MOVE "LOTE JA CADASTRADO COM OUTRA VALIDADE"
                   TO WS-MSGERRO
              GO TO VALIDA-LOTE-CONT-ERRO
           END-IF
           GO TO VALIDA-LOTE-CONT-FIM
           .
       VALIDA-LOTE-CONT-ERRO.
           SET E-SIM TO TRUE
           PERFORM MOSTRA-ERRO
           .
       VALIDA-LOTE-CONT-FIM.
           EXIT.

      *-----------------------------------------------------------------
       APROVA-CONTAGEM.
      *-----------------------------------------------------------------
           PERFORM PEDE-INVENTARIO THRU PEDE-INVENTARIO-FIM
           IF E-SIM
              GO TO APROVA-CONTAGEM-FIM
           END-IF

           PERFORM GARANTE-SUPERVISOR THRU GARANTE-SUPERVISOR-FIM
           IF NAO-AUTORIZADO
              GO TO APROVA-CONTAGEM-FIM
           END-IF

           PERFORM CONTA-CONTADOS THRU CONTA-CONTADOS-FIM
           IF WS-QTD-CONTADOS = ZEROS
              MOVE "NENHUM PRODUTO CONTADO - NADA A LANCAR"
                   TO WS-MSGERRO
              PERFORM MOSTRA-ERRO
              GO TO APROVA-CONTAGEM-FIM
           END-IF

           MOVE "CONFIRMA O LANCAMENTO DOS AJUSTES" TO WS-MENSAG
           MOVE 'N' TO WS-CONFIRMA
           DISPLAY SS-CLS
           DISPLAY SS-RESUMO
           ACCEPT  SS-RESUMO
           IF COB-CRT-STATUS = COB-SCR-ESC OR NOT CONFIRMOU
              MOVE "LANCAMENTO NAO CONFIRMADO" TO WS-MSGERRO
              PERFORM MOSTRA-ERRO
              GO TO APROVA-CONTAGEM-FIM
           END-IF

      *    Diferencas lancadas no saldo do momento (ver Observacao).
           PERFORM SEMEIA-SEQ-ESTMOV THRU SEMEIA-SEQ-ESTMOV-FIM
           MOVE ZEROS TO WS-QTD-AJUSTES
           MOVE WS-NUM-INV TO INI-NUMERO
           MOVE ZEROS      TO INI-PROD
           START INVITEM KEY NOT LESS THAN INI-KEY
                 INVALID KEY
                    MOVE 10 TO IVI-STAT
           END-START
           PERFORM LANCA-UM-AJUSTE
              THRU LANCA-UM-AJUSTE-SAI UNTIL FSII-FIM-REG
           MOVE ZEROS TO IVI-STAT

           MOVE WS-NUM-INV TO INV-NUMERO
           READ INVCAB
                INVALID KEY
                   GO TO APROVA-CONTAGEM-FIM
           END-READ
           SET INV-LANCADO    TO TRUE
           MOVE WS-DATA-HOJE  TO INV-DATA-APROV
           MOVE WS-COD-SUPERV TO INV-SUPERVISOR
           MOVE WS-QTD-AJUSTES TO INV-QTD-AJUSTES
           REWRITE INVCAB-INV
                 INVALID KEY
                   MOVE 'APROVA-CONTAGEM'                TO LK-PAR
                   MOVE 'REWRITE'                        TO LK-CMD
                   MOVE 'INVCAB'                         TO LK-ARQ
                   MOVE IVC-STAT                         TO LK-STA
                   PERFORM ERRO-FILE-STATUS
           END-REWRITE

           MOVE SPACES TO WS-MSGERRO
           STRING 'INVENTARIO ' WS-NUM-INV ' LANCADO - '
                  WS-QTD-AJUSTES ' AJUSTES EM ESTMOV'
                  DELIMITED BY SIZE
             INTO WS-MSGERRO
           END-STRING
           PERFORM MOSTRA-ERRO
           .
       APROVA-CONTAGEM-FIM.
           EXIT.

      *-----------------------------------------------------------------
       CONTA-CONTADOS.
      *-----------------------------------------------------------------
           MOVE ZEROS TO WS-QTD-CONTADOS WS-QTD-NAO-CONTADOS
           MOVE WS-NUM-INV TO INI-NUMERO
           MOVE ZEROS      TO INI-PROD
           START INVITEM KEY NOT LESS THAN INI-KEY
                 INVALID KEY
                    MOVE 10 TO IVI-STAT
           END-START
           PERFORM CONTA-UM-ITEM
              THRU CONTA-UM-ITEM-SAI UNTIL FSII-FIM-REG
           MOVE ZEROS TO IVI-STAT
           .
       CONTA-CONTADOS-FIM.
           EXIT.

      *-----------------------------------------------------------------
       CONTA-UM-ITEM.
      *-----------------------------------------------------------------
           READ INVITEM NEXT AT END
                GO TO CONTA-UM-ITEM-SAI
           END-READ

           IF INI-NUMERO NOT = WS-NUM-INV
              MOVE 10 TO IVI-STAT
              GO TO CONTA-UM-ITEM-SAI
           END-IF

           IF INI-JA-CONTADO
              ADD 1 TO WS-QTD-CONTADOS
           ELSE
              ADD 1 TO WS-QTD-NAO-CONTADOS
           END-IF
           .
       CONTA-UM-ITEM-SAI.
           EXIT.

      *-----------------------------------------------------------------
       LANCA-UM-AJUSTE.
      *-----------------------------------------------------------------
           READ INVITEM NEXT AT END
                GO TO LANCA-UM-AJUSTE-SAI
           END-READ

           IF INI-NUMERO NOT = WS-NUM-INV
              MOVE 10 TO IVI-STAT
              GO TO LANCA-UM-AJUSTE-SAI
           END-IF

           IF INI-NAO-CONTADO
              GO TO LANCA-UM-AJUSTE-SAI
           END-IF

           MOVE INI-PROD TO PRO-COD
           READ PRODUTO
                INVALID KEY
                   GO TO LANCA-UM-AJUSTE-SAI
           END-READ

           COMPUTE WS-DIFERENCA = INI-QTDE-CONTADA - INI-SALDO-FOTO

           IF WS-DIFERENCA NOT = ZEROS
              ADD WS-DIFERENCA TO PRO-SALDO
              MOVE WS-DATA-HOJE TO PRO-DT-ALTERACAO
              REWRITE PRODUTO-PRO
                  INVALID KEY
                     MOVE 'LANCA-UM-AJUSTE'              TO LK-PAR
                     MOVE 'REWRITE'                      TO LK-CMD
                     MOVE 'PRODUTO'                      TO LK-ARQ
                     MOVE PRO-STAT                       TO LK-STA
                     PERFORM ERRO-FILE-STATUS
                     GO TO LANCA-UM-AJUSTE-SAI
              END-REWRITE

              SET LK-EDP-OP-SALDO TO TRUE
              MOVE INI-PROD      TO LK-EDP-PROD
              MOVE ZEROS         TO LK-EDP-DEP
              MOVE WS-DIFERENCA  TO LK-EDP-QTDE
              CALL "PROG153" USING LK-ESTDEP END-CALL

              IF WS-DIFERENCA > ZEROS
                 MOVE WS-DIFERENCA TO WS-QTDE-GRAVA
              ELSE
                 COMPUTE WS-QTDE-GRAVA = ZEROS - WS-DIFERENCA
              END-IF
              MOVE SPACES TO WS-LOTE-GRAVA
              MOVE ZEROS  TO WS-VALIDADE-GRAVA
              IF PRO-COM-LOTE
                 PERFORM AJUSTA-LOTE THRU AJUSTA-LOTE-FIM
              ELSE
                 PERFORM GRAVA-AJUSTE THRU GRAVA-AJUSTE-FIM
              END-IF
              ADD 1 TO WS-QTD-AJUSTES
           END-IF

           MOVE WS-DIFERENCA TO INI-QTDE-AJUSTE
           MOVE PRO-SALDO    TO INI-SALDO-FINAL
           REWRITE INVITEM-INI END-REWRITE
           .
       LANCA-UM-AJUSTE-SAI.
           EXIT.

      *-----------------------------------------------------------------
       AJUSTA-LOTE.
      *-----------------------------------------------------------------
      *    Sobra entra no lote informado na contagem; falta sai dos
      *    lotes de menor validade (vencidos inclusive), um movimento
      *    por lote e o que nao coube em lote algum sem lote, como a
      *    saida do PROG81. Contagem sem lote ou LOTE.ARQ
      *    inacessivel: ajuste sem lote.
           MOVE INI-PROD      TO LK-LOT-PROD
           MOVE LK-EDP-DEP    TO LK-LOT-DEP
           MOVE WS-QTDE-GRAVA TO LK-LOT-QTDE
           MOVE WS-DATA-HOJE  TO LK-LOT-DATA

           IF WS-DIFERENCA > ZEROS
              IF INI-LOTE NOT = SPACES
                 SET LK-LOT-OP-ENTRADA TO TRUE
                 MOVE INI-LOTE     TO LK-LOT-NUMERO
                 MOVE INI-VALIDADE TO LK-LOT-VALIDADE
                 CALL "PROG162" USING LK-LOTE END-CALL
                 IF NOT LK-LOT-ERRO
                    MOVE INI-LOTE     TO WS-LOTE-GRAVA
                    MOVE INI-VALIDADE TO WS-VALIDADE-GRAVA
                 END-IF
              END-IF
              PERFORM GRAVA-AJUSTE THRU GRAVA-AJUSTE-FIM
              GO TO AJUSTA-LOTE-FIM
           END-IF

           SET LK-LOT-OP-CONSUMO TO TRUE
           MOVE SPACES TO LK-LOT-NUMERO
           MOVE ZEROS  TO LK-LOT-VALIDADE
           CALL "PROG162" USING LK-LOTE END-CALL
           IF LK-LOT-ERRO
              PERFORM GRAVA-AJUSTE THRU GRAVA-AJUSTE-FIM
              GO TO AJUSTA-LOTE-FIM
           END-IF

           MOVE LK-LOT-QTD-CONS TO WS-LUS-QTD
           MOVE LK-LOT-SEM-LOTE TO WS-LUS-SEM-LOTE
           MOVE LK-LOT-TAB-CONS TO WS-LUS-TAB
           PERFORM GRAVA-AJUSTE-LOTE THRU GRAVA-AJUSTE-LOTE-FIM
              VARYING WS-IDL FROM 1 BY 1
                UNTIL WS-IDL > WS-LUS-QTD
           IF WS-LUS-SEM-LOTE > ZEROS
              MOVE WS-LUS-SEM-LOTE TO WS-QTDE-GRAVA
              MOVE SPACES          TO WS-LOTE-GRAVA
              MOVE ZEROS           TO WS-VALIDADE-GRAVA
              PERFORM GRAVA-AJUSTE THRU GRAVA-AJUSTE-FIM
           END-IF
           .
       AJUSTA-LOTE-FIM.
           EXIT.

      *-----------------------------------------------------------------
       GRAVA-AJUSTE-LOTE.
      *-----------------------------------------------------------------
           MOVE WS-LUS-QTDE     (WS-IDL) TO WS-QTDE-GRAVA
           MOVE WS-LUS-NUMERO   (WS-IDL) TO WS-LOTE-GRAVA
           MOVE WS-LUS-VALIDADE (WS-IDL) TO WS-VALIDADE-GRAVA
           PERFORM GRAVA-AJUSTE THRU GRAVA-AJUSTE-FIM
           .
       GRAVA-AJUSTE-LOTE-FIM.
           EXIT.

      *-----------------------------------------------------------------
       GRAVA-AJUSTE.
      *-----------------------------------------------------------------
      *    Movimento de ajuste ('E' sobra, 'S' falta) de WS-QTDE-GRAVA
      *    no lote WS-LOTE-GRAVA (em branco = sem lote).
           ADD 1 TO WS-PROX-SEQ-EMV
           MOVE WS-PROX-SEQ-EMV TO EMV-SEQ
           MOVE INI-PROD        TO EMV-PROD
           MOVE WS-DATA-HOJE    TO EMV-DATA
           IF WS-DIFERENCA > ZEROS
              SET EMV-ENTRADA TO TRUE
           ELSE
              SET EMV-SAIDA TO TRUE
           END-IF
           MOVE WS-QTDE-GRAVA   TO EMV-QTDE
           MOVE SPACES TO EMV-DOC
           STRING 'INV' WS-NUM-INV DELIMITED BY SIZE
             INTO EMV-DOC
           END-STRING
           MOVE WS-COD-SUPERV     TO EMV-OPERADOR
           MOVE ZEROS             TO EMV-CUSTO-UNIT
           MOVE LK-EDP-DEP        TO EMV-DEP
           MOVE ZEROS             TO EMV-DEP-DESTINO
           MOVE WS-LOTE-GRAVA     TO EMV-LOTE
           MOVE WS-VALIDADE-GRAVA TO EMV-VALIDADE
           WRITE ESTMOV-EMV
                 INVALID KEY
                   MOVE 'GRAVA-AJUSTE'                   TO LK-PAR
                   MOVE 'WRITE'                          TO LK-CMD
                   MOVE 'ESTMOV'                         TO LK-ARQ
                   MOVE EMV-STAT                         TO LK-STA
                   PERFORM ERRO-FILE-STATUS
           END-WRITE
           .
       GRAVA-AJUSTE-FIM.
           EXIT.

      *-----------------------------------------------------------------
       CANCELA-CONTAGEM.
      *-----------------------------------------------------------------
           PERFORM PEDE-INVENTARIO THRU PEDE-INVENTARIO-FIM
           IF E-SIM
              GO TO CANCELA-CONTAGEM-FIM
           END-IF

           PERFORM GARANTE-SUPERVISOR THRU GARANTE-SUPERVISOR-FIM
           IF NAO-AUTORIZADO
              GO TO CANCELA-CONTAGEM-FIM
           END-IF

           PERFORM CONTA-CONTADOS THRU CONTA-CONTADOS-FIM
           MOVE "CONFIRMA O CANCELAMENTO DA CONTAGEM" TO WS-MENSAG
           MOVE 'N' TO WS-CONFIRMA
           DISPLAY SS-CLS
           DISPLAY SS-RESUMO
           ACCEPT  SS-RESUMO
           IF COB-CRT-STATUS = COB-SCR-ESC OR NOT CONFIRMOU
              MOVE "CANCELAMENTO NAO CONFIRMADO" TO WS-MSGERRO
              PERFORM MOSTRA-ERRO
              GO TO CANCELA-CONTAGEM-FIM
           END-IF

           MOVE WS-NUM-INV TO INV-NUMERO
           READ INVCAB
                INVALID KEY
                   GO TO CANCELA-CONTAGEM-FIM
           END-READ
           SET INV-CANCELADO  TO TRUE
           MOVE WS-DATA-HOJE  TO INV-DATA-APROV
           MOVE WS-COD-SUPERV TO INV-SUPERVISOR
           REWRITE INVCAB-INV
                 INVALID KEY
                   MOVE 'CANCELA-CONTAGEM'               TO LK-PAR
                   MOVE 'REWRITE'                        TO LK-CMD
                   MOVE 'INVCAB'                         TO LK-ARQ
                   MOVE IVC-STAT                         TO LK-STA
                   PERFORM ERRO-FILE-STATUS
                   GO TO CANCELA-CONTAGEM-FIM
           END-REWRITE

           MOVE "CONTAGEM CANCELADA - SALDOS NAO ALTERADOS"
                TO WS-MSGERRO
           PERFORM MOSTRA-ERRO
           .
       CANCELA-CONTAGEM-FIM.
           EXIT.

      *-----------------------------------------------------------------
       PEDE-INVENTARIO.
      *-----------------------------------------------------------------
      *    Numero de uma contagem ainda aberta; E-SIM se nao houver.
           SET E-NAO TO TRUE
           MOVE ZEROS TO WS-NUM-INV
           DISPLAY SS-CLS
           DISPLAY SS-NUMERO
           ACCEPT  SS-NUMERO
           IF COB-CRT-STATUS = COB-SCR-ESC
              SET E-SIM TO TRUE
              GO TO PEDE-INVENTARIO-FIM
           END-IF

           MOVE WS-NUM-INV TO INV-NUMERO
           READ INVCAB
                INVALID KEY
                   MOVE "INVENTARIO NAO ENCONTRADO" TO WS-MSGERRO
                   SET E-SIM TO TRUE
                   PERFORM MOSTRA-ERRO
                   GO TO PEDE-INVENTARIO-FIM
           END-READ

           IF NOT INV-ABERTO
              MOVE "INVENTARIO JA LANCADO OU CANCELADO" TO WS-MSGERRO
              SET E-SIM TO TRUE
              PERFORM MOSTRA-ERRO
           END-IF
           .
       PEDE-INVENTARIO-FIM.
           EXIT.

      *-----------------------------------------------------------------
       GARANTE-SUPERVISOR.
      *-----------------------------------------------------------------
      *    Supervisor validado uma vez vale ate o fim da sessao.
           IF AUTORIZADO
              GO TO GARANTE-SUPERVISOR-FIM
           END-IF
           MOVE ZEROS TO WS-TENTATIVAS-LOGIN
           PERFORM ROT-VALIDA-SUPERVISOR
              THRU ROT-VALIDA-SUPERVISOR-FIM
           .
       GARANTE-SUPERVISOR-FIM.
           EXIT.

      *-----------------------------------------------------------------
       ROT-VALIDA-SUPERVISOR.
      *-----------------------------------------------------------------
      *    Mesma regra do PROG98: so supervisor aprova ou cancela.
           SET NAO-AUTORIZADO TO TRUE
           MOVE SPACES TO WS-COD-SUPERV WS-SENHA-SUPERV
           DISPLAY SS-CLS
           DISPLAY SS-SUPERVISOR
           ACCEPT  SS-SUPERVISOR
           IF COB-CRT-STATUS = COB-SCR-ESC
              GO TO ROT-VALIDA-SUPERVISOR-FIM
           END-IF

           MOVE WS-COD-SUPERV TO OPE-COD
           READ OPERADOR
                INVALID KEY
                   MOVE "OPERADOR NAO CADASTRADO" TO WS-MSGERRO
                   PERFORM ROT-SUPERV-FALHOU
                   GO TO ROT-VALIDA-SUPERVISOR-TESTA
           END-READ

           IF OPE-INATIVO
              MOVE "OPERADOR INATIVO"      TO WS-MSGERRO
              PERFORM ROT-SUPERV-FALHOU
              GO TO ROT-VALIDA-SUPERVISOR-TESTA
           END-IF

           SET LK-SEN-CONFERE   TO TRUE
           MOVE WS-SENHA-SUPERV TO LK-SEN-ENTRADA
           MOVE OPE-SENHA       TO LK-SEN-LEGADA
           MOVE OPE-SENHA-FORTE TO LK-SEN-FORTE
           CALL "PROG19" USING LK-SENHA END-CALL

           IF NOT LK-SEN-OK
              MOVE "SENHA INVALIDA"        TO WS-MSGERRO
              PERFORM ROT-SUPERV-FALHOU
              GO TO ROT-VALIDA-SUPERVISOR-TESTA
           END-IF

           IF NOT OPE-SUPERVISOR
              MOVE "ACESSO RESTRITO A SUPERVISOR" TO WS-MSGERRO
              PERFORM ROT-SUPERV-FALHOU
              GO TO ROT-VALIDA-SUPERVISOR-TESTA
           END-IF

           SET AUTORIZADO TO TRUE
           .
       ROT-VALIDA-SUPERVISOR-TESTA.
           IF NAO-AUTORIZADO
              AND WS-TENTATIVAS-LOGIN < WS-MAX-TENTATIVAS-LOGIN
              GO TO ROT-VALIDA-SUPERVISOR
           END-IF
           .
       ROT-VALIDA-SUPERVISOR-FIM.
           EXIT.

      *-----------------------------------------------------------------
       ROT-SUPERV-FALHOU.
      *-----------------------------------------------------------------
           ADD 1 TO WS-TENTATIVAS-LOGIN
           PERFORM MOSTRA-ERRO
           .
       ROT-SUPERV-FALHOU-FIM.
           EXIT.

      *-----------------------------------------------------------------
       IMP-CABEC.
      *-----------------------------------------------------------------
           ADD  01              TO WS-CTPAG
           MOVE WS-CTPAG        TO PAG-REL
           MOVE WS-NUM-INV      TO CAB-REL-NUM
           MOVE WS-DATA-DMA     TO CAB-REL-DATA
           MOVE WS-PROD-INI     TO CAB-REL-INI
           MOVE WS-PROD-FIM     TO CAB-REL-FIM
           WRITE RELINV-REL   FROM LINHA-CAB0 AFTER ADVANCING PAGE
           WRITE RELINV-REL   FROM LINHA-CAB1 AFTER ADVANCING 1 LINE
           WRITE RELINV-REL   FROM LINHA-BRANCO AFTER ADVANCING 1
                 LINE
           WRITE RELINV-REL   FROM LINHA-CAB2 AFTER ADVANCING 1 LINE
           .
       IMP-CABEC-FIM.
           EXIT.

      *-----------------------------------------------------------------
       EDITA-DATA.
      *-----------------------------------------------------------------
      *    Datas gravadas AAAAMMDD; impressas DD/MM/AAAA.
           MOVE SPACES TO WS-DATA-DMA
           STRING WS-AMD-DIA '/' WS-AMD-MES '/' WS-AMD-ANO
                  DELIMITED BY SIZE
             INTO WS-DATA-DMA
           END-STRING
           .
       EDITA-DATA-FIM.
           EXIT.

      *-----------------------------------------------------------------
       SEMEIA-SEQ-ESTMOV.
      *-----------------------------------------------------------------
      *    Maior sequencial ja gravado em ESTMOV.ARQ.
           MOVE ZEROS TO WS-PROX-SEQ-EMV
           MOVE HIGH-VALUES TO ESTMOV-EMV
           START ESTMOV KEY NOT GREATER THAN EMV-KEY
                 INVALID KEY
                    CONTINUE
                 NOT INVALID KEY
                    READ ESTMOV PREVIOUS
                         AT END CONTINUE
                         NOT AT END MOVE EMV-SEQ TO WS-PROX-SEQ-EMV
                    END-READ
           END-START
           MOVE ZEROS TO EMV-STAT
           .
       SEMEIA-SEQ-ESTMOV-FIM.
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
                  'INVCAB.ARQ'                 DELIMITED BY SIZE
             INTO WS-ARQ-INVCAB
           END-STRING

           STRING FUNCTION TRIM(WS-DIR-DADOS) DELIMITED BY SIZE
                  'INVITEM.ARQ'                DELIMITED BY SIZE
             INTO WS-ARQ-INVITEM
           END-STRING

           STRING FUNCTION TRIM(WS-DIR-DADOS) DELIMITED BY SIZE
                  'PRODUTO.ARQ'                DELIMITED BY SIZE
             INTO WS-ARQ-PRODUTO
           END-STRING

           STRING FUNCTION TRIM(WS-DIR-DADOS) DELIMITED BY SIZE
                  'ESTMOV.ARQ'                 DELIMITED BY SIZE
             INTO WS-ARQ-ESTMOV
           END-STRING

           STRING FUNCTION TRIM(WS-DIR-DADOS) DELIMITED BY SIZE
                  'OPERADOR.ARQ'               DELIMITED BY SIZE
             INTO WS-ARQ-OPERADOR
           END-STRING
           .
       MONTA-CAMINHOS-FIM.
           EXIT.

      *-----------------------------------------------------------------
       ABRIR-ARQUIVO.
      *-----------------------------------------------------------------
           OPEN I-O PRODUTO
           IF FSP-NAO-EXISTE
              MOVE "PRODUTO.ARQ NAO ENCONTRADO - RODE O PROG80"
                   TO WS-MSGERRO
              PERFORM MOSTRA-ERRO
              CLOSE PRODUTO
              GOBACK
           END-IF

           OPEN INPUT OPERADOR
           IF FSO-NAO-EXISTE
              MOVE "OPERADOR.ARQ NAO ENCONTRADO" TO WS-MSGERRO
              PERFORM MOSTRA-ERRO
              CLOSE PRODUTO OPERADOR
              GOBACK
           END-IF

           OPEN I-O INVCAB
           IF FSIC-NAO-EXISTE
              OPEN OUTPUT INVCAB
              CLOSE INVCAB
              OPEN I-O INVCAB
           END-IF

           OPEN I-O INVITEM
           IF FSII-NAO-EXISTE
              OPEN OUTPUT INVITEM
              CLOSE INVITEM
              OPEN I-O INVITEM
           END-IF

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
           MOVE 'PROG143'                   TO LK-PRG
           CALL "PROG10" USING LK-FILE-STATUS END-CALL
           .
       FIM-ERRO.
           EXIT.

      *-----------------------------------------------------------------
        FINALIZA.
      *-----------------------------------------------------------------
           CLOSE INVCAB INVITEM PRODUTO ESTMOV OPERADOR
           GOBACK.
