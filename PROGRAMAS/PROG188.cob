      ******************************************************************
      * Autor.....: Alexandre Trevisani (PROVA COBOL)
      * Data......: Julho/2019
      * Programa..: PROG188 - Alterações Sensíveis Paradas na
      *             Aprovação
      * Chamadas..: PROG35 - Spool e Catalogo de Relatorios
      * Parametros: Dias de espera a partir dos quais o pedido entra
      *             na lista (ZEROS = 5); pela tela ou pela linha de
      *             comando (modo batch).
      * Observação: Relaciona os pedidos de PENDALT.ARQ (limite de
      *             credito do PROG01, comissao e capacidade de
      *             clientes do PROG04) que esperam a segunda
      *             aprovacao (PROG187) ha mais de N dias, com o
      *             valor em vigor, o valor pedido, o solicitante e a
      *             idade do pedido - para pedido esquecido nao
      *             virar alteracao que nunca acontece. Relatorio no
      *             spool (REL-PEND.TXT, PROG35).
      * Cod.Retorno (RETURN-CODE):
      *             0 = processamento normal, nenhum pedido parado
      *             4 = ha pedido parado alem do prazo
      * Historico.:
      *   2026 mnt - Programa novo.
      ******************************************************************
       IDENTIFICATION      DIVISION.
       PROGRAM-ID.         PROG188.
       ENVIRONMENT         DIVISION.
       CONFIGURATION       SECTION.
       SPECIAL-NAMES.      DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT        SECTION.
       FILE-CONTROL.

       SELECT PENDALT ASSIGN TO WS-ARQ-PENDALT
              ORGANIZATION IS INDEXED
              ACCESS MODE  IS DYNAMIC
              FILE STATUS  IS PEN-STAT
              RECORD KEY   IS PEN-KEY.

       SELECT RELPEND ASSIGN TO WS-ARQ-RELPEND
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS  IS REL-STAT.

       DATA            DIVISION.
       FILE            SECTION.

       COPY FD_PENDALT.

       FD RELPEND
           LINAGE IS 55 LINES
           WITH FOOTING AT 51
           LINES AT TOP 3
           LINES AT BOTTOM 2.

       01 RELPEND-REL.
          05 REL-IMP        PIC X(132).

       WORKING-STORAGE SECTION.

       77 WS-DIR-DADOS       PIC X(50) VALUE SPACES.
       77 WS-ARQ-PENDALT     PIC X(70) VALUE SPACES.
       77 WS-ARQ-RELPEND     PIC X(90) VALUE SPACES.

       77 PEN-STAT          PIC 9(02).
           88 FSP-OK        VALUE ZEROS.
           88 FSP-FIM-REG   VALUE 10.
           88 FSP-NAO-EXISTE VALUE 35.

       77 REL-STAT          PIC 9(02).
           88 FSR-OK        VALUE ZEROS.

       77 WS-MODO           PIC X(01) VALUE 'I'.
           88 MODO-INTERATIVO VALUE 'I'.
           88 MODO-BATCH      VALUE 'B'.

       77 WS-PARM           PIC X(80) VALUE SPACES.
       77 WS-RETCODE        PIC 9(02) VALUE ZEROS.

       77 WS-DIAS-PRAZO     PIC 9(04) VALUE ZEROS.
       77 WS-DATA-HOJE      PIC 9(08) VALUE ZEROS.
       77 WS-HOJE-INT       PIC 9(07) VALUE ZEROS.
       77 WS-IDADE          PIC S9(05) VALUE ZEROS.

       77 WS-QTD-PEDIDOS    PIC 9(05) VALUE ZEROS.
       77 WS-QTD-PARADOS    PIC 9(05) VALUE ZEROS.
       77 WS-CTPAG          PIC 9(03) VALUE ZEROS.

       77 WS-EDITA-VALOR    PIC X(14) VALUE SPACES.
       77 WS-EDITA-ENTRADA  PIC 9(09)V99 VALUE ZEROS.
       01 WS-EDITA-LIMITE   PIC ZZZ.ZZZ.ZZ9,99.
       01 WS-EDITA-COMISSAO PIC Z9,99.
       01 WS-EDITA-MAXCLI   PIC ZZ9.

       01 LINHA-CAB0.
           05 FILLER        PIC X(050) VALUE
           'ALTERACOES SENSIVEIS AGUARDANDO APROVACAO HA MAIS'.
           05 FILLER        PIC X(004) VALUE ' DE '.
           05 CAB-DIAS      PIC ZZZ9.
           05 FILLER        PIC X(012) VALUE ' DIAS'.
           05 FILLER        PIC X(09) VALUE 'PAGINA : '.
           05 PAG-REL       PIC ZZ9.

       01 LINHA-CAB1.
           05 FILLER        PIC X(009)  VALUE 'CADASTRO'.
           05 FILLER        PIC X(016)  VALUE 'CNPJ/CPF'.
           05 FILLER        PIC X(009)  VALUE 'CODIGO'.
           05 FILLER        PIC X(027)  VALUE 'NOME'.
           05 FILLER        PIC X(014)  VALUE 'CAMPO'.
           05 FILLER        PIC X(016)  VALUE '       VIGENTE'.
           05 FILLER        PIC X(016)  VALUE '        PEDIDO'.
           05 FILLER        PIC X(010)  VALUE 'PEDIDO POR'.
           05 FILLER        PIC X(011)  VALUE 'EM'.
           05 FILLER        PIC X(004)  VALUE 'DIAS'.

       01 LINHA-DET.
           05 REL-ENTIDADE  PIC X(008).
           05 FILLER        PIC X(001)  VALUE SPACES.
           05 REL-CHAVE     PIC X(014).
           05 FILLER        PIC X(002)  VALUE SPACES.
           05 REL-CODIGO    PIC 9(007).
           05 FILLER        PIC X(002)  VALUE SPACES.
           05 REL-NOME      PIC X(025).
           05 FILLER        PIC X(002)  VALUE SPACES.
           05 REL-CAMPO     PIC X(012).
           05 FILLER        PIC X(002)  VALUE SPACES.
           05 REL-VIGENTE   PIC X(014).
           05 FILLER        PIC X(002)  VALUE SPACES.
           05 REL-PEDIDO    PIC X(014).
           05 FILLER        PIC X(002)  VALUE SPACES.
           05 REL-SOLIC     PIC X(008).
           05 FILLER        PIC X(002)  VALUE SPACES.
           05 REL-DATA      PIC 9999/99/99.
           05 FILLER        PIC X(001)  VALUE SPACES.
           05 REL-IDADE     PIC ZZZ9.

       01 LINHA-TOTAIS.
           05 FILLER        PIC X(18) VALUE 'PEDIDOS EM ABERTO:'.
           05 TOT-PEDIDOS   PIC ZZZZ9.
           05 FILLER        PIC X(24) VALUE
              '  PARADOS ALEM DO PRAZO:'.
           05 TOT-PARADOS   PIC ZZZZ9.

       01 LINHA-BRANCO      PIC X(100) VALUE SPACES.

       COPY LK_SPOOL.

       77 WS-NUML           PIC 999.
       77 WS-NUMC           PIC 999.
       77 COR-FUNDO         PIC 9 VALUE 1.
       77 COR-FRENTE        PIC 9 VALUE 6.
       77 WS-STATUS         PIC X(40).
       77 WS-MSGERRO        PIC X(80).

       COPY screenio.

       SCREEN SECTION.
       01 SS-CLS.
           05 SS-FILLER.
               10 BLANK SCREEN.
               10 LINE 01 COLUMN 01 ERASE EOL
                  BACKGROUND-COLOR COR-FUNDO.
               10 LINE WS-NUML COLUMN 01 ERASE EOL
                  BACKGROUND-COLOR COR-FUNDO.
           05 SS-STATUS.
               10 LINE WS-NUML COLUMN 2 ERASE EOL PIC X(30)
                  FROM WS-STATUS HIGHLIGHT
                  FOREGROUND-COLOR COR-FRENTE
                  BACKGROUND-COLOR COR-FUNDO.

       01 SS-PARAMETROS FOREGROUND-COLOR 2.
           05 LINE 08 COLUMN 12 VALUE
              "PEDIDOS AGUARDANDO APROVACAO HA MAIS DE (DIAS):".
           05 COLUMN PLUS 2 PIC 9(04) USING WS-DIAS-PRAZO
              BLANK WHEN ZEROS.

       PROCEDURE DIVISION.
       INICIO.
           SET ENVIRONMENT 'COB_SCREEN_EXCEPTIONS' TO 'Y'.
           SET ENVIRONMENT 'COB_SCREEN_ESC' TO 'Y'.
           SET ENVIRONMENT 'ESCDELAY' TO '25'.
           ACCEPT  WS-NUML FROM LINES
           ACCEPT  WS-NUMC FROM COLUMNS
           ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD
           COMPUTE WS-HOJE-INT =
                   FUNCTION INTEGER-OF-DATE (WS-DATA-HOJE)

           ACCEPT WS-PARM FROM COMMAND-LINE
           IF WS-PARM NOT = SPACES
              SET MODO-BATCH TO TRUE
              MOVE FUNCTION NUMVAL(WS-PARM) TO WS-DIAS-PRAZO
           END-IF

           IF MODO-INTERATIVO
              DISPLAY SS-CLS
              MOVE "ESC PARA ENCERRAR" TO WS-STATUS
              DISPLAY SS-STATUS
              DISPLAY SS-PARAMETROS
              ACCEPT  SS-PARAMETROS
              IF COB-CRT-STATUS = COB-SCR-ESC
                 GOBACK
              END-IF
           END-IF

           IF WS-DIAS-PRAZO = ZEROS
              MOVE 5 TO WS-DIAS-PRAZO
           END-IF

           PERFORM MONTA-CAMINHOS
           PERFORM ABRIR-ARQUIVO

           MOVE WS-DIAS-PRAZO TO CAB-DIAS
           PERFORM IMP-CABEC

           IF NOT FSP-FIM-REG
              MOVE LOW-VALUES TO PEN-KEY
              START PENDALT KEY NOT LESS THAN PEN-KEY
                    INVALID KEY
                       MOVE 10 TO PEN-STAT
              END-START
           END-IF

           PERFORM PROCESSA-PEDIDO
              THRU PROCESSA-PEDIDO-SAI UNTIL FSP-FIM-REG

           IF WS-QTD-PARADOS NOT = ZEROS
              MOVE 04 TO WS-RETCODE
           END-IF

           PERFORM TOTAIS
           PERFORM FINALIZA
           .
       FIM-PROCES.
           EXIT.

      *-------------------------------------------------------------*
       PROCESSA-PEDIDO.
      *-------------------------------------------------------------*
           READ PENDALT NEXT AT END
                GO TO PROCESSA-PEDIDO-SAI
           END-READ

           ADD 1 TO WS-QTD-PEDIDOS

           COMPUTE WS-IDADE = WS-HOJE-INT
                   - FUNCTION INTEGER-OF-DATE (PEN-DT-SOLIC)
           IF WS-IDADE NOT > WS-DIAS-PRAZO
              GO TO PROCESSA-PEDIDO-SAI
           END-IF

           ADD 1 TO WS-QTD-PARADOS

           IF PEN-CLIENTE
              MOVE 'CLIENTE'    TO REL-ENTIDADE
           ELSE
              MOVE 'VENDEDOR'   TO REL-ENTIDADE
           END-IF
           MOVE PEN-CHAVE       TO REL-CHAVE
           MOVE PEN-CODIGO      TO REL-CODIGO
           MOVE PEN-NOME        TO REL-NOME
           MOVE PEN-CAMPO       TO REL-CAMPO
           MOVE PEN-VALOR-ANTES TO WS-EDITA-ENTRADA
           PERFORM EDITA-VALOR THRU EDITA-VALOR-FIM
           MOVE WS-EDITA-VALOR  TO REL-VIGENTE
           MOVE PEN-VALOR-NOVO  TO WS-EDITA-ENTRADA
           PERFORM EDITA-VALOR THRU EDITA-VALOR-FIM
           MOVE WS-EDITA-VALOR  TO REL-PEDIDO
           MOVE PEN-SOLICITANTE TO REL-SOLIC
           MOVE PEN-DT-SOLIC    TO REL-DATA
           MOVE WS-IDADE        TO REL-IDADE

           WRITE RELPEND-REL FROM LINHA-DET AFTER ADVANCING 1 LINE
               AT END-OF-PAGE
                  PERFORM IMP-CABEC
           END-WRITE
           .
       PROCESSA-PEDIDO-SAI.
           EXIT.

      *-------------------------------------------------------------*
       EDITA-VALOR.
      *-------------------------------------------------------------*
      *    Edita WS-EDITA-ENTRADA no formato do campo do pedido.
           EVALUATE TRUE
               WHEN PEN-LIMITE
                    MOVE WS-EDITA-ENTRADA  TO WS-EDITA-LIMITE
                    MOVE WS-EDITA-LIMITE   TO WS-EDITA-VALOR
               WHEN PEN-COMISSAO
                    MOVE WS-EDITA-ENTRADA  TO WS-EDITA-COMISSAO
                    MOVE WS-EDITA-COMISSAO TO WS-EDITA-VALOR
               WHEN OTHER
                    MOVE WS-EDITA-ENTRADA  TO WS-EDITA-MAXCLI
                    MOVE WS-EDITA-MAXCLI   TO WS-EDITA-VALOR
           END-EVALUATE
           .
       EDITA-VALOR-FIM.
           EXIT.

      *-------------------------------------------------------------*
       IMP-CABEC.
      *-------------------------------------------------------------*
           ADD  01              TO WS-CTPAG
           MOVE WS-CTPAG        TO PAG-REL
           WRITE RELPEND-REL    FROM LINHA-CAB0 AFTER ADVANCING PAGE
           WRITE RELPEND-REL    FROM LINHA-CAB1 AFTER ADVANCING 2 LINES
           .
       IMP-CABEC-FIM.
           EXIT.

      *-------------------------------------------------------------*
       TOTAIS.
      *-------------------------------------------------------------*
           MOVE WS-QTD-PEDIDOS TO TOT-PEDIDOS
           MOVE WS-QTD-PARADOS TO TOT-PARADOS
           WRITE RELPEND-REL FROM LINHA-BRANCO AFTER 1
           WRITE RELPEND-REL FROM LINHA-TOTAIS AFTER 1

           IF MODO-BATCH
              DISPLAY 'APROVACOES PENDENTES - ' LINHA-TOTAIS
           END-IF
           .
       TOTAIS-FIM.
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
                  'PENDALT.ARQ'                DELIMITED BY SIZE
             INTO WS-ARQ-PENDALT
           END-STRING

      *    O relatorio vai para o SPOOL\ com nome datado (PROG35) e
      *    entra no catalogo ao final.
           MOVE 'N'            TO LK-SPL-OPER
           MOVE 'PROG188'      TO LK-SPL-PROGRAMA
           MOVE 'REL-PEND.TXT' TO LK-SPL-SUFIXO
           CALL "PROG35" USING LK-SPOOL END-CALL
           MOVE LK-SPL-CAMINHO TO WS-ARQ-RELPEND
           .
       MONTA-CAMINHOS-FIM.
           EXIT.

      *-------------------------------------------------------------*
       ABRIR-ARQUIVO.
      *-------------------------------------------------------------*
      *    Sem PENDALT.ARQ nunca houve pedido: relatorio vazio.
           OPEN INPUT PENDALT
           IF FSP-NAO-EXISTE
              MOVE 10 TO PEN-STAT
           END-IF

           OPEN OUTPUT RELPEND
           .
       ABRIR-ARQUIVO-FIM.
           EXIT.

      *-------------------------------------------------------------*
        FINALIZA.
      *-------------------------------------------------------------*
           CLOSE PENDALT RELPEND

           MOVE 'R'            TO LK-SPL-OPER
           MOVE 'PROG188'      TO LK-SPL-PROGRAMA
           MOVE WS-DIAS-PRAZO  TO LK-SPL-PARAMS
           MOVE WS-QTD-PARADOS TO LK-SPL-QTDE
           MOVE WS-ARQ-RELPEND TO LK-SPL-CAMINHO
           CALL "PROG35" USING LK-SPOOL END-CALL

           MOVE WS-RETCODE TO RETURN-CODE
           GOBACK.
